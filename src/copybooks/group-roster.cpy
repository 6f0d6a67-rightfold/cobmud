       01 group-roster.
           05 roster-leader-id          pic X(15).
           05 roster-count              binary-long.
           05 roster-entry occurs 20 times.
               10 roster-member-id      pic X(15).
               10 roster-follow-flag    pic X(01).
