       fd  group-file is external.
       01 group-record.
           05 group-member-id           pic X(15).
           05 group-leader-id           pic X(15).
           05 group-state               pic X(01).
               88 group-is-invited      value "I".
               88 group-is-member       value "M".
           05 group-follow-flag         pic X(01).
               88 group-is-following    value "Y".
               88 group-not-following   value "N".
           05 group-joined-stamp        pic X(21).
