       fd  spawn-file is external.
       01 spawn-record.
           05 spawn-key.
               10 spawn-location-type   pic X(01).
                   88 spawn-in-room     value "R".
                   88 spawn-with-npc    value "N".
               10 spawn-location-id     pic X(15).
               10 spawn-template-id     pic X(10).
           05 spawn-quantity            pic 9(03).
           05 spawn-interval-minutes    pic 9(05).
           05 spawn-last-run            pic X(21).
