           05 room-board-flag           pic X(01).
               88 room-has-board        value "Y".
               88 room-has-no-board     value "N".
           05 room-min-level            pic 9(03).
