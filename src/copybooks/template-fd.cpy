       fd  template-file is external.
       01 template-record.
           05 template-id               pic X(10).
           05 template-description      pic X(50).
           05 template-weight           pic 9(03).
           05 template-price            pic 9(05).
           05 template-container-flag   pic X(01).
               88 template-is-container value "Y".
               88 template-no-container value "N".
           05 template-capacity         pic 9(03).
           05 template-slot             pic X(01).
               88 template-slot-weapon  value "W".
               88 template-slot-body    value "B".
               88 template-slot-head    value "H".
               88 template-slot-shield  value "S".
               88 template-no-slot      value " ".
           05 template-bonus            pic 9(03).
