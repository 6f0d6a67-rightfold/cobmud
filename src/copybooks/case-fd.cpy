       fd  case-file is external.
       01 case-record.
           05 case-number               pic 9(07).
           05 case-reporter-id          pic X(15).
           05 case-reported-id          pic X(15).
           05 case-room                 pic 9(05).
           05 case-opened-stamp         pic X(21).
           05 case-status               pic X(01).
               88 case-is-open          value "O".
               88 case-is-closed        value "C".
           05 case-closed-stamp         pic X(21).
           05 case-closed-by            pic X(15).
           05 case-text                 pic X(200).
