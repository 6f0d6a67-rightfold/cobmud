       fd  runctl-file is external.
       01 runctl-record.
           05 runctl-state              pic X(05).
               88 runctl-is-live        value "LIVE".
               88 runctl-is-maint       value "MAINT".
               88 runctl-is-down        value "DOWN".
           05 runctl-stamp              pic X(21).
           05 runctl-changed-by         pic X(15).
