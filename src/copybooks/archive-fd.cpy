       fd  archive-file is external.
       01 archive-record.
           05 archive-player-id         pic X(15).
           05 archive-stamp             pic X(21).
           05 archive-items-moved       pic 9(05).
           05 archive-mail-purged       pic 9(05).
           05 archive-progress-purged   pic 9(05).
           05 archive-player-data       pic X(200).
