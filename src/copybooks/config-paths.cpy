       01 progress-file-path            pic X(100) external.
       01 social-file-path              pic X(100) external.
       01 event-file-path               pic X(100) external.
       01 ledger-file-path              pic X(100) external.
       01 level-file-path               pic X(100) external.
       01 template-file-path            pic X(100) external.
       01 spawn-file-path               pic X(100) external.
       01 loot-file-path                pic X(100) external.
       01 sanction-file-path            pic X(100) external.
       01 case-file-path                pic X(100) external.
       01 group-file-path               pic X(100) external.
       01 combat-file-path              pic X(100) external.
       01 archive-file-path             pic X(100) external.
       01 auction-file-path             pic X(100) external.
       01 runctl-file-path              pic X(100) external.
