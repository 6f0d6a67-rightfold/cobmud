           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "progress-select.cpy".
           copy "auction-select.cpy".
           copy "config-select.cpy".

           select snap-player-file assign to dynamic snap-player-path
                  record key snap-progress-key
                  file status snap-progress-status.

           select snap-auction-file
                  assign to dynamic snap-auction-path
                  organization indexed
                  access mode dynamic
                  record key snap-lot-number
                  file status snap-auction-status.

           select snap-control-file
                  assign to dynamic snap-control-path
                  organization line sequential
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "progress-fd.cpy".
           copy "auction-fd.cpy".
           copy "config-fd.cpy".

       fd  snap-player-file.
       01 snap-player-record.
           05 snap-player-id            pic X(15).
           05 snap-player-rest          pic X(117).

       fd  snap-item-file.
       01 snap-item-record.
           05 snap-item-id              pic X(10).
           05 snap-item-rest            pic X(101).

       fd  snap-progress-file.
       01 snap-progress-record.
           05 snap-progress-key         pic X(25).
           05 snap-progress-rest        pic X(43).

       fd  snap-auction-file.
       01 snap-lot-record.
           05 snap-lot-number           pic 9(07).
           05 snap-lot-rest             pic X(118).

       fd  snap-control-file.
       01 snap-control-line             pic X(21).

       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 progress-file-status          pic X(02).
       01 auction-file-status           pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 snap-item-status              pic X(02).
       01 snap-progress-path            pic X(100) value "QPROGSNP".
       01 snap-progress-status          pic X(02).
       01 snap-auction-path             pic X(100) value "AUCTSNP".
       01 snap-auction-status           pic X(02).
       01 snap-control-path             pic X(100) value "SNAPCTL".
       01 snap-control-status           pic X(02).
       01 report-file-path              pic X(100) value "SNAPRPT".
       01 players-copied                binary-long value 0.
       01 items-copied                  binary-long value 0.
       01 progress-copied               binary-long value 0.
       01 lots-copied                   binary-long value 0.
       01 players-copied-display        pic ZZZZ9.
       01 items-copied-display          pic ZZZZ9.
       01 progress-copied-display       pic ZZZZ9.
       01 lots-copied-display           pic ZZZZ9.

       procedure division.
       main-para.
           perform copy-players-para
           perform copy-items-para
           perform copy-progress-para
           perform copy-auction-para

           open output snap-control-file
           move cutoff-timestamp to snap-control-line
                  into report-line
           end-string
           write report-line
           move lots-copied to lots-copied-display
           move spaces to report-line
           string "auction lots copied: " delimited by size
                  lots-copied-display delimited by size
                  into report-line
           end-string
           write report-line
           close report-file

           stop run
           move "PLAYERFL" to player-file-path
           move "ITEMFL"   to item-file-path
           move "QPROGFL"  to progress-file-path
           move "AUCTFL"   to auction-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to progress-file-path
               when "SNAP-PROGRESS-FILE"
                   move config-value to snap-progress-path
               when "AUCTION-FILE"
                   move config-value to auction-file-path
               when "SNAP-AUCTION-FILE"
                   move config-value to snap-auction-path
               when "SNAP-CONTROL-FILE"
                   move config-value to snap-control-path
               when "REPORT-FILE"
                   add 1 to progress-copied
           end-read
           .

       copy-auction-para.
           open input auction-file
           if auction-file-status = "00"
               open output snap-auction-file
               move 0 to lot-number
               start auction-file key is not less than lot-number
                   invalid key
                       move "10" to auction-file-status
                   not invalid key
                       move "00" to auction-file-status
               end-start
               perform copy-one-lot-para
                   until auction-file-status = "10"
               close snap-auction-file
               close auction-file
           end-if
           .

       copy-one-lot-para.
           read auction-file next record
               at end
                   move "10" to auction-file-status
               not at end
                   move lot-record to snap-lot-record
                   write snap-lot-record
                   add 1 to lots-copied
           end-read
           .
