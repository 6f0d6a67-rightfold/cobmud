       fd  auction-file is external.
       01 lot-record.
           05 lot-number                pic 9(07).
           05 lot-item-id               pic X(10).
           05 lot-seller-id             pic X(15).
           05 lot-minimum-bid           pic 9(07).
           05 lot-high-bid              pic 9(07).
           05 lot-high-bidder-id        pic X(15).
           05 lot-opened-stamp          pic X(21).
           05 lot-closes-stamp          pic X(21).
           05 lot-state                 pic X(01).
               88 lot-is-open           value "O".
               88 lot-is-sold           value "S".
               88 lot-is-unsold         value "U".
           05 lot-settled-stamp         pic X(21).
