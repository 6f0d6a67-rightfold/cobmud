               88 item-with-player      value "P".
               88 item-with-npc         value "N".
               88 item-in-item          value "I".
               88 item-in-auction       value "A".
           05 item-location-id          pic X(15).
           05 item-price                pic 9(05).
           05 item-container-flag       pic X(01).
               88 item-is-container     value "Y".
               88 item-not-container    value "N".
           05 item-capacity             pic 9(03).
           05 item-template-id          pic X(10).
           05 item-coin-pile-flag       pic X(01).
               88 item-is-coin-pile     value "Y".
               88 item-not-coin-pile    value "N".
           05 item-coin-amount          pic 9(07).
           05 item-slot                 pic X(01).
               88 item-slot-weapon      value "W".
               88 item-slot-body        value "B".
               88 item-slot-head        value "H".
               88 item-slot-shield      value "S".
               88 item-no-slot          value " ".
           05 item-bonus                pic 9(03).
           05 item-equipped-flag        pic X(01).
               88 item-is-equipped      value "Y".
               88 item-not-equipped     value "N" " ".
