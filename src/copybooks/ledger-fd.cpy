       fd  ledger-file is external.
       01 ledger-record.
           05 ledger-timestamp          pic X(21).
           05 ledger-player-id          pic X(15).
           05 ledger-direction          pic X(01).
               88 ledger-credit         value "C".
               88 ledger-debit          value "D".
           05 ledger-amount             pic 9(07).
           05 ledger-reason             pic X(05).
               88 ledger-for-buy        value "BUY".
               88 ledger-for-sell       value "SELL".
               88 ledger-for-quest      value "QUEST".
               88 ledger-for-admin      value "ADMIN".
               88 ledger-for-deposit    value "DEPOS".
               88 ledger-for-withdraw   value "WITHD".
               88 ledger-for-death      value "DEATH".
               88 ledger-for-pile       value "PILE".
               88 ledger-for-bid        value "BID".
               88 ledger-for-refund     value "REFND".
               88 ledger-for-auction    value "AUCTN".
           05 ledger-npc-id             pic X(10).
           05 ledger-item-id            pic X(10).
           05 ledger-balance            pic 9(07).
           05 ledger-source             pic X(01).
               88 ledger-live           value "L".
               88 ledger-replayed       value "R".
