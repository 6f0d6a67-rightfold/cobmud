       fd  loot-file is external.
       01 loot-record.
           05 loot-key.
               10 loot-npc-id           pic X(10).
               10 loot-template-id      pic X(10).
           05 loot-chance               pic 9(03).
           05 loot-quantity             pic 9(03).
