               88 npc-is-hostile        value "Y".
               88 npc-not-hostile       value "N".
           05 npc-quest-id              pic X(10).
           05 npc-banker-flag           pic X(01).
               88 npc-is-banker         value "Y".
               88 npc-not-banker        value "N".
