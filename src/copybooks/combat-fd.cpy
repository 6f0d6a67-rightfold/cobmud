       fd  combat-file is external.
       01 combat-record.
           05 combat-timestamp          pic X(21).
           05 combat-attacker-type      pic X(01).
               88 combat-attacker-player value "P".
               88 combat-attacker-npc   value "N".
           05 combat-attacker-id        pic X(15).
           05 combat-victim-type        pic X(01).
               88 combat-victim-player  value "P".
               88 combat-victim-npc     value "N".
           05 combat-victim-id          pic X(15).
           05 combat-room               pic 9(05).
           05 combat-damage             pic 9(04).
           05 combat-victim-hp          pic 9(04).
           05 combat-kill-flag          pic X(01).
               88 combat-was-kill       value "Y".
               88 combat-not-kill       value "N".
