       fd  sanction-file is external.
       01 sanction-record.
           05 sanction-key.
               10 sanction-player-id    pic X(15).
               10 sanction-type         pic X(04).
                   88 sanction-is-mute  value "MUTE".
                   88 sanction-is-jail  value "JAIL".
                   88 sanction-is-ban   value "BAN ".
           05 sanction-start-stamp      pic X(21).
           05 sanction-expiry-stamp     pic X(21).
           05 sanction-operator-id      pic X(15).
           05 sanction-reason           pic X(100).
