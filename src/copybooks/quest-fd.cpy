           05 quest-reward-item         pic X(10).
           05 quest-reward-coins        pic 9(05).
           05 quest-description         pic X(100).
           05 quest-reward-xp           pic 9(05).
