       fd  level-file is external.
       01 level-record.
           05 level-number              pic 9(03).
           05 level-experience          pic 9(07).
           05 level-max-hit-points      pic 9(04).
           05 level-damage              pic 9(03).
