       identification division.
       program-id. cobmud-add-minutes.

       data division.
       working-storage section.
       01 base-date-num                 pic 9(08).
       01 base-hour-num                 pic 9(02).
       01 base-minute-num               pic 9(02).
       01 total-minutes                 pic 9(09).
       01 day-offset                    pic 9(07).
       01 minute-of-day                 pic 9(04).
       01 result-day-integer            binary-long.
       01 result-hour-num               pic 9(02).
       01 result-minute-num             pic 9(02).

       linkage section.
       01 base-stamp                    pic X(21).
       01 minutes-to-add                pic 9(07).
       01 result-stamp                  pic X(21).

       procedure division using reference base-stamp
                                 reference minutes-to-add
                                 reference result-stamp.
       main-para.
           move base-stamp to result-stamp
           if base-stamp(1:12) is numeric
               move base-stamp(1:8) to base-date-num
               move base-stamp(9:2) to base-hour-num
               move base-stamp(11:2) to base-minute-num

               compute total-minutes = base-hour-num * 60
                   + base-minute-num + minutes-to-add
               divide total-minutes by 1440
                   giving day-offset remainder minute-of-day
               compute result-day-integer =
                   function integer-of-date(base-date-num) + day-offset
               divide minute-of-day by 60
                   giving result-hour-num remainder result-minute-num

               move function date-of-integer(result-day-integer)
                 to result-stamp(1:8)
               move result-hour-num to result-stamp(9:2)
               move result-minute-num to result-stamp(11:2)
           end-if
           exit program
           .
