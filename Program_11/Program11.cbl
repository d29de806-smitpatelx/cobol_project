           05 ain-amount-int           pic 9(9).
           05 filler                   pic x.
           05 ain-amount-dec           pic 99.
           05 ain-posting-type         pic x(2).
           05 filler                   pic x(2).
      *
       fd output-file
           record contains 73 characters

      *    today's lines bump the run count and keep the latest
      *    totals (a restart that reran leaves its final figures);
      *    prior days feed the trailing average.  a late store's
      *    transmission posted afterwards under its original date
      *    is one store, not a day, and is left out of both.
       2010-POST-AUDIT-LINE.
           compute ws-line-amount =
               ain-amount-int + (ain-amount-dec / 100).
           compute ws-line-tax =
               ain-tax-int + (ain-tax-dec / 100).

           if(ain-posting-type NOT = "LT") then
               SET ws-mon-idx           to 1
               PERFORM 2020-MATCH-PROGRAM VARYING ws-mon-idx
                   from 1 BY 1
                   until ws-mon-idx > ws-mon-count
           end-if.
       2010-END.

       2020-MATCH-PROGRAM.
