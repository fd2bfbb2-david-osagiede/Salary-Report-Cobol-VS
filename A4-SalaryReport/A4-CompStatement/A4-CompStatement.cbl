      *raise ledger the salary report appends to every cycle. One
      *line per cycle shows the classification, the percent, the
      *prorated months, the increase and the new salary, with held
      *raises marked and the performance rating the cycle was paid
      *on, and the statement closes with the cumulative
      *increase granted across every cycle on file - the record HR
      *needs for promotion reviews and the disputes we used to lose
      *for lack of one.
       data division.
       file section.
       fd raise-ledger-file
          record contains 48 characters
          data record is ledger-record.

      * same layout the salary report writes
         05 ld-pay-increase            pic 9(7)v99.
         05 ld-new-salary              pic 9(7)v99.
         05 ld-hold-flag               pic x(1).
         05 ld-rating-code             pic x(2).
         05 ld-entry-type              pic x(1).

       fd parm-file
          record contains 3 characters
                                              "     Increase ".
         05 filler                    pic x(15)   value
                                             "    New Salary ".
         05 filler                    pic x(6)    value spaces.
         05 filler                    pic x(6)    value "Rating".
         05 filler                    pic x(1)    value spaces.
         05 filler                    pic x(4)    value "Type".
         05 filler                    pic x(11)   value spaces.

      * one line per cycle off the ledger, oldest first - the
      * order the salary report appended them in
         05 st-new-salary             pic $z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 st-hold-note              pic x(4).
         05 filler                    pic x(4)    value spaces.
         05 st-rating-code            pic x(2).
         05 filler                    pic x(2)    value spaces.
      * OFFC on an off-cycle adjustment, blank on a cycle raise
         05 st-entry-note             pic x(4).
         05 filler                    pic x(11)   value spaces.

      * the progression summary at the bottom - how far the salary
      * has come across every cycle on file
           move ld-prorate-months            to st-months.
           move ld-pay-increase              to st-pay-increase.
           move ld-new-salary                to st-new-salary.
           move ld-rating-code               to st-rating-code.
           if ld-entry-type = 'O'
               move "OFFC"                   to st-entry-note
           else
               move spaces                   to st-entry-note
           end-if.
           if ld-hold-flag = 'H'
               move "HELD"                   to st-hold-note
           else
