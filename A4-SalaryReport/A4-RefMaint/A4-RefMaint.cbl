       PROGRAM-ID. A4REFMAINT.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to put the
      *reference files - the rate table, the salary bands, the
      *department master, the department budgets and the
      *performance rating multipliers - under the
      *same transaction-driven maintenance the employee master
      *already has, so nobody hand-edits an indexed file again.
      *Add/change/delete transactions are validated (including the
      *cross-file edits a hand edit can never do: a sane rate
      *range, band floor below band ceiling, a sane multiplier
      *range, no budget row for a
      *department the department master does not carry, and no
      *deleting a department that still has active employees
      *charging to it), rejected with a reason when they fail, and
                record key is bg-dept-code
                file status is ws-budget-status.

      * what each performance rating code does to the raise -
      * the salary report multiplies the classification percent by
      * the row for the employee's rating
            select perf-mult-file
                assign to '../../../data/A4-PERF-MULT.dat'
                organization is indexed
                access mode is random
                record key is mt-rating-code
                file status is ws-mult-status.

      * read only, and only when a department delete needs the
      * active-headcount check - the one edit a hand edit of the
      * department master could never make
           88 xr-band-file                        value 'B'.
           88 xr-dept-file                        value 'D'.
           88 xr-budget-file                      value 'G'.
           88 xr-mult-file                        value 'P'.
         05 xr-action                 pic x(1).
           88 xr-add                              value 'A'.
           88 xr-change                           value 'C'.
         05 xr-key-dept redefines xr-key.
           10 xr-dept-code            pic x(4).
           10 filler                  pic x(6).
         05 xr-key-rating redefines xr-key.
           10 xr-rating-code          pic x(2).
           10 filler                  pic x(8).
         05 xr-amount1                pic x(9).
         05 xr-amount1-n redefines xr-amount1
                                      pic 9(7)v99.
         05 xr-amount2                pic x(9).
         05 xr-amount2-n redefines xr-amount2
                                      pic 9(7)v99.
      * the department name slot doubles as the rating
      * description on a multiplier transaction
         05 xr-dept-name              pic x(20).
         05 xr-manager-name           pic x(15).
         05 xr-cost-center            pic x(6).
         05 bg-dept-code               pic x(4).
         05 bg-budget-amount           pic 9(7)v99.

       fd perf-mult-file
          record contains 25 characters
          data record is perf-mult-record.

      * same layout the salary report reads
       01 perf-mult-record.
         05 mt-rating-code             pic x(2).
         05 mt-multiplier              pic 9v99.
         05 mt-description             pic x(20).

       fd employee-master
          record contains 43 characters
          data record is employee-record.

      * before image is spaces on an add, after image is spaces on
      * a delete; both images are the raw reference record, padded
      * to the widest of the reference layouts
       01 audit-record.
         05 rf-run-date               pic x(8).
         05 rf-file                   pic x(1).
         05 rf-after-image            pic x(45).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-trans-eof                pic x       value 'n'.
       01 ws-band-status              pic x(2)    value spaces.
       01 ws-dept-status              pic x(2)    value spaces.
       01 ws-budget-status            pic x(2)    value spaces.
       01 ws-mult-status              pic x(2)    value spaces.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.
       01 ws-record-found             pic x       value 'n'.
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * control totals appended to the bottom of the reject
      * listing so ops can balance read = applied + rejected
           perform 030-open-band-file.
           perform 040-open-dept-master.
           perform 050-open-budget-file.
           perform 060-open-mult-file.

      * same create-on-first-use rule for the audit trail
           open extend audit-file.
               perform 900-abandon-run
           end-if.

       060-open-mult-file.
           open i-o perf-mult-file.
           if ws-mult-status = "35"
               open output perf-mult-file
               if ws-mult-status = "00"
                   close perf-mult-file
                   open i-o perf-mult-file
               end-if
           end-if.
           if ws-mult-status not = "00"
               move "MULTIPLIER FILE OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               close rate-table, salary-band-file, dept-master,
                 dept-budget-file
               perform 900-abandon-run
           end-if.

       090-close-ref-files.
           close rate-table,
             salary-band-file,
             dept-master,
             dept-budget-file,
             perf-mult-file.

       100-read-transaction.
           read ref-trans-file

       110-apply-transaction.
      * routes each transaction to its file's handler; a file byte
      * that is not R/B/D/G/P is turned away before anything keyed
           if xr-key = spaces
               move "KEY MISSING"            to ws-reject-reason
               perform 800-write-reject-line
                       else
                           if xr-budget-file
                               perform 500-apply-budget-trans
                           else
                           if xr-mult-file
                               perform 600-apply-mult-trans
                           else
                               move "INVALID FILE CODE"
                                             to ws-reject-reason
                               perform 800-write-reject-line
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
               end-if
           end-if.

       600-apply-mult-trans.
           move xr-rating-code               to mt-rating-code.
           perform 610-read-mult-record.
           if xr-add
               perform 620-add-mult-record
           else
           if xr-change
               perform 630-change-mult-record
           else
           if xr-delete
               perform 640-delete-mult-record
           else
               move "INVALID ACTION CODE"    to ws-reject-reason
               perform 800-write-reject-line
           end-if.

       610-read-mult-record.
           move 'n'                          to ws-record-found.
           read perf-mult-file
               invalid key
                   continue
               not invalid key
                   move 'y'                  to ws-record-found
           end-read.

       620-add-mult-record.
           if ws-record-found = 'y'
               move "ALREADY ON MULTIPLIER FILE"
                                             to ws-reject-reason
               perform 800-write-reject-line
           else
           if xr-amount1 not numeric
               move "MULTIPLIER NOT NUMERIC" to ws-reject-reason
               perform 800-write-reject-line
           else
      * the sane-range edit - a rating can take the raise away
      * entirely but never more than double it
           if xr-amount1-n > 2.00
               move "MULTIPLIER OUTSIDE 0.00 - 2.00"
                                             to ws-reject-reason
               perform 800-write-reject-line
           else
               move spaces                   to ws-before-image
               move xr-rating-code           to mt-rating-code
               move xr-amount1-n             to mt-multiplier
               move xr-dept-name             to mt-description
               write perf-mult-record
               if ws-mult-status = "00"
                   move perf-mult-record     to ws-after-image
                   perform 810-write-audit-record
               else
                   move "MULTIPLIER FILE WRITE FAILED"
                                             to ws-reject-reason
                   perform 800-write-reject-line
               end-if
           end-if.

       630-change-mult-record.
      * blank means keep, for the multiplier and the description
      * alike
           if ws-record-found not = 'y'
               move "NOT ON MULTIPLIER FILE" to ws-reject-reason
               perform 800-write-reject-line
           else
           if xr-amount1 = spaces and xr-dept-name = spaces
               move "NO FIELDS TO CHANGE"    to ws-reject-reason
               perform 800-write-reject-line
           else
           if xr-amount1 not = spaces and xr-amount1 not numeric
               move "MULTIPLIER NOT NUMERIC" to ws-reject-reason
               perform 800-write-reject-line
           else
           if xr-amount1 not = spaces and xr-amount1-n > 2.00
               move "MULTIPLIER OUTSIDE 0.00 - 2.00"
                                             to ws-reject-reason
               perform 800-write-reject-line
           else
               move perf-mult-record         to ws-before-image
               if xr-amount1 not = spaces
                   move xr-amount1-n         to mt-multiplier
               end-if
               if xr-dept-name not = spaces
                   move xr-dept-name         to mt-description
               end-if
               rewrite perf-mult-record
               if ws-mult-status = "00"
                   move perf-mult-record     to ws-after-image
                   perform 810-write-audit-record
               else
                   move "MULTIPLIER FILE REWRITE FAILED"
                                             to ws-reject-reason
                   perform 800-write-reject-line
               end-if
           end-if.

       640-delete-mult-record.
           if ws-record-found not = 'y'
               move "NOT ON MULTIPLIER FILE" to ws-reject-reason
               perform 800-write-reject-line
           else
               move perf-mult-record         to ws-before-image
               delete perf-mult-file record
               if ws-mult-status = "00"
                   move spaces               to ws-after-image
                   perform 810-write-audit-record
               else
                   move "MULTIPLIER FILE DELETE FAILED"
                                             to ws-reject-reason
                   perform 800-write-reject-line
               end-if
           end-if.

       800-write-reject-line.
      * one listing line per turned-away transaction
           move spaces                       to reject-record.
