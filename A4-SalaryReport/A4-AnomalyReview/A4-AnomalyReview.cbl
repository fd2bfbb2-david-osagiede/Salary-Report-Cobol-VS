       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4REVIEW.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to put a pair of
      *eyes on this cycle's payroll and letter feeds before payroll
      *is asked to apply them. Both feeds and the raise ledger are
      *sorted by employee number and matched in one balanced pass,
      *each employee on the feeds compared against the last ledger
      *row written before this cycle. Salary decreases, increases
      *over the parm card's tolerance, employees paid last cycle
      *who are missing now, employees with no ledger history at
      *all and job code changes each print as their own anomaly
      *class. The review is then marked run on the cycle control,
      *and the reconciliation will not run until an operator has
      *read the report and cleared it - a second run of this
      *program with a clearance card naming the cycle and the
      *operator.

       environment division.
       input-output section.
       file-control.

      * review or clear, the tolerance for an increase, and who is
      * clearing which cycle
            select review-parm-file
                assign to '../../../data/A4-REVIEW-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * this cycle's feeds - balanced against their own trailers,
      * then read by the SORT
            select payroll-feed-file
                assign to '../../../data/A4-PAYROLL-FEED.dat'
                organization is line sequential
                file status is ws-feed-status.

            select letter-feed-file
                assign to '../../../data/A4-LETTER-FEED.dat'
                organization is line sequential
                file status is ws-letter-status.

      * every cycle's row for every employee - where last cycle's
      * salary and job code come from
            select raise-ledger-file
                assign to '../../../data/A4-RAISE-LEDGER.dat'
                organization is line sequential
                file status is ws-ledger-status.

      * employee-number-ordered copies of the three inputs, built
      * fresh each run - the balanced-line match reads these
            select feed-sorted-file
                assign to '../../../data/A4-REVIEW-FEEDSORT.dat'
                organization is line sequential
                file status is ws-feedsort-status.

            select letter-sorted-file
                assign to '../../../data/A4-REVIEW-LETTERSORT.dat'
                organization is line sequential
                file status is ws-lettersort-status.

            select ledger-sorted-file
                assign to '../../../data/A4-REVIEW-LEDGERSORT.dat'
                organization is line sequential
                file status is ws-ledgersort-status.

      * sort work files backing the three SORT statements
            select ws-feed-sort-file
                assign to '../../../data/A4-REVIEW-SORTWK1.dat'.

            select ws-letter-sort-file
                assign to '../../../data/A4-REVIEW-SORTWK2.dat'.

            select ws-ledger-sort-file
                assign to '../../../data/A4-REVIEW-SORTWK3.dat'.

      * the review report - written fresh by a review run, added
      * to by the clearance run so the clearance sits under what
      * was cleared
            select review-report-file
                assign to '../../../data/A4-ANOMALY-REVIEW.out'
                organization is line sequential
                file status is ws-report-status.

      * the shared cycle control - the review runs against the
      * cycle in control after its report step, and stamps the
      * review step run and then cleared
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

       data division.
       file section.
       fd review-parm-file
          record contains 20 characters
          data record is review-parm-record.

      * action R reviews (the default), C clears - a clearance
      * only takes for the cycle it names, so a card left on disk
      * from last cycle can never wave this cycle's feeds through
       01 review-parm-record.
         05 rp-tolerance              pic x(3).
         05 rp-tolerance-n redefines rp-tolerance
                                      pic 99v9.
         05 rp-action                 pic x(1).
         05 rp-cycle-id               pic x(8).
         05 rp-operator-id            pic x(8).

       fd payroll-feed-file
          record contains 21 to 27 characters
          data record is payroll-feed-record.

      * named only for the control pass ahead of the SORT - the
      * match itself works off the sorted copy below
       01 payroll-feed-record.
         05 fr-employee-num            pic x(3).
         05 fr-pay-increase            pic 9(7)v99.
         05 fr-new-salary              pic 9(7)v99.

      * the header and trailer the writing program puts first and
      * last on the feed
       01 payroll-feed-header.
         05 fr-hdr-record-type         pic x(3).
         05 fr-hdr-cycle-id            pic x(8).
         05 fr-hdr-program             pic x(8).
         05 fr-hdr-create-date         pic x(8).

       01 payroll-feed-trailer.
         05 fr-trl-record-type         pic x(3).
         05 fr-trl-record-count        pic 9(6).
         05 fr-trl-hash-total          pic 9(13)v99.

       fd letter-feed-file
          record contains 69 characters
          data record is letter-feed-record.

      * named only for the control pass, like the payroll feed
       01 letter-feed-record.
         05 lr-employee-num            pic x(3).
         05 filler                     pic x(25).
         05 lr-current-salary          pic 9(7)v99.
         05 filler                     pic x(3).
         05 lr-pay-increase            pic 9(7)v99.
         05 lr-new-salary              pic 9(7)v99.
         05 filler                     pic x(11).

       01 letter-feed-header.
         05 lr-hdr-record-type         pic x(3).
         05 lr-hdr-cycle-id            pic x(8).
         05 lr-hdr-program             pic x(8).
         05 lr-hdr-create-date         pic x(8).
         05 filler                     pic x(42).

       01 letter-feed-trailer.
         05 lr-trl-record-type         pic x(3).
         05 lr-trl-record-count        pic 9(6).
         05 lr-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(45).

       fd raise-ledger-file
          record contains 48 characters
          data record is raise-ledger-record.

      * named only for the pass that finds last cycle's date
       01 raise-ledger-record.
         05 lg-employee-num            pic x(3).
         05 lg-run-date                pic x(8).
         05 filler                     pic x(36).
         05 lg-entry-type              pic x(1).

       fd feed-sorted-file
          record contains 21 characters
          data record is sorted-feed-record.

      * same layout the salary report writes, employee-num order
       01 sorted-feed-record.
         05 pf-employee-num            pic x(3).
         05 pf-pay-increase            pic 9(7)v99.
         05 pf-new-salary              pic 9(7)v99.

       fd letter-sorted-file
          record contains 69 characters
          data record is sorted-letter-record.

      * same layout the salary report writes, employee-num order
       01 sorted-letter-record.
         05 lf-employee-num            pic x(3).
         05 lf-employee-name           pic x(15).
         05 lf-job-code                pic x(10).
         05 lf-current-salary          pic 9(7)v99.
         05 lf-percent-increase        pic 99v9.
         05 lf-pay-increase            pic 9(7)v99.
         05 lf-new-salary              pic 9(7)v99.
         05 lf-letter-status           pic x(1).
         05 lf-cycle-id                pic x(8).
         05 lf-rating-code             pic x(2).

       fd ledger-sorted-file
          record contains 48 characters
          data record is sorted-ledger-record.

      * same layout the salary report writes, in employee-num then
      * run-date order, so an employee's latest row comes last
       01 sorted-ledger-record.
         05 ld-employee-num            pic x(3).
         05 ld-run-date                pic x(8).
         05 ld-job-code                pic x(10).
         05 ld-percent-increase        pic 99v9.
         05 ld-prorate-months          pic 9(2).
         05 ld-pay-increase            pic 9(7)v99.
         05 ld-new-salary              pic 9(7)v99.
         05 ld-hold-flag               pic x(1).
         05 ld-rating-code             pic x(2).
         05 ld-entry-type              pic x(1).

      * sort work files - not opened or closed by us, the SORT
      * verb's USING/GIVING clauses handle that
       sd ws-feed-sort-file
          data record is feed-sort-record.

       01 feed-sort-record.
         05 fs-employee-num            pic x(3).
         05 filler                     pic x(18).

       sd ws-letter-sort-file
          data record is letter-sort-record.

       01 letter-sort-record.
         05 ls-employee-num            pic x(3).
         05 filler                     pic x(66).

       sd ws-ledger-sort-file
          data record is ledger-sort-record.

       01 ledger-sort-record.
         05 gs-employee-num            pic x(3).
         05 gs-run-date                pic x(8).
         05 filler                     pic x(37).

       fd review-report-file
          record contains 100 characters
          data record is review-report-record.

       01 review-report-record         pic x(100).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-feed-status              pic x(2)    value spaces.
       01 ws-letter-status            pic x(2)    value spaces.
       01 ws-ledger-status            pic x(2)    value spaces.
       01 ws-feedsort-status          pic x(2)    value spaces.
       01 ws-lettersort-status        pic x(2)    value spaces.
       01 ws-ledgersort-status        pic x(2)    value spaces.
       01 ws-report-status            pic x(2)    value spaces.

      * set by anything that stops the review or the clearance -
      * the cycle control is left as it was and the run ends
      * nonzero
       01 ws-review-failed            pic x       value 'n'.

      * a raise ledger that will not open is not a reason to stop
      * the review - every employee simply reviews as new
       01 ws-ledger-ok                pic x       value 'n'.

       77 ws-run-date                 pic x(8)    value spaces.

      * what the parm card asked for - the tolerance is a percent
      * of last cycle's salary, the parm card overrides the default
       77 ws-tolerance                pic 99v9    value 10.0.
       77 ws-run-action               pic x(1)    value 'R'.
         88 ws-clear-run                          value 'C'.

      * header/trailer check of each feed - what a pass over the
      * file finds, against what its trailer says was written,
      * and the reason it was refused if it was
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-program              pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(70)   value spaces.

      * which program wrote the payroll feed - only the salary
      * report's own feed carries the whole cycle, so only there
      * does an employee missing from it mean anything
       77 ws-feed-program             pic x(8)    value spaces.
       77 ws-full-cycle-feed          pic x       value 'n'.

      * the latest cycle (not off-cycle) run date on the ledger
      * before this cycle's report - "last cycle"
       77 ws-prior-cycle-date         pic x(8)    value spaces.
       77 ws-ledger-eof               pic x       value 'n'.

      * the balanced-line state - the key each side is sitting on,
      * high-values once that side is exhausted, and the last key
      * accepted on each feed so a repeat shows up as a duplicate;
      * the keys start at low-values so the priming advance reads
       77 ws-feed-key                 pic x(3)    value low-values.
       77 ws-letter-key               pic x(3)    value low-values.
       77 ws-ledger-key               pic x(3)    value low-values.
       77 ws-prev-feed-key            pic x(3)    value low-values.
       77 ws-prev-letter-key          pic x(3)    value low-values.
       77 ws-low-key                  pic x(3)    value spaces.

      * one employee's picture, gathered from whichever sides
      * carried the low key
       77 ws-on-payroll               pic x       value 'n'.
       77 ws-on-letter                pic x       value 'n'.
       77 ws-has-history              pic x       value 'n'.
       77 ws-paid-last-cycle          pic x       value 'n'.
      * set when the ledger row in hand is part of the employee's
      * history coming into this feed
       77 ws-row-counts               pic x       value 'n'.
       77 ws-prior-salary             pic 9(7)v99 value 0.
       77 ws-prior-job-code           pic x(10)   value spaces.
       77 ws-new-salary               pic 9(7)v99 value 0.
       77 ws-emp-name                 pic x(15)   value spaces.
       77 ws-emp-job-code             pic x(10)   value spaces.
       77 ws-change-pct               pic s9(5)v9 value 0.

      * cycle-control state - the record in working form, and a
      * found flag
       77 ws-cycle-status             pic x(2)    value spaces.
       77 ws-cycle-found              pic x       value 'n'.
       01 ws-cycle-record.
         05 cw-cycle-id               pic x(8).
         05 cw-edit-done              pic x(1).
         05 cw-report-done            pic x(1).
         05 cw-letter-done            pic x(1).
         05 cw-recon-done             pic x(1).
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * control counts, one per anomaly class
       77 ws-reviewed-count           pic 9(5)    value 0.
       77 ws-decrease-count           pic 9(4)    value 0.
       77 ws-over-count               pic 9(4)    value 0.
       77 ws-missing-count            pic 9(4)    value 0.
       77 ws-new-count                pic 9(4)    value 0.
       77 ws-job-change-count         pic 9(4)    value 0.
       77 ws-dup-count                pic 9(4)    value 0.
       77 ws-anomaly-count            pic 9(5)    value 0.

      * report heading, the basis the review ran on, and one line
      * per anomaly found - a clean employee prints nothing
       01 ws-review-heading.
         05 filler                    pic x(31)   value
                                 "Cycle-over-Cycle Anomaly Review".
         05 filler                    pic x(10)   value " - Cycle: ".
         05 rh-cycle-id               pic x(8).
         05 filler                    pic x(51)   value spaces.
       01 ws-basis-line.
         05 filler                    pic x(10)   value "Feed from=".
         05 rb-feed-program           pic x(8).
         05 filler                    pic x(14)   value
                                                "  Prior cycle=".
         05 rb-prior-date             pic x(8).
         05 filler                    pic x(12)   value
                                                  "  Tolerance=".
         05 rb-tolerance              pic z9.9.
         05 filler                    pic x(1)    value "%".
         05 filler                    pic x(43)   value spaces.
       01 ws-salary-line.
         05 rv-reason                 pic x(18).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Emp=".
         05 rv-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 rv-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Was=$".
         05 rv-prior-salary           pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Now=$".
         05 rv-new-salary             pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Chg=".
         05 rv-change-pct             pic ----9.9.
         05 filler                    pic x(1)    value "%".
         05 filler                    pic x(4)    value spaces.
       01 ws-job-line.
         05 rj-reason                 pic x(18).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Emp=".
         05 rj-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 rj-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Was=".
         05 rj-prior-job-code         pic x(10).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Now=".
         05 rj-new-job-code           pic x(10).
         05 filler                    pic x(24)   value spaces.
       01 ws-note-line.
         05 rn-reason                 pic x(18).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Emp=".
         05 rn-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 rn-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 rn-note                   pic x(40).
         05 filler                    pic x(14)   value spaces.
       01 ws-reviewed-line.
         05 filler                    pic x(19)   value
                                           "Employees reviewed=".
         05 rt-reviewed               pic zzzz9.
         05 filler                    pic x(76)   value spaces.
       01 ws-class-count-line.
         05 filler                    pic x(9)    value "Decrease=".
         05 rt-decrease               pic zzz9.
         05 filler                    pic x(10)   value "  OverTol=".
         05 rt-over                   pic zzz9.
         05 filler                    pic x(10)   value "  Missing=".
         05 rt-missing                pic zzz9.
         05 filler                    pic x(6)    value "  New=".
         05 rt-new                    pic zzz9.
         05 filler                    pic x(9)    value "  JobChg=".
         05 rt-job-change             pic zzz9.
         05 filler                    pic x(6)    value "  Dup=".
         05 rt-dup                    pic zzz9.
         05 filler                    pic x(26)   value spaces.
       01 ws-result-line.
         05 filler                    pic x(18)   value
                                            "REVIEW COMPLETE - ".
         05 rt-anomalies              pic zzzz9.
         05 filler                    pic x(40)   value
                       " ANOMALIES - AWAITING OPERATOR CLEARANCE".
         05 filler                    pic x(37)   value spaces.
       01 ws-cleared-line.
         05 filler                    pic x(26)   value
                                    "ANOMALY REVIEW CLEARED BY ".
         05 rc-operator-id            pic x(8).
         05 filler                    pic x(4)    value " ON ".
         05 rc-run-date               pic x(8).
         05 filler                    pic x(54)   value spaces.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           perform 020-read-parm-card.
           perform 050-read-cycle-control.

      * the same program does both halves - a review card runs the
      * review, a clearance card records the operator's sign-off
           if ws-clear-run
               perform 600-clear-review
           else
               perform 100-run-review
           end-if.

           if ws-review-failed = 'y'
               move 8                        to return-code
           end-if.

           stop run.

           goback.

       020-read-parm-card.
      * no card runs a review at the default tolerance; a
      * tolerance that is blank, zero or not a number keeps the
      * default
           move spaces                       to review-parm-record.
           open input review-parm-file.
           if ws-parm-status = "00"
               read review-parm-file
                   at end
                       move spaces            to review-parm-record
               end-read
               close review-parm-file
           end-if.
           if rp-tolerance numeric
               if rp-tolerance-n > 0
                   move rp-tolerance-n       to ws-tolerance
               end-if
           end-if.
           if rp-action = 'C'
               move 'C'                      to ws-run-action
           end-if.

       050-read-cycle-control.
           move 'n'                          to ws-cycle-found.
           move spaces                       to ws-cycle-record.
           open input cycle-control-file.
           if ws-cycle-status = "00"
               read cycle-control-file
                   at end
                       continue
                   not at end
                       move cycle-control-record to ws-cycle-record
                       move 'y'               to ws-cycle-found
               end-read
               close cycle-control-file
           end-if.

       100-run-review.
           open output review-report-file.
           move cw-cycle-id                  to rh-cycle-id.
           write review-report-record from ws-review-heading.

      * nothing to review until the report step has written this
      * cycle's feeds
           if ws-cycle-found not = 'y' or cw-report-done not = 'Y'
               move "CYCLE CONTROL: REPORT STEP NOT COMPLETE - NOT REVIE
      -            "WED"                     to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
           end-if.

      * a feed that is not this cycle's, or does not balance to
      * its own trailer, is not worth reviewing - payroll would
      * refuse it anyway
           if ws-review-failed = 'n'
               perform 110-verify-payroll-control
           end-if.
           if ws-review-failed = 'n'
               perform 130-verify-letter-control
           end-if.

           if ws-review-failed = 'n'
               perform 150-find-prior-cycle
               perform 160-write-basis-line
               perform 200-sort-inputs
               perform 300-match-balanced-line
               perform 400-write-control-totals
           end-if.

           close review-report-file.

      * a completed review is marked run, not cleared - the
      * reconciliation still waits on an operator's clearance
           if ws-review-failed = 'n'
               perform 500-stamp-review-run
           end-if.

       110-verify-payroll-control.
      * the header must name the cycle in control and the records
      * between must come to the trailer's count and hash
           perform 105-reset-feed-control.
           open input payroll-feed-file.
           if ws-feed-status = "00"
               perform 115-verify-one-payroll-record
                 until ws-ctl-eof = 'y'
               close payroll-feed-file
               if ws-ctl-reason = spaces
                   perform 120-check-payroll-control
               end-if
           else
               move "PAYROLL FEED NOT AVAILABLE - NOT REVIEWED"
                                             to ws-ctl-reason
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
           end-if.
           move ws-ctl-program               to ws-feed-program.
           if ws-feed-program = "A4"
               move 'y'                      to ws-full-cycle-feed
           end-if.

       105-reset-feed-control.
           move 'n'                          to ws-ctl-eof.
           move 'n'                          to ws-ctl-header-seen.
           move 'n'                          to ws-ctl-trailer-seen.
           move spaces                       to ws-ctl-cycle-id.
           move spaces                       to ws-ctl-program.
           move 0                            to ws-ctl-read-count.
           move 0                            to ws-ctl-data-count.
           move 0                            to ws-ctl-hash-total.
           move 0                            to ws-ctl-trailer-count.
           move 0                            to ws-ctl-trailer-hash.
           move spaces                       to ws-ctl-reason.

       115-verify-one-payroll-record.
      * the header only counts as one in first place - anywhere
      * else it is just a record the trailer never counted
           read payroll-feed-file
               at end
                   move 'y'                  to ws-ctl-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if fr-employee-num = "HDR"
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move fr-hdr-cycle-id to ws-ctl-cycle-id
                           move fr-hdr-program to ws-ctl-program
                       end-if
                   else
                       if fr-employee-num = "TRL"
                           move 'y'          to ws-ctl-trailer-seen
                           move fr-trl-record-count to
                             ws-ctl-trailer-count
                           move fr-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add 1              to ws-ctl-data-count
                           add fr-pay-increase to ws-ctl-hash-total
                           add fr-new-salary  to ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-feed-status not = "00" and
              ws-feed-status not = "10"
               move "PAYROLL FEED READ ERROR - NOT REVIEWED"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       120-check-payroll-control.
           if ws-ctl-header-seen not = 'y'
               move "PAYROLL FEED HAS NO HEADER - NOT REVIEWED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "PAYROLL FEED IS FOR ANOTHER CYCLE - NOT REVIEWE
      -                "D"                   to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move "PAYROLL FEED HAS NO TRAILER - NOT REVIEWED"
                                             to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "PAYROLL FEED OUT OF BALANCE - RECORD COUNT - NO
      -                "T REVIEWED"          to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "PAYROLL FEED OUT OF BALANCE - HASH TOTAL - 
      -                    "NOT REVIEWED"    to ws-ctl-reason
                   end-if
               end-if
           end-if.

       130-verify-letter-control.
      * the same balance the letter writer does before it prints
           perform 105-reset-feed-control.
           open input letter-feed-file.
           if ws-letter-status = "00"
               perform 135-verify-one-letter-record
                 until ws-ctl-eof = 'y'
               close letter-feed-file
               if ws-ctl-reason = spaces
                   perform 140-check-letter-control
               end-if
           else
               move "LETTER FEED NOT AVAILABLE - NOT REVIEWED"
                                             to ws-ctl-reason
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
           end-if.

       135-verify-one-letter-record.
           read letter-feed-file
               at end
                   move 'y'                  to ws-ctl-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if lr-hdr-record-type = "HDR"
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move lr-hdr-cycle-id to ws-ctl-cycle-id
                       end-if
                   else
                       if lr-trl-record-type = "TRL"
                           move 'y'          to ws-ctl-trailer-seen
                           move lr-trl-record-count to
                             ws-ctl-trailer-count
                           move lr-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add 1              to ws-ctl-data-count
                           add lr-current-salary to ws-ctl-hash-total
                           add lr-pay-increase to ws-ctl-hash-total
                           add lr-new-salary  to ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-letter-status not = "00" and
              ws-letter-status not = "10"
               move "LETTER FEED READ ERROR - NOT REVIEWED"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       140-check-letter-control.
           if ws-ctl-header-seen not = 'y'
               move "LETTER FEED HAS NO HEADER - NOT REVIEWED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move
                    "LETTER FEED IS FOR ANOTHER CYCLE - NOT REVIEWED"
                                             to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move "LETTER FEED HAS NO TRAILER - NOT REVIEWED"
                                             to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "LETTER FEED OUT OF BALANCE - RECORD COUNT - NOT
      -                " REVIEWED"           to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "LETTER FEED OUT OF BALANCE - HASH TOTAL - N
      -                    "OT REVIEWED"     to ws-ctl-reason
                   end-if
               end-if
           end-if.

       150-find-prior-cycle.
      * last cycle is the latest cycle row on the ledger written
      * before this cycle's report ran - off-cycle rows fall
      * between cycles and are not a cycle of their own
           move spaces                       to ws-prior-cycle-date.
           open input raise-ledger-file.
           if ws-ledger-status = "00"
               move 'y'                      to ws-ledger-ok
               move 'n'                      to ws-ledger-eof
               perform 155-scan-one-ledger-record
                 until ws-ledger-eof = 'y'
               close raise-ledger-file
           else
               move "RAISE LEDGER NOT AVAILABLE - EVERY EMPLOYEE REVIEWS
      -            " AS NEW"                 to review-report-record
               write review-report-record
           end-if.

       155-scan-one-ledger-record.
           read raise-ledger-file
               at end
                   move 'y'                  to ws-ledger-eof
               not at end
                   if lg-entry-type not = 'O' and
                      lg-run-date < cw-report-date and
                      lg-run-date > ws-prior-cycle-date
                       move lg-run-date      to ws-prior-cycle-date
                   end-if
           end-read.
           if ws-ledger-status not = "00" and
              ws-ledger-status not = "10"
               move 'y'                      to ws-ledger-eof
           end-if.

       160-write-basis-line.
           move ws-feed-program              to rb-feed-program.
           move ws-prior-cycle-date          to rb-prior-date.
           move ws-tolerance                 to rb-tolerance.
           write review-report-record from ws-basis-line.
      * a release or off-cycle pass only carries the employees it
      * touched - everybody else being absent is the normal case
           if ws-full-cycle-feed not = 'y'
               move "SUPPLEMENTAL FEED - MISSING EMPLOYEE CHECK NOT APPL
      -            "IED"                     to review-report-record
               write review-report-record
           end-if.

       200-sort-inputs.
      * employee-number order on all three sides lets one
      * sequential pass line each employee's feed records up with
      * their ledger history
           sort ws-feed-sort-file
               on ascending key fs-employee-num
               using payroll-feed-file
               giving feed-sorted-file.
           open input feed-sorted-file.
           sort ws-letter-sort-file
               on ascending key ls-employee-num
               using letter-feed-file
               giving letter-sorted-file.
           open input letter-sorted-file.
           if ws-ledger-ok = 'y'
               sort ws-ledger-sort-file
                   on ascending key gs-employee-num
                   on ascending key gs-run-date
                   using raise-ledger-file
                   giving ledger-sorted-file
               open input ledger-sorted-file
           end-if.

       300-match-balanced-line.
      * balanced line over three sides - the lowest key is the
      * employee under review, and every side sitting on it gives
      * up what it knows about that employee before advancing;
      * high-values stands in for an exhausted side so the loop
      * has one exit
           perform 310-read-feed-record.
           perform 320-read-letter-record.
           perform 330-read-ledger-record.
           perform 340-review-next-employee
             until ws-feed-key = high-values and
                   ws-letter-key = high-values and
                   ws-ledger-key = high-values.
           close feed-sorted-file.
           close letter-sorted-file.
           if ws-ledger-ok = 'y'
               close ledger-sorted-file
           end-if.

       310-read-feed-record.
      * a key equal to the one before it is a duplicate - reported
      * and passed over, so only the first record is reviewed
           perform 315-read-one-feed-record
             until ws-feed-key = high-values or
                   ws-feed-key not = ws-prev-feed-key.
           if ws-feed-key not = high-values
               move ws-feed-key              to ws-prev-feed-key
           end-if.

       315-read-one-feed-record.
           read feed-sorted-file
               at end
                   move high-values          to ws-feed-key
               not at end
      * the header and trailer sort in with the employees - they
      * are passed over by leaving the key where it was
                   if pf-employee-num = "HDR" or
                      pf-employee-num = "TRL"
                       move ws-prev-feed-key to ws-feed-key
                   else
                       move pf-employee-num  to ws-feed-key
                       if ws-feed-key = ws-prev-feed-key
                           move "DUP PAYROLL FEED" to rn-reason
                           move pf-employee-num to rn-employee-num
                           move spaces       to rn-employee-name
                           move "SECOND RECORD NOT REVIEWED"
                                             to rn-note
                           perform 390-write-dup-line
                       end-if
                   end-if
           end-read.
           if ws-feedsort-status not = "00" and
              ws-feedsort-status not = "10"
               move "PAYROLL FEED READ ERROR - REVIEW INCOMPLETE"
                                             to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
               move high-values              to ws-feed-key
           end-if.

       320-read-letter-record.
           perform 325-read-one-letter-record
             until ws-letter-key = high-values or
                   ws-letter-key not = ws-prev-letter-key.
           if ws-letter-key not = high-values
               move ws-letter-key            to ws-prev-letter-key
           end-if.

       325-read-one-letter-record.
           read letter-sorted-file
               at end
                   move high-values          to ws-letter-key
               not at end
                   if lf-employee-num = "HDR" or
                      lf-employee-num = "TRL"
                       move ws-prev-letter-key to ws-letter-key
                   else
                       move lf-employee-num  to ws-letter-key
                       if ws-letter-key = ws-prev-letter-key
                           move "DUP LETTER FEED" to rn-reason
                           move lf-employee-num to rn-employee-num
                           move lf-employee-name to rn-employee-name
                           move "SECOND RECORD NOT REVIEWED"
                                             to rn-note
                           perform 390-write-dup-line
                       end-if
                   end-if
           end-read.
           if ws-lettersort-status not = "00" and
              ws-lettersort-status not = "10"
               move "LETTER FEED READ ERROR - REVIEW INCOMPLETE"
                                             to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
               move high-values              to ws-letter-key
           end-if.

       330-read-ledger-record.
      * every ledger row counts - an employee's rows come together
      * and are taken one by one in 350-take-ledger-row
           if ws-ledger-ok not = 'y'
               move high-values              to ws-ledger-key
           else
               read ledger-sorted-file
                   at end
                       move high-values      to ws-ledger-key
                   not at end
                       move ld-employee-num  to ws-ledger-key
               end-read
               if ws-ledgersort-status not = "00" and
                  ws-ledgersort-status not = "10"
                   move "RAISE LEDGER READ ERROR - REVIEW INCOMPLETE"
                                             to review-report-record
                   write review-report-record
                   move 'y'                  to ws-review-failed
                   move high-values          to ws-ledger-key
               end-if
           end-if.

       340-review-next-employee.
           move ws-feed-key                  to ws-low-key.
           if ws-letter-key < ws-low-key
               move ws-letter-key            to ws-low-key
           end-if.
           if ws-ledger-key < ws-low-key
               move ws-ledger-key            to ws-low-key
           end-if.

           move 'n'                          to ws-on-payroll.
           move 'n'                          to ws-on-letter.
           move 'n'                          to ws-has-history.
           move 'n'                          to ws-paid-last-cycle.
           move 0                            to ws-prior-salary.
           move spaces                       to ws-prior-job-code.
           move 0                            to ws-new-salary.
           move spaces                       to ws-emp-name.
           move spaces                       to ws-emp-job-code.

           if ws-ledger-key = ws-low-key
               perform 350-take-ledger-row
                 until ws-ledger-key not = ws-low-key
           end-if.
           if ws-letter-key = ws-low-key
               move 'y'                      to ws-on-letter
               move lf-employee-name         to ws-emp-name
               move lf-job-code              to ws-emp-job-code
               perform 320-read-letter-record
           end-if.
           if ws-feed-key = ws-low-key
               move 'y'                      to ws-on-payroll
               move pf-new-salary            to ws-new-salary
               perform 310-read-feed-record
           end-if.

           perform 360-check-employee.

       350-take-ledger-row.
      * rows come in run-date order, so the last row before this
      * cycle's report is what the employee was on coming into
      * this cycle - off-cycle rows included, since they moved the
      * salary too. A held raise was never paid, so the salary
      * stayed where it was before the raise. An off-cycle pass
      * dates its rows with the effective date, which can fall
      * before the report, so its own rows would pass for history
      * - against an off-cycle feed only the cycle rows up to and
      * including this cycle's report count
           move 'n'                          to ws-row-counts.
           if ws-feed-program = "A4OFFCYC"
               if ld-entry-type not = 'O' and
                  ld-run-date not > cw-report-date
                   move 'y'                  to ws-row-counts
               end-if
           else
               if ld-run-date < cw-report-date
                   move 'y'                  to ws-row-counts
               end-if
           end-if.
           if ws-row-counts = 'y'
               move 'y'                      to ws-has-history
               move ld-job-code              to ws-prior-job-code
               if ld-hold-flag = 'H'
                   compute ws-prior-salary =
                     ld-new-salary - ld-pay-increase
               else
                   move ld-new-salary        to ws-prior-salary
               end-if
               if ld-entry-type not = 'O' and
                  ld-run-date = ws-prior-cycle-date
                   move 'y'                  to ws-paid-last-cycle
               end-if
           end-if.
           perform 330-read-ledger-record.

       360-check-employee.
      * an employee on neither feed is only of interest when last
      * cycle paid them and this feed was meant to carry everybody
           if ws-on-payroll = 'y' or ws-on-letter = 'y'
               add 1                          to ws-reviewed-count
               if ws-has-history = 'n'
                   move "NEW - NO HISTORY"   to rn-reason
                   move "NO RAISE LEDGER ROW BEFORE THIS CYCLE"
                                             to rn-note
                   perform 380-write-note-line
                   add 1                      to ws-new-count
               else
                   if ws-on-payroll = 'y'
                       perform 365-check-salary
                   end-if
                   if ws-on-letter = 'y' and
                      ws-emp-job-code not = ws-prior-job-code
                       perform 375-write-job-line
                   end-if
               end-if
           else
               if ws-paid-last-cycle = 'y' and
                  ws-full-cycle-feed = 'y'
                   move "MISSING THIS CYCLE" to rn-reason
                   move "PAID LAST CYCLE - NOT ON EITHER FEED"
                                             to rn-note
                   perform 380-write-note-line
                   add 1                      to ws-missing-count
               end-if
           end-if.

       365-check-salary.
      * the change is a percent of the salary coming into the
      * cycle; a zero prior salary has no percent to speak of
           move 0                            to ws-change-pct.
           if ws-prior-salary > 0
               compute ws-change-pct rounded =
                 (ws-new-salary - ws-prior-salary) * 100
                 / ws-prior-salary
                   on size error
                       move 9999.9           to ws-change-pct
               end-compute
           end-if.
           if ws-new-salary < ws-prior-salary
               move "SALARY DECREASE"        to rv-reason
               perform 370-write-salary-line
               add 1                          to ws-decrease-count
           else
               if ws-change-pct > ws-tolerance or
                  (ws-prior-salary = 0 and ws-new-salary > 0)
                   move "OVER TOLERANCE"     to rv-reason
                   perform 370-write-salary-line
                   add 1                      to ws-over-count
               end-if
           end-if.

       370-write-salary-line.
           move ws-low-key                   to rv-employee-num.
           move ws-emp-name                  to rv-employee-name.
           move ws-prior-salary              to rv-prior-salary.
           move ws-new-salary                to rv-new-salary.
           move ws-change-pct                to rv-change-pct.
           write review-report-record from ws-salary-line.
           add 1                              to ws-anomaly-count.

       375-write-job-line.
           move "JOB CODE CHANGE"            to rj-reason.
           move ws-low-key                   to rj-employee-num.
           move ws-emp-name                  to rj-employee-name.
           move ws-prior-job-code            to rj-prior-job-code.
           move ws-emp-job-code              to rj-new-job-code.
           write review-report-record from ws-job-line.
           add 1                              to ws-job-change-count.
           add 1                              to ws-anomaly-count.

       380-write-note-line.
           move ws-low-key                   to rn-employee-num.
           move ws-emp-name                  to rn-employee-name.
           write review-report-record from ws-note-line.
           add 1                              to ws-anomaly-count.

       390-write-dup-line.
      * the caller has filled the line - a duplicate is an anomaly
      * of its own, whatever the first record turns out to be
           write review-report-record from ws-note-line.
           add 1                              to ws-dup-count.
           add 1                              to ws-anomaly-count.

       400-write-control-totals.
           move ws-reviewed-count            to rt-reviewed.
           write review-report-record from ws-reviewed-line
             after advancing 2 lines.
           move ws-decrease-count            to rt-decrease.
           move ws-over-count                to rt-over.
           move ws-missing-count             to rt-missing.
           move ws-new-count                 to rt-new.
           move ws-job-change-count          to rt-job-change.
           move ws-dup-count                 to rt-dup.
           write review-report-record from ws-class-count-line
             after advancing 1 line.
      * even a review that found nothing waits for an operator -
      * the clearance is the record that somebody looked
           if ws-review-failed = 'n'
               move ws-anomaly-count         to rt-anomalies
               write review-report-record from ws-result-line
                 after advancing 2 lines
           end-if.

       500-stamp-review-run.
      * P - run, awaiting clearance; a new review of the same
      * cycle withdraws any clearance an earlier one was given
           move 'P'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           perform 510-write-cycle-record.

       510-write-cycle-record.
           open output cycle-control-file.
           if ws-cycle-status = "00"
               move ws-cycle-record          to cycle-control-record
               write cycle-control-record
               close cycle-control-file
           end-if.
      * a stamp that will not take leaves the reconciliation
      * blocked - fail the run so ops hears it now
           if ws-cycle-status not = "00"
               move 'y'                      to ws-review-failed
           end-if.

       600-clear-review.
      * the clearance goes on the end of the report it clears -
      * file-not-found means no review ever printed, which the
      * checks below refuse anyway
           open extend review-report-file.
           if ws-report-status = "35"
               open output review-report-file
           end-if.

           if ws-cycle-found not = 'y' or cw-report-done not = 'Y'
               move "CYCLE CONTROL: REPORT STEP NOT COMPLETE - NOT CLEAR
      -            "ED"                      to review-report-record
               write review-report-record
               move 'y'                      to ws-review-failed
           else
               if rp-cycle-id not = cw-cycle-id
                   move "CLEARANCE CARD NAMES ANOTHER CYCLE - NOT CLEARE
      -                "D"                   to review-report-record
                   write review-report-record
                   move 'y'                  to ws-review-failed
               else
                   if rp-operator-id = spaces
                       move "CLEARANCE CARD HAS NO OPERATOR ID - NOT CLE
      -                    "ARED"            to review-report-record
                       write review-report-record
                       move 'y'              to ws-review-failed
                   else
                       if cw-review-done not = 'P' and
                          cw-review-done not = 'Y'
                           move "REVIEW NOT RUN ON THESE FEEDS - NOT CLE
      -                        "ARED"        to review-report-record
                           write review-report-record
                           move 'y'          to ws-review-failed
                       end-if
                   end-if
               end-if
           end-if.

           if ws-review-failed = 'n'
               move 'Y'                      to cw-review-done
               move rp-operator-id           to cw-review-cleared-by
               perform 510-write-cycle-record
           end-if.
           if ws-review-failed = 'n'
               move rp-operator-id           to rc-operator-id
               move ws-run-date              to rc-run-date
               write review-report-record from ws-cleared-line
                 after advancing 2 lines
           end-if.

           close review-report-file.

       end program A4REVIEW.
