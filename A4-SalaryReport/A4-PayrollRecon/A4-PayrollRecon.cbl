       file-control.

      * the feed the salary report wrote this cycle - our side of
      * the match, balanced against its own trailer and then read
      * by the SORT
            select payroll-feed-file
                assign to '../../../data/A4-PAYROLL-FEED.dat'
                organization is line sequential
       data division.
       file section.
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

       fd payroll-ack-file
          record contains 13 characters
         05 rx-applied-amount          pic 9(7)v99.
         05 rx-run-date                pic x(8).

      * first and last records of the extract - the cycle it was
      * matched for, then the count and money hash the resend
      * builder balances before it rebuilds anything
       01 except-extract-header.
         05 rx-hdr-record-type         pic x(3).
         05 rx-hdr-cycle-id            pic x(8).
         05 rx-hdr-program             pic x(8).
         05 rx-hdr-create-date         pic x(8).
         05 filler                     pic x(23).

       01 except-extract-trailer.
         05 rx-trl-record-type         pic x(3).
         05 rx-trl-record-count        pic 9(6).
         05 rx-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(26).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-feed-status              pic x(2)    value spaces.
       01 ws-ack-ok                   pic x       value 'n'.

       77 ws-extract-count            pic 9(4)    value 0.
       77 ws-extract-hash             pic 9(13)v99 value 0.
       77 ws-run-date                 pic x(8)    value spaces.

      * header/trailer check of the payroll feed - what a pass
      * over the file finds, against what its trailer says was
      * written, and the reason it was refused if it was
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(70)   value spaces.

      * the balanced-line state - the key each side is sitting on,
      * high-values once that side is exhausted, and the last key
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * control counts and dollar totals, both sides
       77 ws-feed-read-count          pic 9(4)    value 0.
       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output recon-report-file.
           write recon-report-record from ws-recon-heading.

      * cycle feed from a match this run had no business making
           perform 050-check-cycle-control.

      * a feed that is not this cycle's, or does not balance to
      * its own trailer, is refused the same way - before the
      * extract is touched
           if ws-gate-refused = 'n'
               perform 057-verify-feed-control
           end-if.

           if ws-gate-refused = 'n'
               perform 055-reconcile-the-cycle
           end-if.
               write recon-report-record
               move 'n'                      to ws-recon-clean
               move 'y'                      to ws-gate-refused
           else
      * payroll is not reconciled against feeds nobody has looked
      * at - the anomaly review must have run on these feeds and
      * been cleared by an operator
           if cw-review-done not = 'Y'
               move "CYCLE CONTROL: ANOMALY REVIEW NOT CLEARED - NOT REC
      -            "ONCILED"                 to recon-report-record
               write recon-report-record
               move 'n'                      to ws-recon-clean
               move 'y'                      to ws-gate-refused
           end-if.

       055-reconcile-the-cycle.
      * the wrong directory, must hold the cycle, not close it on
      * zero-record control totals
           open output except-extract-file.
           perform 080-write-extract-header.
           perform 060-verify-feed-available.
           perform 070-verify-ack-available.

           perform 100-sort-both-sides.
           perform 200-match-balanced-line.
           perform 400-write-control-totals.
           perform 090-write-extract-trailer.
           close except-extract-file.

       057-verify-feed-control.
      * the header must name the cycle in control and the records
      * between must come to the trailer's count and hash - a feed
      * that will not open is left to 060-verify-feed-available,
      * which reconciles the ack side alone and fails the run
           move 'n'                          to ws-ctl-eof.
           move spaces                       to ws-ctl-reason.
           open input payroll-feed-file.
           if ws-feed-status = "00"
               perform 058-verify-one-feed-record
                 until ws-ctl-eof = 'y'
               close payroll-feed-file
               if ws-ctl-reason = spaces
                   perform 059-check-feed-control
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to recon-report-record
               write recon-report-record
               move 'n'                      to ws-recon-clean
               move 'y'                      to ws-gate-refused
           end-if.

       058-verify-one-feed-record.
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
               move "FEED READ ERROR - NOT RECONCILED"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       059-check-feed-control.
           if ws-ctl-header-seen not = 'y'
               move "PAYROLL FEED HAS NO HEADER - NOT RECONCILED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "PAYROLL FEED IS FOR ANOTHER CYCLE - NOT RECONCI
      -                "LED"              to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move "PAYROLL FEED HAS NO TRAILER - NOT RECONCILE
      -                    "D"            to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "PAYROLL FEED OUT OF BALANCE - RECORD COUNT - NO
      -                "T RECONCILED"     to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "PAYROLL FEED OUT OF BALANCE - HASH TOTAL - 
      -                    "NOT RECONCILED" to ws-ctl-reason
                   end-if
               end-if
           end-if.

       060-verify-feed-available.
      * a probe open, closed again at once - the SORT does its own
      * opening, this only proves the file is there to be sorted
               move 'n'                      to ws-recon-clean
           end-if.

       080-write-extract-header.
           move spaces                       to except-extract-header.
           move "HDR"                        to rx-hdr-record-type.
           move cw-cycle-id                  to rx-hdr-cycle-id.
           move "A4RECON"                    to rx-hdr-program.
           move ws-run-date                  to rx-hdr-create-date.
           write except-extract-header.

       090-write-extract-trailer.
      * exception count and the hash of every money field written,
      * for the resend builder to balance against
           move spaces                      to except-extract-trailer.
           move "TRL"                        to rx-trl-record-type.
           move ws-extract-count             to rx-trl-record-count.
           move ws-extract-hash              to rx-trl-hash-total.
           write except-extract-trailer.

       100-sort-both-sides.
      * employee-number order on both sides is what lets one
      * sequential pass do what the old in-storage table search
               at end
                   move high-values          to ws-feed-key
               not at end
      * the feed's header and trailer sort in with the employees -
      * they are passed over without being counted, by leaving the
      * key where it was so 210-read-feed-record reads on
                   if pf-employee-num = "HDR" or
                      pf-employee-num = "TRL"
                       move ws-prev-feed-key to ws-feed-key
                   else
                       add 1                  to ws-feed-read-count
                       add pf-new-salary      to ws-feed-salary-total
                       move pf-employee-num  to ws-feed-key
                       if ws-feed-key = ws-prev-feed-key
                           perform 216-report-dup-feed
                       end-if
                   end-if
           end-read.
      * a read error partway down means the match cannot be
           move cw-report-date               to rx-run-date.
           write except-extract-record.
           add 1                              to ws-extract-count.
           add rx-applied-amount              to ws-extract-hash.

       230-match-next-pair.
      * the heart of the match - whichever side holds the lower
           move cw-report-date               to rx-run-date.
           write except-extract-record.
           add 1                              to ws-extract-count.
           add rx-applied-amount              to ws-extract-hash.

       260-compare-matched-pair.
      * the pair agrees on the employee - now the status and the
           move cw-report-date               to rx-run-date.
           write except-extract-record.
           add 1                              to ws-extract-count.
           add rx-sent-increase               to ws-extract-hash.
           add rx-sent-salary                 to ws-extract-hash.
           add rx-applied-amount              to ws-extract-hash.

       400-write-control-totals.
      * both sides' record counts and dollar totals, then the one
