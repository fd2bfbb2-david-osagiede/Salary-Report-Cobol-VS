         05 rx-applied-amount          pic 9(7)v99.
         05 rx-run-date                pic x(8).

      * the reconciliation's header and trailer, first and last
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

       fd resend-feed-file
          record contains 38 characters
          data record is resend-feed-record.
         05 rs-retro-adjust            pic 9(7)v99.
         05 rs-orig-feed-date          pic x(8).

      * header and trailer in the payroll feed's form, padded to
      * the record, so the journal balances the resend before it
      * books it
       01 resend-feed-header.
         05 rs-hdr-record-type         pic x(3).
         05 rs-hdr-cycle-id            pic x(8).
         05 rs-hdr-program             pic x(8).
         05 rs-hdr-create-date         pic x(8).
         05 filler                     pic x(11).

       01 resend-feed-trailer.
         05 rs-trl-record-type         pic x(3).
         05 rs-trl-record-count        pic 9(6).
         05 rs-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(14).

       fd payroll-feed-file
          record contains 21 to 27 characters
          data record is payroll-feed-record.

      * same layout the salary report writes
         05 pf-pay-increase            pic 9(7)v99.
         05 pf-new-salary              pic 9(7)v99.

      * same header and trailer the salary report writes, so the
      * reconciliation balances the rebuilt feed the same way
       01 payroll-feed-header.
         05 pf-hdr-record-type         pic x(3).
         05 pf-hdr-cycle-id            pic x(8).
         05 pf-hdr-program             pic x(8).
         05 pf-hdr-create-date         pic x(8).

       01 payroll-feed-trailer.
         05 pf-trl-record-type         pic x(3).
         05 pf-trl-record-count        pic 9(6).
         05 pf-trl-hash-total          pic 9(13)v99.

       fd resend-report-file
          record contains 81 characters
          data record is resend-report-record.
       01 resend-report-record         pic x(81).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-extract-eof              pic x       value 'n'.
       01 ws-extract-status           pic x(2)    value spaces.
       01 ws-got-extract              pic x       value 'n'.

      * header/trailer check of the extract - what a pass over the
      * file finds, against what the reconciliation's trailer says
      * it wrote, and the reason it was refused if it was
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(81)   value spaces.

      * money hash of the rebuilt payroll feed, for its trailer
       77 ws-feed-hash                pic 9(13)v99 value 0.

      * money hash of the resend feed - increase + new salary +
      * retro adjustment - for its trailer
       77 ws-resend-hash              pic 9(13)v99 value 0.

      * set when the extract will not open or a read fails partway
      * down - a half-built resend feed must not be transmitted
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

       77 ws-run-date                 pic x(8)    value spaces.
       77 ws-read-count               pic 9(4)    value 0.
      * no feed to correct and nothing may be rebuilt
           perform 050-check-cycle-control.

      * an extract from another cycle's reconciliation, or one
      * that does not balance to its own trailer, must not become
      * a correction - refused before anything is rebuilt
           if ws-resend-failed = 'n'
               perform 060-verify-extract-control
           end-if.

      * an extract that will not open means the reconciliation has
      * not run (or was clean and wrote an empty one) - a missing
      * file is a sequencing error, not a cycle with no corrections
           if ws-extract-status = "00" and ws-resend-failed = 'n'
               open output resend-feed-file
               open output payroll-feed-file
               perform 080-write-feed-header
               perform 100-read-extract-record
               perform 200-build-one-resend
                 until ws-extract-eof = 'y'
               if ws-resend-failed = 'n'
                   perform 090-write-feed-trailer
               end-if
               close resend-feed-file, payroll-feed-file
           else
               if ws-resend-failed = 'n'
               move 'y'                      to ws-resend-failed
           end-if.

       060-verify-extract-control.
      * the header must name the cycle in control and the records
      * between must come to the trailer's count and hash - an
      * extract that will not open is left to the open below,
      * which already fails the run for it
           open input except-extract-file.
           if ws-extract-status = "00"
               perform 065-verify-one-extract-record
                 until ws-ctl-eof = 'y'
               close except-extract-file
               if ws-ctl-reason = spaces
                   perform 070-check-extract-control
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to resend-report-record
               write resend-report-record
               move 'y'                      to ws-resend-failed
           end-if.

       065-verify-one-extract-record.
           read except-extract-file
               at end
                   move 'y'                  to ws-ctl-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if rx-hdr-record-type = "HDR"
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move rx-hdr-cycle-id to ws-ctl-cycle-id
                       end-if
                   else
                       if rx-trl-record-type = "TRL"
                           move 'y'          to ws-ctl-trailer-seen
                           move rx-trl-record-count to
                             ws-ctl-trailer-count
                           move rx-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add 1              to ws-ctl-data-count
                           add rx-sent-increase to ws-ctl-hash-total
                           add rx-sent-salary to ws-ctl-hash-total
                           add rx-applied-amount to
                             ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-extract-status not = "00" and
              ws-extract-status not = "10"
               move "EXTRACT READ ERROR - NO RESEND BUILT"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       070-check-extract-control.
           if ws-ctl-header-seen not = 'y'
               move "RECON EXTRACT HAS NO HEADER - NO RESEND BUILT"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "RECON EXTRACT IS FOR ANOTHER CYCLE - NO RESEND 
      -                "BUILT"            to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move "RECON EXTRACT HAS NO TRAILER - NO RESEND BU
      -                    "ILT"          to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "RECON EXTRACT OUT OF BALANCE - RECORD COUNT - N
      -                "O RESEND BUILT"  to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "RECON EXTRACT OUT OF BALANCE - HASH TOTAL -
      -                    " NO RESEND BUILT" to ws-ctl-reason
                   end-if
               end-if
           end-if.

       080-write-feed-header.
           move spaces                       to payroll-feed-header.
           move "HDR"                        to pf-hdr-record-type.
           move cw-cycle-id                  to pf-hdr-cycle-id.
           move "A4RESEND"                   to pf-hdr-program.
           move ws-run-date                  to pf-hdr-create-date.
           write payroll-feed-header.
           move spaces                       to resend-feed-header.
           move "HDR"                        to rs-hdr-record-type.
           move cw-cycle-id                  to rs-hdr-cycle-id.
           move "A4RESEND"                   to rs-hdr-program.
           move ws-run-date                  to rs-hdr-create-date.
           write resend-feed-header.

       090-write-feed-trailer.
           move spaces                       to payroll-feed-trailer.
           move "TRL"                        to pf-trl-record-type.
           move ws-resent-count              to pf-trl-record-count.
           move ws-feed-hash                 to pf-trl-hash-total.
           write payroll-feed-trailer.
           move spaces                       to resend-feed-trailer.
           move "TRL"                        to rs-trl-record-type.
           move ws-resent-count              to rs-trl-record-count.
           move ws-resend-hash               to rs-trl-hash-total.
           write resend-feed-trailer.

       100-read-extract-record.
      * the header and trailer are passed over - only exception
      * records come back to be routed
           move 'n'                          to ws-got-extract.
           perform 105-read-one-extract-record
             until ws-got-extract = 'y' or ws-extract-eof = 'y'.

       105-read-one-extract-record.
           read except-extract-file
               at end
                   move 'y'                  to ws-extract-eof
               not at end
                   if rx-hdr-record-type not = "HDR" and
                      rx-trl-record-type not = "TRL"
                       add 1                  to ws-read-count
                       move 'y'              to ws-got-extract
                   end-if
           end-read.
      * a read error partway down the extract fails the run - a
      * resend feed built from half the exceptions would close the
           move ws-retro-amount              to rs-retro-adjust.
           move rx-run-date                  to rs-orig-feed-date.
           write resend-feed-record.
           add rs-pay-increase                to ws-resend-hash.
           add rs-new-salary                  to ws-resend-hash.
           add rs-retro-adjust                to ws-resend-hash.
           move rx-employee-num              to pf-employee-num.
           move rx-sent-increase             to pf-pay-increase.
           move rx-sent-salary               to pf-new-salary.
           write payroll-feed-record.
           add 1                              to ws-resent-count.
           add pf-pay-increase                to ws-feed-hash.
           add pf-new-salary                  to ws-feed-hash.
           move rx-reason                    to rd-reason.
           move rx-employee-num              to rd-employee-num.
           move "RESENT"                     to rd-outcome.
       300-stamp-cycle-control.
           move ws-resent-count              to cw-feed-count.
           move 'N'                          to cw-recon-done.
      * a rebuilt feed has not been through the anomaly review -
      * any clearance given to the one it replaces is withdrawn
           move 'N'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           open output cycle-control-file.
           if ws-cycle-status = "00"
               move ws-cycle-record          to cycle-control-record
