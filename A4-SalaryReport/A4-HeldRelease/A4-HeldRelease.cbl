      *the next reconciliation run matches the release pass, writes
      *a letter feed so the released employees finally get their
      *letter, and carries every unresolved hold forward so nothing
      *quietly ages out. A released off-cycle hold also takes its
      *new salary to the master with an audit record, as the
      *off-cycle program does for an adjustment it accepts. A
      *release only runs once the cycle has settled - letters
      *printed and the reconciliation closed - so replacing the
      *letter feed can never wipe letters that have not gone out
      *yet.

       environment division.
       input-output section.
                assign to '../../../data/A4-HELD-CARRYFWD.dat'
                organization is line sequential.

      * the raw master and its audit trail - only touched when the
      * held feed carries an off-cycle hold, whose release is the
      * adjustment the off-cycle program would have applied had it
      * not been over the band
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-MASTER.dat'
                organization is indexed
                access mode is random
                record key is er-employee-num
                file status is ws-master-status.

            select audit-file
                assign to '../../../data/A4-MAINT-AUDIT.dat'
                organization is line sequential
                file status is ws-audit-status.

      * one listing line per held record saying what happened to
      * it, with control totals at the bottom
            select release-report-file
       data division.
       file section.
       fd held-feed-file
          record contains 80 characters
          data record is held-feed-record.

      * same layout the salary report writes
         05 hf-new-salary              pic 9(7)v99.
         05 hf-band-max                pic 9(7)v99.
         05 hf-run-date                pic x(8).
         05 hf-rating-code             pic x(2).
      * O on a hold the off-cycle program wrote
         05 hf-source-code             pic x(1).
           88 hf-offcycle-hold                     value 'O'.

      * the header and trailer the writing program puts first and
      * last on the feed
       01 held-feed-header.
         05 hf-hdr-record-type         pic x(3).
         05 hf-hdr-cycle-id            pic x(8).
         05 hf-hdr-program             pic x(8).
         05 hf-hdr-create-date         pic x(8).
         05 filler                     pic x(53).

       01 held-feed-trailer.
         05 hf-trl-record-type         pic x(3).
         05 hf-trl-record-count        pic 9(6).
         05 hf-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(56).

       fd disposition-file
          record contains 13 characters
                                      pic 9(7)v99.

       fd supp-feed-file
          record contains 21 to 27 characters
          data record is supp-feed-record.

      * same layout the salary report's payroll feed carries
         05 pf-pay-increase            pic 9(7)v99.
         05 pf-new-salary              pic 9(7)v99.

      * same header and trailer the salary report writes
       01 supp-feed-header.
         05 pf-hdr-record-type         pic x(3).
         05 pf-hdr-cycle-id            pic x(8).
         05 pf-hdr-program             pic x(8).
         05 pf-hdr-create-date         pic x(8).

       01 supp-feed-trailer.
         05 pf-trl-record-type         pic x(3).
         05 pf-trl-record-count        pic 9(6).
         05 pf-trl-hash-total          pic 9(13)v99.

       fd letter-feed-file
          record contains 69 characters
          data record is letter-feed-record.

      * same layout the salary report writes for the letter writer
         05 lf-new-salary              pic 9(7)v99.
         05 lf-letter-status           pic x(1).
         05 lf-cycle-id                pic x(8).
         05 lf-rating-code             pic x(2).

      * same header and trailer the salary report writes
       01 letter-feed-header.
         05 lf-hdr-record-type         pic x(3).
         05 lf-hdr-cycle-id            pic x(8).
         05 lf-hdr-program             pic x(8).
         05 lf-hdr-create-date         pic x(8).
         05 filler                     pic x(42).

       01 letter-feed-trailer.
         05 lf-trl-record-type         pic x(3).
         05 lf-trl-record-count        pic 9(6).
         05 lf-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(45).

       fd payroll-feed-file
          record contains 21 to 27 characters
          data record is payroll-feed-record.

      * same layout the salary report writes
         05 pr-pay-increase            pic 9(7)v99.
         05 pr-new-salary              pic 9(7)v99.

      * same header and trailer the salary report writes
       01 payroll-feed-header.
         05 pr-hdr-record-type         pic x(3).
         05 pr-hdr-cycle-id            pic x(8).
         05 pr-hdr-program             pic x(8).
         05 pr-hdr-create-date         pic x(8).

       01 payroll-feed-trailer.
         05 pr-trl-record-type         pic x(3).
         05 pr-trl-record-count        pic 9(6).
         05 pr-trl-hash-total          pic 9(13)v99.

       fd carry-forward-file
          record contains 80 characters
          data record is carry-forward-record.

       01 carry-forward-record         pic x(80).

      * the carry-forward is renamed over the held feed, so it
      * gets the held feed's own header and trailer
       01 carry-forward-header.
         05 cf-hdr-record-type         pic x(3).
         05 cf-hdr-cycle-id            pic x(8).
         05 cf-hdr-program             pic x(8).
         05 cf-hdr-create-date         pic x(8).
         05 filler                     pic x(53).

       01 carry-forward-trailer.
         05 cf-trl-record-type         pic x(3).
         05 cf-trl-record-count        pic 9(6).
         05 cf-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(56).

       fd employee-master
          record contains 43 characters
          data record is employee-record.

      * same layout the maintenance program declares
       01 employee-record.
         05 er-employee-num           pic x(3).
         05 er-employee-name          pic x(15).
         05 er-education-code         pic x(1).
         05 er-years-service          pic 9(2).
         05 er-current-salary         pic 9(7)V99.
         05 er-department-code        pic x(4).
         05 er-employment-status      pic x(1).
         05 er-hire-date              pic x(8).

       fd audit-file
          record contains 99 characters
          data record is audit-record.

      * same layout the maintenance program writes - action O, as
      * the off-cycle program writes for an adjustment it applies
       01 audit-record.
         05 au-run-date               pic x(8).
         05 au-action                 pic x(1).
         05 au-employee-num           pic x(3).
         05 au-before-image           pic x(43).
         05 au-after-image            pic x(43).
         05 au-version                pic x(1).

       fd release-report-file
          record contains 83 characters
       01 release-report-record        pic x(83).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-held-eof                 pic x       value 'n'.
       01 ws-held-status              pic x(2)    value spaces.
       01 ws-disp-status              pic x(2)    value spaces.
       01 ws-disp-found               pic x       value 'n'.
       01 ws-got-held                 pic x       value 'n'.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.

      * set when the held feed carries an off-cycle hold, so the
      * master and the audit trail are opened for the run; and
      * whether the hold in hand made it onto the master
       77 ws-master-open              pic x       value 'n'.
       77 ws-master-ok                pic x       value 'y'.

      * before image of the employee record about to be rewritten,
      * captured ahead of the update the way the maintenance
      * program does
       77 ws-before-image             pic x(43)   value spaces.
       77 ws-run-date                 pic x(8)    value spaces.

      * header/trailer check of the held feed - what a pass over
      * the file finds, against what its trailer says was written,
      * and the reason it was refused if it was
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-offcyc-count         pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(83)   value spaces.

      * money hash of each file this run writes, for its trailer
       77 ws-payroll-hash             pic 9(13)v99 value 0.
       77 ws-letter-hash              pic 9(13)v99 value 0.
       77 ws-carry-hash               pic 9(13)v99 value 0.

      * set when an input will not open, a read fails partway, the
      * disposition table overflows, or a disposition names an
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * the whole disposition file is held in storage so the held
      * feed can be matched against it in one sequential pass, the
       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output release-report-file.
           write release-report-record from ws-release-heading.

      * both inputs must open before a single output is created -
      * a refused run must leave the letter feed, the cycle feed
      * and the carry-forward exactly as the cycle left them
      * a held feed from another cycle, or one that does not
      * balance to its own trailer, releases nothing
           if ws-release-failed = 'n'
               perform 055-verify-held-control
           end-if.

           if ws-release-failed = 'n'
               perform 060-open-input-files
           end-if.
               move 'y'                      to ws-release-failed
           end-if.

       055-verify-held-control.
      * the header must name the cycle in control and the records
      * between must come to the trailer's count and hash - a feed
      * that will not open is left to 060-open-input-files, which
      * already fails the run for it
           open input held-feed-file.
           if ws-held-status = "00"
               perform 056-verify-one-held-record
                 until ws-ctl-eof = 'y'
               close held-feed-file
               if ws-ctl-reason = spaces
                   perform 057-check-held-control
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to release-report-record
               write release-report-record
               move 'y'                      to ws-release-failed
           end-if.

       056-verify-one-held-record.
           read held-feed-file
               at end
                   move 'y'                  to ws-ctl-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if hf-hdr-record-type = "HDR"
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move hf-hdr-cycle-id to ws-ctl-cycle-id
                       end-if
                   else
                       if hf-trl-record-type = "TRL"
                           move 'y'          to ws-ctl-trailer-seen
                           move hf-trl-record-count to
                             ws-ctl-trailer-count
                           move hf-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add 1              to ws-ctl-data-count
                           if hf-offcycle-hold
                               add 1          to ws-ctl-offcyc-count
                           end-if
                           add hf-current-salary to ws-ctl-hash-total
                           add hf-pay-increase to ws-ctl-hash-total
                           add hf-new-salary  to ws-ctl-hash-total
                           add hf-band-max    to ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-held-status not = "00" and
              ws-held-status not = "10"
               move "HELD FEED READ ERROR - NOTHING RELEASED"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       057-check-held-control.
           if ws-ctl-header-seen not = 'y'
               move "HELD FEED HAS NO HEADER - NOTHING RELEASED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "HELD FEED IS FOR ANOTHER CYCLE - NOTHING RELEAS
      -                "ED"               to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move
                        "HELD FEED HAS NO TRAILER - NOTHING RELEASED"
                                             to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "HELD FEED OUT OF BALANCE - RECORD COUNT - NOTHI
      -                "NG RELEASED"      to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "HELD FEED OUT OF BALANCE - HASH TOTAL - NOT
      -                    "HING RELEASED" to ws-ctl-reason
                   end-if
               end-if
           end-if.

       060-open-input-files.
      * a held feed that will not open means there is nothing to
      * release - which is only clean when HR also sent nothing;
               write release-report-record
               move 'y'                      to ws-release-failed
           end-if.
      * an off-cycle hold needs the master and its audit trail -
      * the master is never opened OUTPUT, and only file-not-found
      * may start the audit trail fresh
           if ws-release-failed = 'n' and ws-ctl-offcyc-count > 0
               open i-o employee-master
               if ws-master-status not = "00"
                   move "MASTER OPEN FAILED - NOTHING RELEASED"
                                             to release-report-record
                   write release-report-record
                   move 'y'                  to ws-release-failed
               else
                   open extend audit-file
                   if ws-audit-status = "35"
                       open output audit-file
                   end-if
                   if ws-audit-status not = "00"
                       move "AUDIT TRAIL OPEN FAILED - NOTHING RELEASED"
                                             to release-report-record
                       write release-report-record
                       move 'y'              to ws-release-failed
                       close employee-master
                   else
                       move 'y'              to ws-master-open
                   end-if
               end-if
           end-if.
           if ws-release-failed = 'y'
               if ws-held-status = "00"
                   close held-feed-file
           open output payroll-feed-file.
           open output letter-feed-file.
           open output carry-forward-file.
           perform 080-write-output-headers.
           perform 100-load-disposition-table.
           perform 210-read-held-record.
           perform 220-release-one-hold until ws-held-eof = 'y'.
           perform 300-sweep-unmatched-disps.
           perform 400-write-control-totals.
      * trailers only on a clean pass - a file without one is
      * refused by whatever reads it next
           if ws-release-failed = 'n'
               perform 090-write-output-trailers
           end-if.
           close held-feed-file,
             disposition-file,
             supp-feed-file,
             payroll-feed-file,
             letter-feed-file,
             carry-forward-file.
           if ws-master-open = 'y'
               close employee-master, audit-file
           end-if.

       080-write-output-headers.
      * every rebuilt file opens with the cycle in control and
      * this program as the one that wrote it
           move spaces                       to payroll-feed-header.
           move "HDR"                        to pr-hdr-record-type.
           move cw-cycle-id                  to pr-hdr-cycle-id.
           move "A4RELEAS"                   to pr-hdr-program.
           move ws-run-date                  to pr-hdr-create-date.
           write payroll-feed-header.
           move spaces                       to supp-feed-header.
           move "HDR"                        to pf-hdr-record-type.
           move cw-cycle-id                  to pf-hdr-cycle-id.
           move "A4RELEAS"                   to pf-hdr-program.
           move ws-run-date                  to pf-hdr-create-date.
           write supp-feed-header.
           move spaces                       to letter-feed-header.
           move "HDR"                        to lf-hdr-record-type.
           move cw-cycle-id                  to lf-hdr-cycle-id.
           move "A4RELEAS"                   to lf-hdr-program.
           move ws-run-date                  to lf-hdr-create-date.
           write letter-feed-header.
           move spaces                       to carry-forward-header.
           move "HDR"                        to cf-hdr-record-type.
           move cw-cycle-id                  to cf-hdr-cycle-id.
           move "A4RELEAS"                   to cf-hdr-program.
           move ws-run-date                  to cf-hdr-create-date.
           write carry-forward-header.

       090-write-output-trailers.
      * every released raise wrote one supplemental, one payroll
      * and one letter record, so all three carry the same count -
      * the supplemental and payroll records are the same figures,
      * so they share a hash
           move spaces                       to payroll-feed-trailer.
           move "TRL"                        to pr-trl-record-type.
           compute pr-trl-record-count =
             ws-released-count + ws-capped-count.
           move ws-payroll-hash              to pr-trl-hash-total.
           write payroll-feed-trailer.
           move spaces                       to supp-feed-trailer.
           move "TRL"                        to pf-trl-record-type.
           compute pf-trl-record-count =
             ws-released-count + ws-capped-count.
           move ws-payroll-hash              to pf-trl-hash-total.
           write supp-feed-trailer.
           move spaces                       to letter-feed-trailer.
           move "TRL"                        to lf-trl-record-type.
           compute lf-trl-record-count =
             ws-released-count + ws-capped-count.
           move ws-letter-hash               to lf-trl-hash-total.
           write letter-feed-trailer.
           move spaces                      to carry-forward-trailer.
           move "TRL"                        to cf-trl-record-type.
           move ws-carried-count             to cf-trl-record-count.
           move ws-carry-hash                to cf-trl-hash-total.
           write carry-forward-trailer.

       100-load-disposition-table.
           if ws-disp-status = "00"
           end-if.

       210-read-held-record.
      * the header and trailer are passed over - only holds come
      * back to be released or carried
           move 'n'                          to ws-got-held.
           perform 215-read-one-held-record
             until ws-got-held = 'y' or ws-held-eof = 'y'.

       215-read-one-held-record.
           read held-feed-file
               at end
                   move 'y'                  to ws-held-eof
               not at end
                   if hf-hdr-record-type not = "HDR" and
                      hf-trl-record-type not = "TRL"
                       add 1                  to ws-held-read-count
                       move 'y'              to ws-got-held
                   end-if
           end-read.
      * same rule for the held feed itself
           if ws-held-status not = "00" and
           move hf-pay-increase              to ws-capped-increase.
           move hf-new-salary                to ws-capped-salary.
           move hf-percent-increase          to ws-capped-percent.
           perform 260-write-released-raise.
           if ws-master-ok = 'y'
               add 1                          to ws-released-count
           end-if.

       250-release-at-cap.
      * HR approved a smaller number - the cap is the new salary
                   move 0                    to ws-capped-percent
               end-if
               move "RELEASED AT CAP"        to rl-outcome
               perform 260-write-released-raise
               if ws-master-ok = 'y'
                   add 1                      to ws-capped-count
               end-if
           else
               move "CAP INVALID - CARRIED"  to rl-outcome
               perform 270-carry-hold-forward
      * the released raise goes out three ways - the supplemental
      * feed payroll pays from (with the cap already applied), the
      * rebuilt cycle feed the reconciliation will match, and the
      * letter feed the letter writer prints from. An off-cycle
      * hold goes to the master first, so a release that cannot be
      * recorded there is never paid
           perform 262-apply-offcycle-release.
           if ws-master-ok = 'y'
               perform 261-write-released-feeds
           end-if.

       261-write-released-feeds.
           move hf-employee-num              to pf-employee-num.
           move ws-capped-increase           to pf-pay-increase.
           move ws-capped-salary             to pf-new-salary.
           move ws-capped-increase           to pr-pay-increase.
           move ws-capped-salary             to pr-new-salary.
           write payroll-feed-record.
           add pr-pay-increase                to ws-payroll-hash.
           add pr-new-salary                  to ws-payroll-hash.
           move spaces                       to letter-feed-record.
           move hf-employee-num              to lf-employee-num.
           move hf-employee-name             to lf-employee-name.
           move ws-capped-salary             to lf-new-salary.
           move 'C'                          to lf-letter-status.
           move cw-cycle-id                  to lf-cycle-id.
           move hf-rating-code               to lf-rating-code.
           write letter-feed-record.
           add lf-current-salary              to ws-letter-hash.
           add lf-pay-increase                to ws-letter-hash.
           add lf-new-salary                  to ws-letter-hash.
           move ws-capped-salary             to rl-new-salary.
           move ws-capped-increase           to rl-pay-increase.
           perform 280-write-release-line.

       262-apply-offcycle-release.
      * the released salary becomes the current salary, with the
      * same before/after audit record the off-cycle program writes
      * - an employee since gone from the master is carried for HR
      * to look at, and a failed rewrite stops the run
           move 'y'                          to ws-master-ok.
           if hf-offcycle-hold
               move hf-employee-num          to er-employee-num
               read employee-master
                   invalid key
                       move 'n'              to ws-master-ok
               end-read
               if ws-master-ok = 'n'
                   move "NOT ON MASTER - CARRIED" to rl-outcome
                   perform 270-carry-hold-forward
               else
                   move employee-record      to ws-before-image
                   move ws-capped-salary     to er-current-salary
                   rewrite employee-record
                       invalid key
                           continue
                   end-rewrite
                   if ws-master-status not = "00"
                       move 'n'              to ws-master-ok
                       move "MASTER REWRITE ERROR - RUN FAILED"
                                             to release-report-record
                       write release-report-record
                       move 'y'              to ws-release-failed
                       move 'y'              to ws-held-eof
                   else
                       perform 264-write-audit-record
                   end-if
               end-if
           end-if.

       264-write-audit-record.
           move spaces                       to audit-record.
           move ws-run-date                  to au-run-date.
           move 'O'                          to au-action.
           move er-employee-num              to au-employee-num.
           move ws-before-image              to au-before-image.
           move employee-record              to au-after-image.
           move '2'                          to au-version.
           write audit-record.

       270-carry-hold-forward.
      * the hold rides forward unchanged so the next release pass
      * sees it again - nothing resolves by silence here
           move held-feed-record             to carry-forward-record.
           write carry-forward-record.
           add 1                              to ws-carried-count.
           add hf-current-salary              to ws-carry-hash.
           add hf-pay-increase                to ws-carry-hash.
           add hf-new-salary                  to ws-carry-hash.
           add hf-band-max                    to ws-carry-hash.
           move 0                            to rl-new-salary.
           move 0                            to rl-pay-increase.
           perform 280-write-release-line.
      * feed - the feed and letter counts become the released
      * records (every released raise wrote one of each), and the
      * letter and reconciliation steps reopen so the release pass
      * gets its own letter run and its own clean close. The
      * rebuilt feeds go back through the anomaly review too
           compute cw-feed-count =
             ws-released-count + ws-capped-count.
           move cw-feed-count                to cw-letter-count.
           move 'N'                          to cw-letter-done.
           move 'N'                          to cw-recon-done.
           move 'N'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           open output cycle-control-file.
           if ws-cycle-status = "00"
               move ws-cycle-record          to cycle-control-record
