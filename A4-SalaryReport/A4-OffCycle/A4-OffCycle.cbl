       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4OFFCYC.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to apply salary
      *adjustments that cannot wait for the next cycle - promotions,
      *market adjustments, equity fixes and retention offers - from
      *a transaction file of employee, reason, new salary or
      *percent, and effective date. Every adjustment goes through
      *the same band check the salary report applies to a cycle
      *raise. An accepted adjustment goes out on a supplemental
      *payroll feed in the layout the reconciliation already
      *matches, is applied to the master with a maintenance-style
      *audit record, is appended to the raise ledger marked
      *off-cycle so the compensation statement shows it, and gets
      *a letter feed record. An adjustment over its band is held
      *for HR exactly the way a cycle raise is - a sign-off line on
      *the held-raises report and a record on the held feed the
      *release program works from. Like a release, the run only
      *goes ahead once the cycle in control has settled, since it
      *rebuilds the cycle's payroll and letter feeds.

       environment division.
       input-output section.
       file-control.

      * HR's off-cycle adjustments, one record per employee
            select offcyc-trans-file
                assign to '../../../data/A4-OFFCYC-TRANS.dat'
                organization is line sequential
                file status is ws-trans-status.

      * the raw master the maintenance program owns - an accepted
      * adjustment is the new current salary, so it is rewritten
      * in place the way a maintenance change would be
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-MASTER.dat'
                organization is indexed
                access mode is random
                record key is er-employee-num
                file status is ws-master-status.

      * the salary report's own control card - read here only for
      * the tenure cutoffs, so an adjustment is classified and
      * band-checked exactly the way a cycle raise would be
            select parm-file
                assign to '../../../data/A4-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * the same band ceilings the salary report holds raises
      * against
            select salary-band-file
                assign to '../../../data/A4-SALARY-BANDS.dat'
                organization is indexed
                access mode is random
                record key is bd-job-code
                file status is ws-band-status.

      * accepted adjustments only, in the same layout as the
      * cycle's payroll feed - header and trailer included - so the
      * reconciliation can match it against payroll's
      * acknowledgment and the journal program can balance it
      * without learning anything new
            select supp-feed-file
                assign to '../../../data/A4-PAYROLL-OFFCYC.dat'
                organization is line sequential.

      * the cycle's feed, rebuilt with only the accepted
      * adjustments - the reconciliation matches this file by name,
      * the same way it matches a release pass
            select payroll-feed-file
                assign to '../../../data/A4-PAYROLL-FEED.dat'
                organization is line sequential.

      * letter feed for the adjusted employees - held adjustments
      * go on it as holds so they land on the cover sheet
            select letter-feed-file
                assign to '../../../data/A4-LETTER-FEED.dat'
                organization is line sequential.

      * the same cumulative before/after trail the maintenance
      * program appends to
            select audit-file
                assign to '../../../data/A4-MAINT-AUDIT.dat'
                organization is line sequential
                file status is ws-audit-status.

      * the cumulative raise ledger - off-cycle rows are appended
      * behind the cycles already on it
            select raise-ledger-file
                assign to '../../../data/A4-RAISE-LEDGER.dat'
                organization is line sequential
                file status is ws-ledger-status.

      * HR's sign-off report and the machine-readable held feed -
      * an over-band adjustment is added to the holds already
      * waiting there, so one release pass disposes of both kinds;
      * the held feed is rebuilt rather than extended, so its
      * trailer still counts every hold on it, and is only replaced
      * once the rebuilt copy is complete
            select held-raise-file
                assign to '../../../data/A4-HELD-RAISES.out'
                organization is line sequential
                file status is ws-held-rpt-status.

            select held-feed-file
                assign to '../../../data/A4-HELD-FEED.dat'
                organization is line sequential
                file status is ws-held-status.

      * the holds already on the held feed, copied aside while the
      * feed is balanced so it can be rebuilt with them in front
            select held-work-file
                assign to '../../../data/A4-OFFCYC-HELDWORK.dat'
                organization is line sequential
                file status is ws-held-work-status.

      * the rebuilt held feed - header, the holds carried over, this
      * run's holds and trailer - copied over the held feed only
      * after a clean pass, the same way the salary report rebuilds
      * a trimmed file through a scratch copy, so a failed run
      * leaves the cycle's holds where they were
            select held-build-file
                assign to '../../../data/A4-OFFCYC-HELDBUILD.dat'
                organization is line sequential
                file status is ws-held-build-status.

      * one listing line per transaction saying what happened to
      * it, with control totals at the bottom
            select offcyc-list-file
                assign to '../../../data/A4-OFFCYC-LIST.out'
                organization is line sequential.

      * the shared cycle control - the adjustments are paid and
      * lettered as part of the cycle in control
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

       data division.
       file section.
       fd offcyc-trans-file
          record contains 23 characters
          data record is offcyc-trans-record.

      * the amount is a new annual salary when the type is S and a
      * percent of the current salary when it is P - carried as
      * display characters so a bad value can be turned away
       01 offcyc-trans-record.
         05 ot-employee-num            pic x(3).
         05 ot-reason-code             pic x(2).
           88 ot-reason-valid          value 'PR' 'MK' 'EQ' 'RT'.
         05 ot-adjust-type             pic x(1).
           88 ot-new-salary                        value 'S'.
           88 ot-percent                           value 'P'.
         05 ot-amount                  pic x(9).
         05 ot-amount-n redefines ot-amount
                                      pic 9(7)v99.
         05 ot-effective-date          pic x(8).
         05 ot-effective-parts redefines ot-effective-date.
           10 ot-effective-year        pic 9(4).
           10 ot-effective-month       pic 9(2).
           10 ot-effective-day         pic 9(2).

       fd employee-master
          record contains 43 characters
          data record is employee-record.

      * same layout the maintenance program declares
       01 employee-record.
         05 er-employee-num           pic x(3).
         05 er-employee-name          pic x(15).
         05 er-education-code         pic x(1).
           88 er-grad                             value 'G'.
           88 er-non-grad                         value 'N'.
         05 er-years-service          pic 9(2).
         05 er-current-salary         pic 9(7)V99.
         05 er-department-code        pic x(4).
         05 er-employment-status      pic x(1).
           88 er-active                           value 'A'.
           88 er-terminated                       value 'T'.
         05 er-hire-date              pic x(8).

       fd parm-file
          record contains 14 characters
          data record is parm-record.

      * same layout the salary report reads - only the cutoffs
      * matter here
       01 parm-record.
         05 pm-lines-per-page          pic 9(2).
         05 pm-cutoff-grad-analyst     pic 9(2).
         05 pm-cutoff-grad-senprog     pic 9(2).
         05 pm-cutoff-grad-prog        pic 9(2).
         05 pm-cutoff-nongrad-prog     pic 9(2).
         05 pm-cutoff-nongrad-jrprog   pic 9(2).
         05 pm-summary-only-switch     pic x(1).
         05 pm-simulation-switch       pic x(1).

       fd salary-band-file
           record contains 28 characters
           data record is band-record.

      * same layout the salary report reads
       01 band-record.
         05 bd-job-code                pic x(10).
         05 bd-band-min                pic 9(7)v99.
         05 bd-band-max                pic 9(7)v99.

       fd supp-feed-file
          record contains 21 to 27 characters
          data record is supp-feed-record.

      * same layout the salary report's payroll feed carries
       01 supp-feed-record.
         05 pf-employee-num            pic x(3).
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

       fd payroll-feed-file
          record contains 21 to 27 characters
          data record is payroll-feed-record.

      * same layout the salary report writes
       01 payroll-feed-record.
         05 pr-employee-num            pic x(3).
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

       fd letter-feed-file
          record contains 69 characters
          data record is letter-feed-record.

      * same layout the salary report writes for the letter writer
       01 letter-feed-record.
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

       fd audit-file
          record contains 99 characters
          data record is audit-record.

      * same layout the maintenance program writes - action O says
      * the change came from an off-cycle adjustment, not a keyed
      * transaction
       01 audit-record.
         05 au-run-date               pic x(8).
         05 au-action                 pic x(1).
         05 au-employee-num           pic x(3).
         05 au-before-image           pic x(43).
         05 au-after-image            pic x(43).
         05 au-version                pic x(1).

       fd raise-ledger-file
          record contains 48 characters
          data record is ledger-record.

      * same layout the salary report writes - entry type O marks
      * an off-cycle row, and the run date is the effective date
       01 ledger-record.
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

       fd held-raise-file
           record contains 90 characters
           data record is held-raise-record.

       01 held-raise-record            pic x(90).

       fd held-feed-file
          record contains 80 characters
          data record is held-feed-record.

      * same layout the salary report writes
       01 held-feed-record.
         05 hf-employee-num            pic x(3).
         05 hf-employee-name           pic x(15).
         05 hf-job-code                pic x(10).
         05 hf-current-salary          pic 9(7)v99.
         05 hf-percent-increase        pic 99v9.
         05 hf-prorate-months          pic 9(2).
         05 hf-pay-increase            pic 9(7)v99.
         05 hf-new-salary              pic 9(7)v99.
         05 hf-band-max                pic 9(7)v99.
         05 hf-run-date                pic x(8).
         05 hf-rating-code             pic x(2).
      * O on a hold this program wrote - its release has to take
      * the master and the audit trail along with the pay
         05 hf-source-code             pic x(1).
           88 hf-offcycle-hold                     value 'O'.

      * same header and trailer the salary report writes
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

       fd held-work-file
          record contains 80 characters
          data record is held-work-record.

       01 held-work-record             pic x(80).

       fd held-build-file
          record contains 80 characters
          data record is held-build-record.

      * same layout as the held feed it replaces
       01 held-build-record.
         05 hb-employee-num            pic x(3).
         05 hb-employee-name           pic x(15).
         05 hb-job-code                pic x(10).
         05 hb-current-salary          pic 9(7)v99.
         05 hb-percent-increase        pic 99v9.
         05 hb-prorate-months          pic 9(2).
         05 hb-pay-increase            pic 9(7)v99.
         05 hb-new-salary              pic 9(7)v99.
         05 hb-band-max                pic 9(7)v99.
         05 hb-run-date                pic x(8).
         05 hb-rating-code             pic x(2).
         05 hb-source-code             pic x(1).

       01 held-build-header.
         05 hb-hdr-record-type         pic x(3).
         05 hb-hdr-cycle-id            pic x(8).
         05 hb-hdr-program             pic x(8).
         05 hb-hdr-create-date         pic x(8).
         05 filler                     pic x(53).

       01 held-build-trailer.
         05 hb-trl-record-type         pic x(3).
         05 hb-trl-record-count        pic 9(6).
         05 hb-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(56).

       fd offcyc-list-file
          record contains 90 characters
          data record is offcyc-list-record.

       01 offcyc-list-record           pic x(90).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-trans-eof                pic x       value 'n'.
       01 ws-trans-status             pic x(2)    value spaces.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-band-status              pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.
       01 ws-ledger-status            pic x(2)    value spaces.
       01 ws-held-rpt-status          pic x(2)    value spaces.
       01 ws-held-status              pic x(2)    value spaces.
       01 ws-held-work-status         pic x(2)    value spaces.
       01 ws-held-work-eof            pic x       value 'n'.
       01 ws-held-build-status        pic x(2)    value spaces.
       01 ws-held-build-eof           pic x       value 'n'.

      * header/trailer check of the held feed already on file -
      * what a pass over it finds, against what its trailer says
      * was written, and the reason it was refused if it was
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(90)   value spaces.

      * money hash of each feed this run writes, for its trailer -
      * the held feed's starts from the holds carried over
       77 ws-payroll-hash             pic 9(13)v99 value 0.
       77 ws-letter-hash              pic 9(13)v99 value 0.
       77 ws-held-hash                pic 9(13)v99 value 0.

       77 ws-run-date                 pic x(8)    value spaces.

      * set when an input or a trail file will not open, a read or
      * a rewrite fails partway, or the transaction file overflows
      * the duplicate table - the run still lists what it can, but
      * ends with a nonzero return code so ops looks at it
       77 ws-offcyc-failed            pic x       value 'n'.

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

      * tenure cutoffs - the salary report's compiled-in defaults,
      * overridden field by field from its parm card the same way
      * the report does it
       77 ws-cutoff-grad-analyst      pic 99      value 16.
       77 ws-cutoff-grad-senprog      pic 99      value 7.
       77 ws-cutoff-grad-prog         pic 99      value 3.
       77 ws-cutoff-nongrad-prog      pic 99      value 11.
       77 ws-cutoff-nongrad-jrprog    pic 99      value 5.

      * band ceilings per classification - a classification with
      * no band row, or no band file at all, keeps the no-ceiling
      * default exactly as in the salary report
       77 ws-band-max-analyst         pic 9(7)v99 value 9999999.99.
       77 ws-band-max-sen-prog        pic 9(7)v99 value 9999999.99.
       77 ws-band-max-prog            pic 9(7)v99 value 9999999.99.
       77 ws-band-max-jr-prog         pic 9(7)v99 value 9999999.99.
       77 ws-band-max-current         pic 9(7)v99 value 0.

      * the adjustment in hand - classification, the figures it
      * works out to, and why it was turned away if it was
       77 ws-class-out                pic x(12)   value spaces.
       77 ws-job-code                 pic x(10)   value spaces.
       77 ws-current-salary           pic 9(7)v99 value 0.
       77 ws-new-salary               pic 9(7)v99 value 0.
       77 ws-pay-increase             pic 9(7)v99 value 0.
       77 ws-percent-increase         pic 99v9    value 0.
       77 ws-adjust-held              pic x       value 'n'.
       77 ws-reject-reason            pic x(24)   value spaces.

      * before image of the employee record about to be rewritten,
      * captured ahead of the update the way the maintenance
      * program does
       77 ws-before-image             pic x(43)   value spaces.

      * employees already adjusted this run - a second transaction
      * for the same employee would pay twice on one feed, so it
      * is turned away and HR sends one combined adjustment
       77 ws-done-count               pic 9(3)    value 0.
       01 ws-done-table.
         05 ws-done-employee-num      pic x(3)    occurs 500 times.
       77 ws-done-i                   pic 9(3)    value 0.
       77 ws-done-found               pic x       value 'n'.

      * control counts - read balances against the three outcomes
       77 ws-read-count               pic 9(4)    value 0.
       77 ws-accepted-count           pic 9(4)    value 0.
       77 ws-held-count               pic 9(4)    value 0.
       77 ws-rejected-count           pic 9(4)    value 0.

       01 ws-offcyc-heading.
         05 filler                    pic x(44)   value
                  "Off-Cycle Salary Adjustments - Disposition o".
         05 filler                    pic x(14)   value
                                             "f Transactions".
         05 filler                    pic x(32)   value spaces.

      * one line per transaction - what happened to it and the
      * money actually adjusted
       01 ws-offcyc-detail-line.
         05 ol-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 ol-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 ol-reason-code            pic x(2).
         05 filler                    pic x(2)    value spaces.
         05 ol-outcome                pic x(24).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "New=$".
         05 ol-new-salary             pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Inc=$".
         05 ol-pay-increase           pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.

      * one line per held adjustment, in the salary report's HR
      * sign-off layout
       01 ws-held-line.
         05 hl-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 hl-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 hl-job-code               pic x(10).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Cur=$".
         05 hl-current-salary         pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "New=$".
         05 hl-new-salary             pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Max=$".
         05 hl-band-max               pic z,zzz,zz9.99.
         05 filler                    pic x(1)    value spaces.

      * control totals so ops can balance read = accepted + held +
      * rejected before sending the supplemental feed
       01 ws-control-line.
         05 filler                    pic x(6)    value "Read= ".
         05 ws-read-out               pic ZZZ9.
         05 filler                    pic x(11)   value "  Accepted=".
         05 ws-accepted-out           pic ZZZ9.
         05 filler                    pic x(7)    value "  Held=".
         05 ws-held-out               pic ZZZ9.
         05 filler                    pic x(11)   value "  Rejected=".
         05 ws-rejected-out           pic ZZZ9.
         05 filler                    pic x(39)   value spaces.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output offcyc-list-file.
           write offcyc-list-record from ws-offcyc-heading.

      * the adjustments are paid and lettered under the cycle in
      * control - with no cycle on file, or a cycle whose letters
      * and reconciliation have not both finished, the feeds this
      * run rebuilds are still in use and nothing may be touched
           perform 050-check-cycle-control.

      * every input and every cumulative trail must open before a
      * single output is created - a refused run must leave the
      * master, the feeds and the trails exactly as it found them
           if ws-offcyc-failed = 'n'
               perform 020-read-parm-card
               perform 034-load-salary-bands
               perform 060-open-input-files
           end-if.
      * the holds already on the held feed must be this cycle's
      * and balance to their trailer before any are carried into
      * the rebuilt feed
           if ws-offcyc-failed = 'n'
               perform 062-verify-held-feed
           end-if.
           if ws-offcyc-failed = 'n'
               perform 065-open-trail-files
           end-if.

           if ws-offcyc-failed = 'n'
               perform 070-apply-all-adjustments
           end-if.

      * the accepted adjustments are now the cycle's feed to match
      * - restamp the control so the next letter and reconciliation
      * runs cover this pass and close the cycle again
           if ws-offcyc-failed = 'n'
               perform 500-stamp-cycle-control
           end-if.

           close offcyc-list-file.

      * a dirty run holds the supplemental feed - the scheduler
      * only transmits on a zero return code
           if ws-offcyc-failed = 'y'
               move 8                        to return-code
           end-if.

           stop run.

           goback.

       020-read-parm-card.
      * the salary report's card, read for its cutoffs only - each
      * override independent of the others, a missing card keeps
      * the report's own defaults
           move spaces                       to parm-record.
           open input parm-file.
           if ws-parm-status = "00"
               read parm-file
                   at end
                       move spaces            to parm-record
               end-read
               close parm-file
               if pm-cutoff-grad-analyst not = zero
                   move pm-cutoff-grad-analyst  to
                     ws-cutoff-grad-analyst
               end-if
               if pm-cutoff-grad-senprog not = zero
                   move pm-cutoff-grad-senprog  to
                     ws-cutoff-grad-senprog
               end-if
               if pm-cutoff-grad-prog not = zero
                   move pm-cutoff-grad-prog     to
                     ws-cutoff-grad-prog
               end-if
               if pm-cutoff-nongrad-prog not = zero
                   move pm-cutoff-nongrad-prog  to
                     ws-cutoff-nongrad-prog
               end-if
               if pm-cutoff-nongrad-jrprog not = zero
                   move pm-cutoff-nongrad-jrprog to
                     ws-cutoff-nongrad-jrprog
               end-if
           end-if.

       034-load-salary-bands.
      * the salary report's own band load - a classification with
      * no row, or no band file at all, keeps the no-ceiling
      * default so nothing gets held by accident
           open input salary-band-file.

           if ws-band-status = "00"
               move "ANALYST"                to bd-job-code
               read salary-band-file
                   invalid key
                       continue
                   not invalid key
                       move bd-band-max      to ws-band-max-analyst
               end-read

               move "SEN PROG"               to bd-job-code
               read salary-band-file
                   invalid key
                       continue
                   not invalid key
                       move bd-band-max      to ws-band-max-sen-prog
               end-read

               move "PROG"                   to bd-job-code
               read salary-band-file
                   invalid key
                       continue
                   not invalid key
                       move bd-band-max      to ws-band-max-prog
               end-read

               move "JR PROG"                to bd-job-code
               read salary-band-file
                   invalid key
                       continue
                   not invalid key
                       move bd-band-max      to ws-band-max-jr-prog
               end-read

               close salary-band-file
           end-if.

       050-check-cycle-control.
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
      * report, letters and reconciliation must all be done - the
      * same settled-cycle rule the release program applies before
      * it replaces the letter feed and the cycle feed
           if ws-cycle-found not = 'y' or
              cw-report-done not = 'Y' or
              cw-letter-done not = 'Y' or
              cw-recon-done not = 'Y'
               move
                "CYCLE CONTROL: CYCLE NOT SETTLED - NOTHING ADJUSTED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
           end-if.

       060-open-input-files.
      * no transaction file means HR sent nothing, which is not the
      * same as an empty file - fail the run so a misrouted file
      * never passes for a quiet day; falling back to OPEN OUTPUT
      * on the master would truncate it, so that never happens
           open input offcyc-trans-file.
           if ws-trans-status not = "00"
               move "TRANSACTION FILE NOT AVAILABLE - NOTHING ADJUSTED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
           end-if.
           open i-o employee-master.
           if ws-master-status not = "00"
               move "MASTER OPEN FAILED - NOTHING ADJUSTED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
           end-if.
           if ws-offcyc-failed = 'y'
               if ws-trans-status = "00"
                   close offcyc-trans-file
               end-if
               if ws-master-status = "00"
                   close employee-master
               end-if
           end-if.

       062-verify-held-feed.
      * no held feed at all is a cycle with nothing held, and the
      * rebuilt feed simply starts empty; one that is there must
      * name the cycle in control and balance to its trailer, and
      * its holds are copied aside on the same pass
           open input held-feed-file.
           if ws-held-status = "00"
               open output held-work-file
               perform 063-verify-one-held-record
                 until ws-ctl-eof = 'y'
               close held-feed-file, held-work-file
               if ws-ctl-reason = spaces
                   perform 064-check-held-control
               end-if
           else
               if ws-held-status not = "35"
                   move "HELD FEED OPEN FAILED - NOTHING ADJUSTED"
                                             to ws-ctl-reason
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
               close offcyc-trans-file, employee-master
           end-if.

       063-verify-one-held-record.
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
                           add hf-current-salary to ws-ctl-hash-total
                           add hf-pay-increase to ws-ctl-hash-total
                           add hf-new-salary  to ws-ctl-hash-total
                           add hf-band-max    to ws-ctl-hash-total
                           move held-feed-record to held-work-record
                           write held-work-record
                       end-if
                   end-if
           end-read.
           if ws-held-status not = "00" and
              ws-held-status not = "10"
               move "HELD FEED READ ERROR - NOTHING ADJUSTED"
                                             to ws-ctl-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       064-check-held-control.
           if ws-ctl-header-seen not = 'y'
               move "HELD FEED HAS NO HEADER - NOTHING ADJUSTED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "HELD FEED IS FOR ANOTHER CYCLE - NOTHING ADJUST
      -                "ED"               to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move
                        "HELD FEED HAS NO TRAILER - NOTHING ADJUSTED"
                                             to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "HELD FEED OUT OF BALANCE - RECORD COUNT - NOTHI
      -                "NG ADJUSTED"      to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "HELD FEED OUT OF BALANCE - HASH TOTAL - NOT
      -                    "HING ADJUSTED" to ws-ctl-reason
                   end-if
               end-if
           end-if.

       065-open-trail-files.
      * the audit trail, the ledger and the held-raise report are
      * cumulative - only file-not-found may start one fresh, and
      * any other failure abandons before anything is applied; the
      * held feed is rebuilt later, once the run is going ahead
           open extend audit-file.
           if ws-audit-status = "35"
               open output audit-file
           end-if.
           open extend raise-ledger-file.
           if ws-ledger-status = "35"
               open output raise-ledger-file
           end-if.
           open extend held-raise-file.
           if ws-held-rpt-status = "35"
               open output held-raise-file
           end-if.
           if ws-audit-status not = "00" or
              ws-ledger-status not = "00" or
              ws-held-rpt-status not = "00"
               move "TRAIL FILE OPEN FAILED - NOTHING ADJUSTED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
               if ws-audit-status = "00"
                   close audit-file
               end-if
               if ws-ledger-status = "00"
                   close raise-ledger-file
               end-if
               if ws-held-rpt-status = "00"
                   close held-raise-file
               end-if
               close offcyc-trans-file, employee-master
           end-if.

       070-apply-all-adjustments.
      * the run is going ahead - only now may the outputs be
      * created
           open output supp-feed-file.
           open output payroll-feed-file.
           open output letter-feed-file.
           open output held-build-file.
           perform 080-write-feed-headers.
           perform 085-carry-held-records.
           perform 210-read-trans-record.
           perform 220-apply-one-adjustment until ws-trans-eof = 'y'.
           perform 400-write-control-totals.
      * trailers only on a clean pass - a feed without one is
      * refused by whatever reads it next
           if ws-offcyc-failed = 'n'
               perform 090-write-feed-trailers
           end-if.
           close offcyc-trans-file,
             employee-master,
             audit-file,
             raise-ledger-file,
             held-raise-file,
             held-build-file,
             supp-feed-file,
             payroll-feed-file,
             letter-feed-file.
      * only a complete rebuild replaces the held feed - a failed
      * run leaves it as it was, so the holds on it can still be
      * released or carried by a rerun
           if ws-offcyc-failed = 'n'
               perform 095-replace-held-feed
           end-if.

       080-write-feed-headers.
      * every rebuilt feed opens with the cycle in control and
      * this program as the one that wrote it
           move spaces                       to payroll-feed-header.
           move "HDR"                        to pr-hdr-record-type.
           move cw-cycle-id                  to pr-hdr-cycle-id.
           move "A4OFFCYC"                   to pr-hdr-program.
           move ws-run-date                  to pr-hdr-create-date.
           write payroll-feed-header.
           move spaces                       to supp-feed-header.
           move "HDR"                        to pf-hdr-record-type.
           move cw-cycle-id                  to pf-hdr-cycle-id.
           move "A4OFFCYC"                   to pf-hdr-program.
           move ws-run-date                  to pf-hdr-create-date.
           write supp-feed-header.
           move spaces                       to letter-feed-header.
           move "HDR"                        to lf-hdr-record-type.
           move cw-cycle-id                  to lf-hdr-cycle-id.
           move "A4OFFCYC"                   to lf-hdr-program.
           move ws-run-date                  to lf-hdr-create-date.
           write letter-feed-header.
           move spaces                       to held-build-header.
           move "HDR"                        to hb-hdr-record-type.
           move cw-cycle-id                  to hb-hdr-cycle-id.
           move "A4OFFCYC"                   to hb-hdr-program.
           move ws-run-date                  to hb-hdr-create-date.
           write held-build-header.

       085-carry-held-records.
      * the holds copied aside by 062-verify-held-feed go back in
      * front of this run's, their count and hash carried over
           move ws-ctl-hash-total            to ws-held-hash.
           if ws-ctl-data-count > 0
               open input held-work-file
               perform 086-copy-one-held-record
                 until ws-held-work-eof = 'y'
               close held-work-file
           end-if.

       086-copy-one-held-record.
           read held-work-file
               at end
                   move 'y'                  to ws-held-work-eof
               not at end
                   move held-work-record     to held-build-record
                   write held-build-record
           end-read.

       090-write-feed-trailers.
      * the held feed's trailer counts the holds carried over as
      * well as the ones this run added
           move spaces                       to payroll-feed-trailer.
           move "TRL"                        to pr-trl-record-type.
           move ws-accepted-count            to pr-trl-record-count.
           move ws-payroll-hash              to pr-trl-hash-total.
           write payroll-feed-trailer.
      * the supplemental feed carries the same records as the
      * rebuilt cycle feed, so the same count and hash
           move spaces                       to supp-feed-trailer.
           move "TRL"                        to pf-trl-record-type.
           move ws-accepted-count            to pf-trl-record-count.
           move ws-payroll-hash              to pf-trl-hash-total.
           write supp-feed-trailer.
           move spaces                       to letter-feed-trailer.
           move "TRL"                        to lf-trl-record-type.
           compute lf-trl-record-count =
             ws-accepted-count + ws-held-count.
           move ws-letter-hash               to lf-trl-hash-total.
           write letter-feed-trailer.
           move spaces                       to held-build-trailer.
           move "TRL"                        to hb-trl-record-type.
           compute hb-trl-record-count =
             ws-ctl-data-count + ws-held-count.
           move ws-held-hash                 to hb-trl-hash-total.
           write held-build-trailer.

       095-replace-held-feed.
      * the rebuilt copy, trailer and all, becomes the held feed
           open output held-feed-file.
           open input held-build-file.
           move 'n'                          to ws-held-build-eof.
           perform 096-copy-one-built-record
             until ws-held-build-eof = 'y'.
           close held-build-file.
           close held-feed-file.

       096-copy-one-built-record.
           read held-build-file
               at end
                   move 'y'                  to ws-held-build-eof
               not at end
                   move held-build-record    to held-feed-record
                   write held-feed-record
           end-read.

       210-read-trans-record.
           read offcyc-trans-file
               at end
                   move 'y'                  to ws-trans-eof
               not at end
                   add 1                      to ws-read-count
           end-read.
      * a read error partway down the file means the run cannot be
      * balanced - stop reading and fail the run
           if ws-trans-status not = "00" and
              ws-trans-status not = "10"
               move "TRANSACTION READ ERROR - RUN FAILED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
               move 'y'                      to ws-trans-eof
           end-if.

       220-apply-one-adjustment.
      * edit the transaction against the master, work out the new
      * figures, and route it - over the band is held for HR,
      * anything else is applied
           move spaces                       to ws-reject-reason.
           move spaces                       to ol-employee-name.
           move ot-reason-code               to ol-reason-code.
           perform 230-edit-transaction.
           if ws-reject-reason = spaces
               perform 240-compute-adjustment
           end-if.
           if ws-reject-reason not = spaces
               move ws-reject-reason         to ol-outcome
               move 0                        to ol-new-salary
               move 0                        to ol-pay-increase
               add 1                          to ws-rejected-count
               perform 290-write-offcyc-line
           else
               perform 250-check-salary-band
               if ws-adjust-held = 'y'
                   perform 270-hold-adjustment
               else
                   perform 260-apply-adjustment
               end-if
           end-if.
           if ws-trans-eof not = 'y'
               perform 210-read-trans-record
           end-if.

       230-edit-transaction.
      * the same shape of edits the maintenance program applies to
      * its transactions - the first failure found is the reason
      * listed
           move ot-employee-num              to er-employee-num.
           read employee-master
               invalid key
                   move "NOT ON MASTER"      to ws-reject-reason
           end-read.
           if ws-reject-reason = spaces
               move er-employee-name         to ol-employee-name
               if not er-active
                   move "EMPLOYEE NOT ACTIVE" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if not ot-reason-valid
                   move "REASON CODE INVALID" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if not ot-new-salary and not ot-percent
                   move "ADJUST TYPE INVALID" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if ot-amount not numeric
                   move "AMOUNT NOT NUMERIC" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if ot-effective-date not numeric or
                  ot-effective-month < 01 or ot-effective-month > 12 or
                  ot-effective-day < 01 or ot-effective-day > 31
                   move "EFFECTIVE DATE INVALID" to ws-reject-reason
               end-if
           end-if.
      * the band check needs a classification - an unclassified
      * employee has no band to be checked against
           if ws-reject-reason = spaces
               perform 300-classify-years
               if ws-class-out = "UNCLASSIFIED"
                   move "UNCLASSIFIED - NO BAND" to ws-reject-reason
               else
                   move ws-class-out         to ws-job-code
               end-if
           end-if.
           if ws-reject-reason = spaces
               move 'n'                      to ws-done-found
               perform 310-search-done-table
                 varying ws-done-i from 1 by 1
                 until ws-done-i > ws-done-count or
                       ws-done-found = 'y'
               if ws-done-found = 'y'
                   move "ALREADY ADJUSTED THIS RUN" to
                     ws-reject-reason
               end-if
           end-if.

       240-compute-adjustment.
      * a new salary is taken as given and the percent worked back
      * from it for the letter; a percent is applied to the current
      * salary - either way the result has to be an increase
           move er-current-salary            to ws-current-salary.
           if er-current-salary not > 0
               move "NO CURRENT SALARY"      to ws-reject-reason
           else
               if ot-new-salary
                   move ot-amount-n          to ws-new-salary
                   if ws-new-salary not > er-current-salary
                       move "NEW SALARY NOT ABOVE CUR"
                                             to ws-reject-reason
                   else
                       compute ws-pay-increase =
                         ws-new-salary - er-current-salary
                       compute ws-percent-increase rounded =
                         ws-pay-increase * 100 / er-current-salary
                           on size error
                               move "INCREASE OVER 99.9 PCT"
                                             to ws-reject-reason
                       end-compute
                   end-if
               else
                   if ot-amount-n not > 0 or ot-amount-n > 99.9
                       move "PERCENT OUT OF RANGE"
                                             to ws-reject-reason
                   else
                       compute ws-percent-increase rounded =
                         ot-amount-n
                       compute ws-pay-increase rounded =
                         er-current-salary * ot-amount-n / 100
                       compute ws-new-salary =
                         er-current-salary + ws-pay-increase
                           on size error
                               move "NEW SALARY TOO LARGE"
                                             to ws-reject-reason
                       end-compute
                   end-if
               end-if
           end-if.

       250-check-salary-band.
      * the salary report's 114-check-salary-band, against the
      * adjusted salary instead of the cycle's new salary
           move 'n'                          to ws-adjust-held.
           if ws-job-code = "ANALYST"
               move ws-band-max-analyst      to ws-band-max-current
           else
               if ws-job-code = "SEN PROG"
                   move ws-band-max-sen-prog to ws-band-max-current
               else
                   if ws-job-code = "PROG"
                       move ws-band-max-prog to ws-band-max-current
                   else
                       if ws-job-code = "JR PROG"
                           move ws-band-max-jr-prog to
                             ws-band-max-current
                       else
                           move 9999999.99   to ws-band-max-current
                       end-if
                   end-if
               end-if
           end-if.
           if ws-new-salary > ws-band-max-current
               move 'y'                      to ws-adjust-held
           end-if.

       260-apply-adjustment.
      * the master takes the new salary first - only a clean
      * rewrite may go on to the feeds, so a failed update is never
      * paid without being recorded
           move employee-record              to ws-before-image.
           move ws-new-salary                to er-current-salary.
           rewrite employee-record
               invalid key
                   continue
           end-rewrite.
           if ws-master-status not = "00"
               move "MASTER REWRITE ERROR - RUN FAILED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
               move 'y'                      to ws-trans-eof
           else
               perform 265-write-audit-record
      * the accepted adjustment goes out three ways - the
      * supplemental feed payroll pays from, the rebuilt cycle feed
      * the reconciliation will match, and the letter feed
               move ot-employee-num          to pf-employee-num
               move ws-pay-increase          to pf-pay-increase
               move ws-new-salary            to pf-new-salary
               write supp-feed-record
               move ot-employee-num          to pr-employee-num
               move ws-pay-increase          to pr-pay-increase
               move ws-new-salary            to pr-new-salary
               write payroll-feed-record
               add ws-pay-increase           to ws-payroll-hash
               add ws-new-salary             to ws-payroll-hash
               move 'C'                      to lf-letter-status
               perform 275-write-letter-record
               perform 280-write-ledger-record
               add 1                          to ws-accepted-count
               move "ACCEPTED"               to ol-outcome
               move ws-new-salary            to ol-new-salary
               move ws-pay-increase          to ol-pay-increase
               perform 290-write-offcyc-line
               perform 320-add-done-entry
           end-if.

       265-write-audit-record.
      * before/after images around the adjustment, in the
      * maintenance program's own layout
           move spaces                       to audit-record.
           move ws-run-date                  to au-run-date.
           move 'O'                          to au-action.
           move er-employee-num              to au-employee-num.
           move ws-before-image              to au-before-image.
           move employee-record              to au-after-image.
           move '2'                          to au-version.
           write audit-record.

       270-hold-adjustment.
      * over the band - the master is left alone and nothing is
      * paid; HR gets the sign-off line and the release program
      * gets the held record, exactly as for a held cycle raise,
      * marked as an off-cycle hold so the release applies it to
      * the master and the audit trail the way 260 would have
           move er-employee-num              to hl-employee-num.
           move er-employee-name             to hl-employee-name.
           move ws-job-code                  to hl-job-code.
           move er-current-salary            to hl-current-salary.
           move ws-new-salary                to hl-new-salary.
           move ws-band-max-current          to hl-band-max.
           write held-raise-record from ws-held-line.
           move spaces                       to held-build-record.
           move er-employee-num              to hb-employee-num.
           move er-employee-name             to hb-employee-name.
           move ws-job-code                  to hb-job-code.
           move er-current-salary            to hb-current-salary.
           move ws-percent-increase          to hb-percent-increase.
           move 12                           to hb-prorate-months.
           move ws-pay-increase              to hb-pay-increase.
           move ws-new-salary                to hb-new-salary.
           move ws-band-max-current          to hb-band-max.
           move ws-run-date                  to hb-run-date.
           move 'O'                          to hb-source-code.
           write held-build-record.
           add hb-current-salary              to ws-held-hash.
           add hb-pay-increase                to ws-held-hash.
           add hb-new-salary                  to ws-held-hash.
           add hb-band-max                    to ws-held-hash.
           move 'H'                          to lf-letter-status.
           perform 275-write-letter-record.
           perform 280-write-ledger-record.
           add 1                              to ws-held-count.
           move "HELD - OVER BAND"           to ol-outcome.
           move ws-new-salary                to ol-new-salary.
           move ws-pay-increase              to ol-pay-increase.
           perform 290-write-offcyc-line.
           perform 320-add-done-entry.

       275-write-letter-record.
      * the letter status is set by the caller - C for an accepted
      * adjustment, H for one held for HR
           move er-employee-num              to lf-employee-num.
           move er-employee-name             to lf-employee-name.
           move ws-job-code                  to lf-job-code.
           move ws-current-salary            to lf-current-salary.
           move ws-percent-increase          to lf-percent-increase.
           move ws-pay-increase              to lf-pay-increase.
           move ws-new-salary                to lf-new-salary.
           move cw-cycle-id                  to lf-cycle-id.
           move spaces                       to lf-rating-code.
           write letter-feed-record.
           add lf-current-salary              to ws-letter-hash.
           add lf-pay-increase                to ws-letter-hash.
           add lf-new-salary                  to ws-letter-hash.

       280-write-ledger-record.
      * one off-cycle row per adjustment, dated when it takes
      * effect - a held adjustment is recorded with its figures
      * and the hold flag, the same as a held cycle raise
           move spaces                       to ledger-record.
           move er-employee-num              to ld-employee-num.
           move ot-effective-date            to ld-run-date.
           move ws-job-code                  to ld-job-code.
           move ws-percent-increase          to ld-percent-increase.
           move 12                           to ld-prorate-months.
           move ws-pay-increase              to ld-pay-increase.
           move ws-new-salary                to ld-new-salary.
           if ws-adjust-held = 'y'
               move 'H'                      to ld-hold-flag
           else
               move space                    to ld-hold-flag
           end-if.
           move 'O'                          to ld-entry-type.
           write ledger-record.

       290-write-offcyc-line.
           move ot-employee-num              to ol-employee-num.
           write offcyc-list-record from ws-offcyc-detail-line.

       300-classify-years.
      * the salary report's 110-determine-code tenure ladder
           if er-grad
               if er-years-service >= ws-cutoff-grad-analyst
                   move "ANALYST"            to ws-class-out
               else
                   if er-years-service >= ws-cutoff-grad-senprog
                       move "SEN PROG"       to ws-class-out
                   else
                       if er-years-service >= ws-cutoff-grad-prog
                           move "PROG"       to ws-class-out
                       else
                           move "UNCLASSIFIED" to ws-class-out
                       end-if
                   end-if
               end-if
           else
               if er-years-service >= ws-cutoff-nongrad-prog
                   move "PROG"               to ws-class-out
               else
                   if er-years-service >= ws-cutoff-nongrad-jrprog
                       move "JR PROG"        to ws-class-out
                   else
                       move "UNCLASSIFIED"   to ws-class-out
                   end-if
               end-if
           end-if.

       310-search-done-table.
           if ws-done-employee-num (ws-done-i) = ot-employee-num
               move 'y'                      to ws-done-found
           end-if.

       320-add-done-entry.
      * a transaction file bigger than the table means duplicates
      * can no longer be caught - say so and stop applying rather
      * than risk paying someone twice
           if ws-done-count = 500
               move "TRANSACTION FILE EXCEEDS TABLE - RUN FAILED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
               move 'y'                      to ws-trans-eof
           else
               add 1                          to ws-done-count
               move ot-employee-num          to
                 ws-done-employee-num (ws-done-count)
           end-if.

       400-write-control-totals.
           move ws-read-count                to ws-read-out.
           move ws-accepted-count            to ws-accepted-out.
           move ws-held-count                to ws-held-out.
           move ws-rejected-count            to ws-rejected-out.
           write offcyc-list-record from ws-control-line
             after advancing 2 lines.

       500-stamp-cycle-control.
      * same restamp the release program does when it rebuilds the
      * feeds - the feed count becomes the accepted adjustments,
      * the letter count every adjustment that wrote a letter
      * record, and the letter and reconciliation steps reopen so
      * this pass gets its own letter run and its own clean close.
      * The rebuilt feeds go back through the anomaly review too
           move ws-accepted-count            to cw-feed-count.
           compute cw-letter-count =
             ws-accepted-count + ws-held-count.
           move 'N'                          to cw-letter-done.
           move 'N'                          to cw-recon-done.
           move 'N'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           open output cycle-control-file.
           if ws-cycle-status = "00"
               move ws-cycle-record          to cycle-control-record
               write cycle-control-record
               close cycle-control-file
           end-if.
           if ws-cycle-status not = "00"
               move "CYCLE CONTROL WRITE FAILED - RUN NOT CLOSED"
                                             to offcyc-list-record
               write offcyc-list-record
               move 'y'                      to ws-offcyc-failed
           end-if.

       end program A4OFFCYC.
