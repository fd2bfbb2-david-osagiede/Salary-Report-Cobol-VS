      * front-end edit program each cycle - this report never reads
      * the raw master directly any more, so every field here has
      * already passed its edits and a bad master file fails fast in
      * the edit step instead of halfway through this run; dynamic
      * so the start-up check can look an employee up by key before
      * the sort reads the whole file
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-VALIDATED.dat'
                organization is indexed
                access mode is dynamic
                record key is er-employee-num
                file status is ws-master-status.

                record key is dm-dept-code
                file status is ws-dept-status.

      * this cycle's performance rating per employee, off the
      * review system - read by key in the main loop; an employee
      * with no row, or a row for some other cycle, is paid the
      * base rate and listed on the exception file to be chased
            select perf-rating-file
                assign to '../../../data/A4-PERF-RATINGS.dat'
                organization is indexed
                access mode is random
                record key is pr-employee-num
                file status is ws-rating-status.

      * rating-to-multiplier table, kept under the reference
      * maintenance with the rate table and the bands - loaded once
      * at start of run the way the band ceilings are
            select perf-mult-file
                assign to '../../../data/A4-PERF-MULT.dat'
                organization is indexed
                access mode is sequential
                record key is mt-rating-code
                file status is ws-mult-status.

            select exception-file
                assign to '../../../data/A4-EXCEPTIONS.out'
                organization is line sequential.
                organization is line sequential
                file status is ws-cycle-status.

      * salary changes the maintenance program has pended for a
      * second person's approval - a real run refuses to price a
      * master with one of these still outstanding for any of its
      * employees
            select pending-file
                assign to '../../../data/A4-MAINT-PENDING.dat'
                organization is line sequential
                file status is ws-pending-status.

      * one record per detail, subtotal and budget line the report
      * prints, tagged with its department's manager - sorted by
      * manager at end of run into the distribution packets, so each
      * manager's packet carries that manager's lines and nobody
      * else's; trimmed back on a resumed run like the other outputs
            select dist-work-file
                assign to '../../../data/A4-DIST-WORK.dat'
                organization is line sequential.

      * sort work file and manager-ordered result for 200-produce-
      * distribution's SORT, the same arrangement as the employee
      * sort
            select ws-dist-sort-file
                assign to '../../../data/A4-DIST-SORTWORK.dat'.

            select dist-sorted-file
                assign to '../../../data/A4-DIST-SORTED.dat'
                organization is line sequential.

      * the packets themselves - one per manager on the department
      * master, each starting on a new page with its own cover page
      * and page numbers, so the print room bursts them apart
      * instead of somebody blacking out everyone else's salaries
            select dist-packet-file
                assign to '../../../data/A4-DIST-PACKETS.out'
                organization is line sequential.

      * which manager got which departments and how many pages, and
      * every department with no manager to send its lines to
            select dist-control-file
                assign to '../../../data/A4-DIST-CONTROL.out'
                organization is line sequential.

      * generic working file used only to truncate PRINT-FILE,
      * EXCEPTION-FILE and PAYROLL-FEED-FILE back to their last
      * checkpointed length on a resumed run - see 015-truncate-
      * carried the date, which gets the full raise as always
         05 er-hire-date              pic x(8).

      * the edit step brackets the master with a header on the
      * lowest key and a trailer on the highest - neither is an
      * employee, and neither carries an active status byte
       01 employee-header-record.
         05 er-hdr-key                pic x(3).
         05 er-hdr-cycle-id           pic x(8).
         05 er-hdr-program            pic x(8).
         05 er-hdr-create-date        pic x(8).
         05 filler                    pic x(16).

       01 employee-trailer-record.
         05 er-trl-key                pic x(3).
         05 er-trl-record-count       pic 9(6).
         05 er-trl-hash-total         pic 9(13)v99.
         05 filler                    pic x(19).

       fd employee-sorted-file
          record contains 43 characters
          data record is sorted-record.
         05 ss-hire-date              pic x(8).

       fd print-file
           record contains 104 characters
           data record is print-line.
      * print-line for important employee information
       01 print-line.
         05 filler                    pic x(1).
         05 pl-prorate-months         pic x(2).
         05 filler                    pic x(1).
      * this cycle's performance rating code - blank when none was
      * on file and the base rate was paid
         05 pl-rating-code            pic x(2).
         05 filler                    pic x(1).

       fd rate-table
           record contains 13 characters
       01 held-raise-record            pic x(90).

       fd held-feed-file
          record contains 80 characters
          data record is held-feed-record.

      * everything the release program needs to pay a hold HR signs
         05 hf-new-salary              pic 9(7)v99.
         05 hf-band-max                pic 9(7)v99.
         05 hf-run-date                pic x(8).
      * the rating the held percent was computed with, so the
      * release carries it onto the letter feed
         05 hf-rating-code             pic x(2).
      * blank on a cycle hold - the off-cycle program marks its own
      * holds so the release knows to apply them to the master
         05 hf-source-code             pic x(1).

      * first and last records of the feed - the cycle it belongs
      * to and who wrote it, then the count and money hash the
      * release balances before it pays anything off it
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

       fd dept-budget-file
           record contains 13 characters

       01 budget-variance-record       pic x(90).

       fd perf-rating-file
           record contains 13 characters
           data record is perf-rating-record.

      * one row per rated employee - the cycle id says which review
      * cycle the rating came out of
       01 perf-rating-record.
         05 pr-employee-num            pic x(3).
         05 pr-rating-code             pic x(2).
         05 pr-cycle-id                pic x(8).

       fd perf-mult-file
           record contains 25 characters
           data record is perf-mult-record.

      * what each rating code does to the classification percent -
      * 1.00 pays the base rate, below it less, above it more
       01 perf-mult-record.
         05 mt-rating-code             pic x(2).
         05 mt-multiplier              pic 9v99.
         05 mt-description             pic x(20).

       fd dept-master
           record contains 45 characters
           data record is dept-record.
         05 ex-reason                  pic x(12).

       fd checkpoint-file
           record contains 922 characters
           data record is checkpoint-record.

      * lets a failed run resume from where it left off instead of
      * so a resumed run can trim the cumulative ledger back to the
      * checkpoint without touching the cycles before this one
         05 cp-ledger-count            pic 9(6).
      * distribution work-file record count, trimmed on restart the
      * same way as the report files
         05 cp-dist-count              pic 9(6).

       fd parm-file
           record contains 14 characters
         05 pm-simulation-switch        pic x(1).

       fd payroll-feed-file
           record contains 21 to 27 characters
           data record is payroll-feed-record.

      * machine-readable feed for downstream payroll processing -
         05 pf-pay-increase            pic 9(7)v99.
         05 pf-new-salary              pic 9(7)v99.

      * first and last records of the feed - the cycle it belongs
      * to and who wrote it, then the count and money hash the
      * reconciliation balances before it matches anything
       01 payroll-feed-header.
         05 pf-hdr-record-type         pic x(3).
         05 pf-hdr-cycle-id            pic x(8).
         05 pf-hdr-program             pic x(8).
         05 pf-hdr-create-date         pic x(8).

       01 payroll-feed-trailer.
         05 pf-trl-record-type         pic x(3).
         05 pf-trl-record-count        pic 9(6).
         05 pf-trl-hash-total          pic 9(13)v99.

       fd history-file
           record contains 40 characters
           data record is history-record.
         05 hs-avg-jr-prog             pic 9(6)v99.

       fd raise-ledger-file
          record contains 48 characters
          data record is ledger-record.

      * everything a compensation statement needs about one
      * 'H' when the band check held this raise - the statement
      * shows the hold rather than pretending the cycle vanished
         05 ld-hold-flag               pic x(1).
      * the performance rating the percent was computed with
         05 ld-rating-code             pic x(2).
      * 'O' on an off-cycle adjustment row - blank for a cycle row
         05 ld-entry-type              pic x(1).

       fd scenario-file
           record contains 24 characters
       01 sim-report-record            pic x(90).

       fd letter-feed-file
           record contains 69 characters
           data record is letter-feed-record.

      * unedited numeric fields only, like the payroll feed - the
      * the letter writer refuses a feed whose id is not the
      * cycle in control, which is how stale letters stop mailing
         05 lf-cycle-id                pic x(8).
      * the performance rating the percent was computed with
         05 lf-rating-code             pic x(2).

      * first and last records of the feed - the cycle it belongs
      * to and who wrote it, then the count and money hash the
      * letter writer balances before it prints a letter
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

       fd run-control-file
           record contains 103 characters
           data record is run-control-record.

      * one row per run for the ops record - mode is F fresh,
         05 rl-payroll-count           pic 9(6).
         05 rl-recon-result            pic x(8).
         05 rl-completion              pic x(8).
      * why a refused or failed run stopped, when it knows - blank
      * on a normal run
         05 rl-failure-reason          pic x(40).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       fd pending-file
          record contains 60 characters
          data record is pending-record.

      * same layout the maintenance program pends - only the
      * employee number matters here
       01 pending-record.
         05 pd-pend-date                pic x(8).
         05 pd-action                   pic x(1).
         05 pd-employee-num             pic x(3).
         05 filler                      pic x(48).

       fd dist-work-file
          record contains 130 characters
          data record is dist-work-record.

      * the manager and department the line belongs to, a running
      * sequence that keeps each department's lines in report order
      * through the sort, and the printed line itself
       01 dist-work-record.
         05 dw-manager-name            pic x(15).
         05 dw-dept-code               pic x(4).
         05 dw-sequence                pic 9(6).
         05 dw-line-type               pic x(1).
           88 dw-detail-line                       value 'D'.
           88 dw-subtotal-line                     value 'S'.
           88 dw-budget-line                       value 'B'.
         05 dw-print-image             pic x(104).

       fd dist-sorted-file
          record contains 130 characters
          data record is dist-sorted-record.

      * same layout as dist-work-record, manager / department /
      * sequence order
       01 dist-sorted-record.
         05 ds-manager-name            pic x(15).
         05 ds-dept-code               pic x(4).
         05 ds-sequence                pic 9(6).
         05 ds-line-type               pic x(1).
           88 ds-detail-line                       value 'D'.
         05 ds-print-image             pic x(104).

       fd dist-packet-file
           record contains 104 characters
           data record is packet-line.

       01 packet-line                  pic x(104).

       fd dist-control-file
           record contains 90 characters
           data record is dist-control-record.

       01 dist-control-record          pic x(90).

       sd ws-dist-sort-file
          data record is dist-sort-record.

       01 dist-sort-record.
         05 dx-manager-name            pic x(15).
         05 dx-dept-code               pic x(4).
         05 dx-sequence                pic 9(6).
         05 dx-line-type               pic x(1).
         05 dx-print-image             pic x(104).

      * sort work file for 035-sort-employee-master - not opened or
      * closed by us, the SORT verb's USING/GIVING clauses handle
         05 so-hire-date              pic x(8).

      * generic copy-through file for 015-truncate-outputs - wide
      * enough to hold a whole DIST-WORK-RECORD (the widest of the
      * records it stands in for)
       fd ws-scratch-file
          record contains 130 characters
          data record is ws-scratch-record.

       01 ws-scratch-record            pic x(130).

       working-storage section.
      * multiple footers & headers for the output
                                             "Total Increase $".
         05 ws-dept-increase-out      pic $$$,$$9.99.
      * trailing filler keeps the line at its original 90 bytes -
      * WRITE ... FROM pads the rest of PRINT-LINE's 104 with spaces
      * and silently truncates anything past that
         05 filler                    pic x(4)    value spaces.
      * average amount for each classifications
         05 filler                    pic x(5)    value spaces.
         05 filler                    pic x(2)    value "Mo".
         05 filler                    pic x(1)    value spaces.
         05 filler                    pic x(2)    value "Rt".
         05 filler                    pic x(1)    value spaces.
      * raise percentages used for the calculations for different
      * classes - loaded from the rate-table at start of the run;
      * the value clause here is only the fallback default used
         05 hl-band-max               pic z,zzz,zz9.99.
         05 filler                    pic x(1)    value spaces.

      * performance rating state - the multiplier table is loaded
      * once at start of run; a missing rating file just means no
      * employee is rated, so everyone is paid the base rate and
      * listed, which is exactly what ops needs to see
       77 ws-rating-status            pic x(2)    value spaces.
       77 ws-ratings-open             pic x       value 'n'.
       77 ws-mult-status              pic x(2)    value spaces.
       01 ws-mult-eof                 pic x       value 'n'.
       77 ws-mult-count               pic 9(2)    value 0.
       01 ws-mult-table.
         05 ws-mult-entry occurs 20 times.
           10 ws-mult-rating-code     pic x(2).
           10 ws-mult-factor          pic 9v99.
       77 ws-mult-i                   pic 9(2)    value 0.
      * the employee in hand - the rating shown everywhere, the
      * multiplier applied to the classification percent, and why
      * the base rate was paid when it was
       77 ws-rating-code              pic x(2)    value spaces.
       77 ws-rating-factor            pic 9v99    value 1.
       77 ws-rating-found             pic x       value 'n'.
       77 ws-rating-reason            pic x(12)   value spaces.

      * department master lookup state - the name and found flag
      * always describe ws-prev-department, refreshed every time the
      * control break moves to a new department; a missing
       77 ws-dept-master-open         pic x       value 'n'.
       77 ws-dept-found               pic x       value 'y'.
       77 ws-dept-name                pic x(20)   value spaces.
      * the department's manager off the same row - blank when the
      * row names nobody, the department is not on the master, or
      * there is no master, and the department's lines then go in
      * nobody's distribution packet
       77 ws-dept-manager             pic x(15)   value spaces.
      * raise-budget lookup state - same pattern as the department
      * master: a missing budget file just turns the comparison off
       77 ws-budget-status             pic x(2)    value spaces.
         05 filler                    pic x(6)    value "Avg=$ ".
         05 ws-recap-avg-out          pic $$,$$9.99.
         05 filler                    pic x(11)   value spaces.
      * distribution packet controls - records written to the
      * distribution work file this run (the count is also each
      * record's sequence number), the manager/department the
      * packet pass is on, and where that packet has got to
       77 ws-dist-count               pic 9(6)    value 0.
       01 ws-dist-eof                 pic x       value 'n'.
       01 ws-packet-key.
         05 ws-packet-manager         pic x(15).
         05 ws-packet-dept            pic x(4).
       77 ws-packet-count             pic 9(3)    value 0.
       77 ws-packet-page              pic 9(3)    value 0.
       77 ws-packet-lines             pic 9(3)    value 0.
       77 ws-undistributed-count      pic 9(3)    value 0.

      * one entry per manager/department pair in manager order,
      * loaded by a first pass over the sorted work file so each
      * cover page can list its departments before the detail
      * prints, and filled in with page numbers as the packets
      * print for the distribution control listing
       77 ws-dd-count                 pic 9(3)    value 0.
       77 ws-dd-i                     pic 9(3)    value 0.
       77 ws-dd-j                     pic 9(3)    value 0.
       77 ws-dd-table-full            pic x       value 'n'.
       01 ws-dist-dept-table.
         05 ws-dd-entry occurs 100 times.
           10 ws-dd-manager           pic x(15).
           10 ws-dd-dept-code         pic x(4).
           10 ws-dd-dept-name         pic x(20).
           10 ws-dd-headcount         pic 9(3).
           10 ws-dd-first-page        pic 9(3).
           10 ws-dd-last-page         pic 9(3).

      * packet page heading and cover page
       01 ws-packet-header.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(29)   value
                                    "SALARY DISTRIBUTION PACKET - ".
         05 ws-ph-manager             pic x(15).
         05 filler                    pic x(27)   value spaces.
         05 filler                    pic x(5)    value "PAGE ".
         05 ws-ph-page                pic ZZ9.
         05 filler                    pic x(9)    value spaces.
       01 ws-cover-title.
         05 filler                    pic x(28)   value spaces.
         05 filler                    pic x(33)   value
                              "SALARY REPORT DISTRIBUTION PACKET".
         05 filler                    pic x(29)   value spaces.
       01 ws-cover-manager-line.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(14)   value
                                                 "Prepared for: ".
         05 ws-cm-manager             pic x(15).
         05 filler                    pic x(59)   value spaces.
       01 ws-cover-cycle-line.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(7)    value "Cycle: ".
         05 ws-cc-cycle-id            pic x(8).
         05 filler                    pic x(4)    value spaces.
         05 filler                    pic x(10)   value "Run date: ".
         05 ws-cc-run-date            pic x(8).
         05 filler                    pic x(51)   value spaces.
       01 ws-cover-dept-heading.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(27)   value
                                    "Departments in this packet:".
         05 filler                    pic x(61)   value spaces.
       01 ws-cover-dept-line.
         05 filler                    pic x(4)    value spaces.
         05 ws-cd-dept-code           pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 ws-cd-dept-name           pic x(20).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(10)   value "Headcount ".
         05 ws-cd-headcount           pic ZZ9.
         05 filler                    pic x(45)   value spaces.
       01 ws-cover-notice-line.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(31)   value
                                "CONFIDENTIAL - covers only the ".
         05 filler                    pic x(24)   value
                                       "departments listed above".
         05 filler                    pic x(33)   value spaces.

      * distribution control listing
       01 ws-dist-heading1.
         05 filler                    pic x(43)   value
                    "Salary Report Distribution Control - Cycle ".
         05 ws-dh-cycle-id            pic x(8).
         05 filler                    pic x(39)   value spaces.
       01 ws-dist-heading2.
         05 filler                    pic x(1)    value spaces.
         05 filler                    pic x(15)   value "Manager".
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Dept".
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(20)   value "Name".
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(3)    value "Hct".
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(12)   value "Packet Pages".
         05 filler                    pic x(27)   value spaces.
       01 ws-dist-line.
         05 filler                    pic x(1)    value spaces.
         05 ws-dl-manager             pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 ws-dl-dept-code           pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 ws-dl-dept-name           pic x(20).
         05 filler                    pic x(2)    value spaces.
         05 ws-dl-headcount           pic ZZ9.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(6)    value "Pages ".
         05 ws-dl-first-page          pic ZZ9.
         05 filler                    pic x(3)    value " - ".
         05 ws-dl-last-page           pic ZZ9.
         05 filler                    pic x(24)   value spaces.
       01 ws-dist-nomgr-line.
         05 filler                    pic x(1)    value spaces.
         05 filler                    pic x(15)   value "** NONE **".
         05 filler                    pic x(2)    value spaces.
         05 ws-dn-dept-code           pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 ws-dn-dept-name           pic x(20).
         05 filler                    pic x(2)    value spaces.
         05 ws-dn-headcount           pic ZZ9.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(28)   value
                                   "NOT DISTRIBUTED - NO MANAGER".
         05 filler                    pic x(11)   value spaces.
       01 ws-dist-total-line.
         05 filler                    pic x(24)   value spaces.
         05 filler                    pic x(20)   value
                                           "Packet total pages: ".
         05 ws-dt-pages               pic ZZ9.
         05 filler                    pic x(43)   value spaces.
       01 ws-dist-summary-line.
         05 filler                    pic x(1)    value spaces.
         05 filler                    pic x(18)   value
                                             "Packets produced: ".
         05 ws-ds-packets             pic ZZ9.
         05 filler                    pic x(4)    value spaces.
         05 filler                    pic x(29)   value
                                  "Departments not distributed: ".
         05 ws-ds-undistributed       pic ZZ9.
         05 filler                    pic x(32)   value spaces.
       01 ws-dist-failed-line.
         05 filler                    pic x(45)   value
                  "RUN FAILED - NO DISTRIBUTION PACKETS PRODUCED".
         05 filler                    pic x(45)   value spaces.
       01 ws-dist-full-line.
         05 filler                    pic x(49)   value
              "DEPARTMENT TABLE FULL - LISTING MAY BE INCOMPLETE".
         05 filler                    pic x(41)   value spaces.

      * checkpoint/restart controls
       77 ws-checkpoint-status        pic x(2)    value spaces.
       77 ws-checkpoint-interval      pic 9       value 5.
      * found flag; only real runs read or stamp it
       77 ws-cycle-status             pic x(2)    value spaces.
       77 ws-cycle-found              pic x       value 'n'.

      * pending-approval check - pended changes found for employees
      * on this cycle's master
       77 ws-pending-status           pic x(2)    value spaces.
       01 ws-pending-eof              pic x       value 'n'.
       77 ws-pending-hits             pic 9(4)    value 0.
       01 ws-cycle-record.
         05 cw-cycle-id               pic x(8).
         05 cw-edit-done              pic x(1).
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * run-failure switch - set by a reconciliation MISMATCH or a
      * bad master/rate/history file status the run used to shrug
      * scheduler holds the payroll feed instead of releasing it
       77 ws-runlog-status            pic x(2)    value spaces.
       77 ws-run-failed               pic x       value 'n'.
       77 ws-failure-reason           pic x(40)   value spaces.

      * header/trailer check of the validated master - what a
      * pass over the file finds, against what the edit step's
      * trailer says it wrote
       77 ws-ctl-eof                  pic x       value 'n'.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.

      * money hash of each feed this run writes, carried on its
      * trailer - rebuilt from the kept records on a resumed run
       77 ws-payroll-hash             pic 9(13)v99 value 0.
       77 ws-letter-hash              pic 9(13)v99 value 0.
       77 ws-held-hash                pic 9(13)v99 value 0.

      * historical trend - appends this cycle to A4-HISTORY and
      * prints the last few cycles side by side
      * a single output file is touched
           if not ws-simulation
               perform 025-check-cycle-control
               perform 027-check-pending-changes
               perform 057-verify-validated-master
           end-if.

      * whether a resumed run's outputs get truncated or appended to
               perform 015-truncate-outputs
               open extend print-file, exception-file,
                 payroll-feed-file, held-raise-file,
                 held-feed-file, letter-feed-file,
                 dist-work-file
           else
               if ws-simulation
                   open output print-file, exception-file,
               else
                   open output print-file, exception-file,
                     payroll-feed-file, held-raise-file,
                     held-feed-file, letter-feed-file,
                     dist-work-file
                   perform 041-write-feed-headers
               end-if
           end-if.

           perform 034-load-salary-bands.
           perform 032-open-dept-master.
           perform 033-open-dept-budget.
           perform 054-open-perf-ratings.
           perform 055-load-rating-multipliers.
           perform 035-sort-employee-master.
      * the sort read the whole master - a status it left behind
      * that is not clean end-of-file means records were lost on
               perform 180-print-simulation
           end-if.

      * the managers' distribution packets come off the lines this
      * run printed - a what-if is never distributed, and a failed
      * run's listing says so instead of leaving last cycle's
      * packets on disk to go out again
           if not ws-simulation
               perform 200-produce-distribution
           end-if.

      * run completed clean - clear the checkpoint so the next run
      * starts from the top instead of resuming this one; a failed
      * run keeps its checkpoint so nothing is lost while ops work
               close dept-budget-file
           end-if.

           if ws-ratings-open = 'y'
               close perf-rating-file
           end-if.

      * the trailers only go on the feeds of a clean real run - a
      * feed without one is refused downstream, so a failed run's
      * partial feeds can never be matched or mailed from
           if not ws-simulation
               if ws-run-failed = 'n'
                   perform 042-write-feed-trailers
               end-if
               close payroll-feed-file, letter-feed-file,
                 held-feed-file, raise-ledger-file
           end-if.
           perform 026-truncate-held-file.
           perform 029-truncate-letter-feed.
           perform 031-truncate-held-feed.
           perform 060-truncate-dist-work.

       016-truncate-print-file.
      * copies the checkpointed number of PRINT-FILE's own records

       023-truncate-payroll-file.
      * same copy-through-scratch-file technique as 016-truncate-
      * print-file, for PAYROLL-FEED-FILE - the header written when
      * the run started is one record more than the checkpointed
      * count, and the hash the trailer will carry is rebuilt from
      * the records kept
           move 0                             to ws-payroll-hash.
           move 0                             to ws-scratch-count.
           move 'n'                           to ws-scratch-eof.
           open input payroll-feed-file.
           open output ws-scratch-file.
           perform 024-copy-payroll-to-scratch
             until ws-scratch-eof = 'y'
             or ws-scratch-count = cp-payroll-count + 1.
           close payroll-feed-file.
           close ws-scratch-file.
           open output payroll-feed-file.
               at end
                   move 'y'                   to ws-scratch-eof
               not at end
      * the header is the feed's one 27-byte record - taken whole
      * so its create date survives the copy
                   if pf-employee-num = "HDR"
                       move payroll-feed-header to ws-scratch-record
                   else
                       move payroll-feed-record to ws-scratch-record
                   end-if
                   write ws-scratch-record
                   add 1                       to ws-scratch-count
           end-read.
               at end
                   move 'y'                   to ws-scratch-eof
               not at end
                   if ws-scratch-record (1:3) = "HDR"
                       move ws-scratch-record to payroll-feed-header
                       write payroll-feed-header
                   else
                       move ws-scratch-record to payroll-feed-record
                       write payroll-feed-record
                       add pf-pay-increase    to ws-payroll-hash
                       add pf-new-salary      to ws-payroll-hash
                   end-if
           end-read.

       026-truncate-held-file.

       029-truncate-letter-feed.
      * same copy-through-scratch-file technique as 016-truncate-
      * print-file, for LETTER-FEED-FILE - header and hash handled
      * as in 023-truncate-payroll-file
           move 0                             to ws-letter-hash.
           move 0                             to ws-scratch-count.
           move 'n'                           to ws-scratch-eof.
           open input letter-feed-file.
           open output ws-scratch-file.
           perform 036-copy-letter-to-scratch
             until ws-scratch-eof = 'y'
             or ws-scratch-count = cp-letter-count + 1.
           close letter-feed-file.
           close ws-scratch-file.
           open output letter-feed-file.
               not at end
                   move ws-scratch-record     to letter-feed-record
                   write letter-feed-record
                   if lf-employee-num not = "HDR"
                       add lf-current-salary  to ws-letter-hash
                       add lf-pay-increase    to ws-letter-hash
                       add lf-new-salary      to ws-letter-hash
                   end-if
           end-read.

       031-truncate-held-feed.
      * same copy-through-scratch-file technique as 016-truncate-
      * print-file, for HELD-FEED-FILE - the feed is written in
      * lockstep with the held-raise report, so the same
      * checkpointed count trims both back to the same employee;
      * header and hash handled as in 023-truncate-payroll-file
           move 0                             to ws-held-hash.
           move 0                             to ws-scratch-count.
           move 'n'                           to ws-scratch-eof.
           open input held-feed-file.
           open output ws-scratch-file.
           perform 038-copy-heldfeed-to-scratch
             until ws-scratch-eof = 'y'
             or ws-scratch-count = cp-held-count + 1.
           close held-feed-file.
           close ws-scratch-file.
           open output held-feed-file.
               not at end
                   move ws-scratch-record     to held-feed-record
                   write held-feed-record
                   if hf-employee-num not = "HDR"
                       add hf-current-salary  to ws-held-hash
                       add hf-pay-increase    to ws-held-hash
                       add hf-new-salary      to ws-held-hash
                       add hf-band-max        to ws-held-hash
                   end-if
           end-read.

       047-open-raise-ledger.
                   write ledger-record
           end-read.

       060-truncate-dist-work.
      * same copy-through-scratch-file technique as 016-truncate-
      * print-file, for DIST-WORK-FILE
           move 0                             to ws-scratch-count.
           move 'n'                           to ws-scratch-eof.
           open input dist-work-file.
           open output ws-scratch-file.
           perform 061-copy-dist-to-scratch
             until ws-scratch-eof = 'y'
             or ws-scratch-count = cp-dist-count.
           close dist-work-file.
           close ws-scratch-file.
           open output dist-work-file.
           close dist-work-file.
           move 'n'                           to ws-scratch-eof.
           open input ws-scratch-file.
           open extend dist-work-file.
           perform 062-copy-scratch-to-dist
             until ws-scratch-eof = 'y'.
           close ws-scratch-file.
           close dist-work-file.

       061-copy-dist-to-scratch.
           read dist-work-file
               at end
                   move 'y'                   to ws-scratch-eof
               not at end
                   move dist-work-record     to ws-scratch-record
                   write ws-scratch-record
                   add 1                       to ws-scratch-count
           end-read.

       062-copy-scratch-to-dist.
           read ws-scratch-file
               at end
                   move 'y'                   to ws-scratch-eof
               not at end
                   move ws-scratch-record     to dist-work-record
                   write dist-work-record
           end-read.

       020-read-parm-card.
      * overrides the page size, tenure cutoffs, and run switch from
      * the run-time control card when one is supplied; missing or
           perform 026-read-cycle-control.
           if ws-cycle-found not = 'y' or cw-edit-done not = 'Y'
               move 'y'                      to ws-run-failed
               move "EDIT STEP NOT COMPLETE FOR THIS CYCLE"
                                             to ws-failure-reason
               perform 195-write-run-control
               move 8                        to return-code
               stop run
               close cycle-control-file
           end-if.

       027-check-pending-changes.
      * a salary change still waiting on approval for anybody this
      * cycle would price means the master is not final - refused
      * the same way as an unedited cycle; a pended add is for
      * somebody not on the master yet and does not hold the cycle
           move 0                            to ws-pending-hits.
           open input pending-file.
           if ws-pending-status = "00"
               open input employee-master
               if ws-master-status = "00"
                   perform 028-check-one-pending
                     until ws-pending-eof = 'y'
                   close employee-master
               end-if
               close pending-file
           end-if.
           if ws-pending-hits > 0
               move 'y'                      to ws-run-failed
               move "SALARY CHANGES PENDING APPROVAL"
                                             to ws-failure-reason
               perform 195-write-run-control
               move 8                        to return-code
               stop run
           end-if.

       028-check-one-pending.
           read pending-file
               at end
                   move 'y'                  to ws-pending-eof
               not at end
                   move pd-employee-num      to er-employee-num
                   read employee-master key is er-employee-num
                       invalid key
                           continue
                       not invalid key
                           add 1              to ws-pending-hits
                   end-read
           end-read.
      * a queue that cannot be read to the end cannot prove the
      * master is final
           if ws-pending-status not = "00" and
              ws-pending-status not = "10"
               move 'y'                      to ws-pending-eof
               add 1                          to ws-pending-hits
           end-if.

       057-verify-validated-master.
      * the edit step's header and trailer are checked before a
      * real run prices anything - the header must name the cycle
      * in control, and the records between must match the
      * trailer's count and salary hash, or the master is not the
      * one the edit step finished and the run is refused
           move 'n'                          to ws-ctl-eof.
           open input employee-master.
           if ws-master-status = "00"
               perform 058-verify-one-master-record
                 until ws-ctl-eof = 'y'
               close employee-master
           else
               move "VALIDATED MASTER WILL NOT OPEN"
                                             to ws-failure-reason
           end-if.
           if ws-failure-reason = spaces
               if ws-ctl-header-seen not = 'y'
                   move "VALIDATED MASTER HAS NO HEADER"
                                             to ws-failure-reason
               else
                   if ws-ctl-cycle-id not = cw-cycle-id
                       move "VALIDATED MASTER IS FOR ANOTHER CYCLE"
                                             to ws-failure-reason
                   else
                       if ws-ctl-trailer-seen not = 'y'
                           move "VALIDATED MASTER HAS NO TRAILER"
                                             to ws-failure-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-failure-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "VALIDATED MASTER OUT OF BALANCE - COUNT"
                                             to ws-failure-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "VALIDATED MASTER OUT OF BALANCE - HASH"
                                             to ws-failure-reason
                   end-if
               end-if
           end-if.
           if ws-failure-reason not = spaces
               move 'y'                      to ws-run-failed
               perform 195-write-run-control
               move 8                        to return-code
               stop run
           end-if.

       058-verify-one-master-record.
      * in key order the header is the first record and the
      * trailer the last - everything else is an employee counted
      * and hashed the way the edit step did
           read employee-master next record
               at end
                   move 'y'                  to ws-ctl-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if er-employee-num = low-values
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move er-hdr-cycle-id to ws-ctl-cycle-id
                       end-if
                   else
                       if er-employee-num = high-values
                           move 'y'          to ws-ctl-trailer-seen
                           move er-trl-record-count to
                             ws-ctl-trailer-count
                           move er-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add 1              to ws-ctl-data-count
                           add er-current-salary to
                             ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-master-status not = "00" and
              ws-master-status not = "10"
               move "VALIDATED MASTER READ ERROR"
                                             to ws-failure-reason
               move 'y'                      to ws-ctl-eof
           end-if.

       030-load-rate-table.
      * looks up this fiscal year's raise percentage for each job
      * classification from the rate table, falling back to the
               move 'n'                      to ws-budget-open
           end-if.

       054-open-perf-ratings.
      * the rating file stays open for random lookups the whole run;
      * missing file just means nobody is rated this cycle - every
      * employee is paid the base rate and listed as unrated
           open input perf-rating-file.
           if ws-rating-status = "00"
               move 'y'                      to ws-ratings-open
           else
               move 'n'                      to ws-ratings-open
           end-if.

       055-load-rating-multipliers.
      * pulls every rating code's multiplier into the table once -
      * a missing multiplier file leaves the table empty, so any
      * rating on file is reported unknown and paid the base rate
      * rather than guessed at
           move 0                            to ws-mult-count.
           open input perf-mult-file.
           if ws-mult-status = "00"
               move 'n'                      to ws-mult-eof
               perform 056-load-one-multiplier
                 until ws-mult-eof = 'y'
               close perf-mult-file
           end-if.

       056-load-one-multiplier.
           read perf-mult-file
               at end
                   move 'y'                  to ws-mult-eof
               not at end
                   if ws-mult-count < 20
                       add 1                  to ws-mult-count
                       move mt-rating-code   to
                         ws-mult-rating-code (ws-mult-count)
                       move mt-multiplier    to
                         ws-mult-factor (ws-mult-count)
                   end-if
           end-read.
      * a table half loaded would pay some ratings at the base rate
      * for no reason anyone could see - a read failure fails the run
           if ws-mult-status not = "00" and
              ws-mult-status not = "10"
               move 'y'                      to ws-mult-eof
               move 'y'                      to ws-run-failed
           end-if.

       035-sort-employee-master.
      * groups the master file by department, employee-num within
      * department, before the main loop starts - employee-master
               move cp-held-count              to ws-held-count
               move cp-letter-count            to ws-letter-count
               move cp-ledger-count            to ws-ledger-count
               move cp-dist-count              to ws-dist-count
      * the name/found state always describes ws-prev-department,
      * which was just restored - refresh it the same way a live
      * department change would
                 (so-department-code = ws-prev-department and
                  so-employee-num > ws-last-employee-num)
                   move sorted-record        to employee-record
                   if er-active and
                      er-employee-num not = low-values and
                      er-employee-num not = high-values
                       move 'y'               to ws-skip-done
                       move 'y'               to ws-got-employee
                   end-if
               end-if
           end-if.

       041-write-feed-headers.
      * a fresh real run opens each feed with a header naming the
      * cycle in control and this program as the one that wrote it
           move spaces                       to payroll-feed-header.
           move "HDR"                        to pf-hdr-record-type.
           move cw-cycle-id                  to pf-hdr-cycle-id.
           move "A4"                         to pf-hdr-program.
           move ws-run-date                  to pf-hdr-create-date.
           write payroll-feed-header.
           move spaces                       to letter-feed-header.
           move "HDR"                        to lf-hdr-record-type.
           move cw-cycle-id                  to lf-hdr-cycle-id.
           move "A4"                         to lf-hdr-program.
           move ws-run-date                  to lf-hdr-create-date.
           write letter-feed-header.
           move spaces                       to held-feed-header.
           move "HDR"                        to hf-hdr-record-type.
           move cw-cycle-id                  to hf-hdr-cycle-id.
           move "A4"                         to hf-hdr-program.
           move ws-run-date                  to hf-hdr-create-date.
           write held-feed-header.

       042-write-feed-trailers.
      * record count and money hash of each feed, for the program
      * that reads it to balance against before it does anything
           move spaces                       to payroll-feed-trailer.
           move "TRL"                        to pf-trl-record-type.
           move ws-payroll-count             to pf-trl-record-count.
           move ws-payroll-hash              to pf-trl-hash-total.
           write payroll-feed-trailer.
           move spaces                       to letter-feed-trailer.
           move "TRL"                        to lf-trl-record-type.
           move ws-letter-count              to lf-trl-record-count.
           move ws-letter-hash               to lf-trl-hash-total.
           write letter-feed-trailer.
           move spaces                       to held-feed-trailer.
           move "TRL"                        to hf-trl-record-type.
           move ws-held-count                to hf-trl-record-count.
           move ws-held-hash                 to hf-trl-hash-total.
           write held-feed-trailer.

       10-process-pages.
      *
      * counting this page and printing headings page
           move er-years-service             to pl-years-service.

           perform 110-determine-code.
      * the performance rating scales the classification percent
      * before anything is computed from it, so the proration, the
      * band check and every feed see the rated percent
           perform 119-apply-rating.
      * calculates the pay increase & salaries - prorated by months
      * of service for first-year hires, and computed unedited
      * first so the band check below can compare the new salary
                 ws-dept-increase-total
           end-if.

      * the same line goes to the department manager's packet,
      * summary-only run or not - the packet is that manager's only
      * copy of the detail
           if not ws-simulation
               perform 132-write-dist-detail
           end-if.

           if not ws-summary-only
               write print-line after advancing 1 line
               add 1                          to ws-print-line-count
           end-read.
           if ws-eof not = 'y'
               move sorted-record            to employee-record
               if er-active and
                  er-employee-num not = low-values and
                  er-employee-num not = high-values
                   move 'y' to ws-got-employee
               end-if
           end-if.
                   invalid key
                       move 'n'              to ws-dept-found
                       move "** UNKNOWN **"  to ws-dept-name
                       move spaces           to ws-dept-manager
                   not invalid key
                       move 'y'              to ws-dept-found
                       move dm-dept-name     to ws-dept-name
                       move dm-manager-name  to ws-dept-manager
               end-read
           else
               move 'y'                      to ws-dept-found
               move spaces                   to ws-dept-name
               move spaces                   to ws-dept-manager
           end-if.

       114-check-salary-band.
      * prints the headcount and total increase $ for the
      * department that just ended, then banks it for the recap
      * section and resets the accumulators
           move ws-prev-department           to ws-dept-code-out.
           move ws-dept-name                 to ws-dept-name-out.
           move ws-dept-headcount            to ws-dept-count-out.
           move ws-dept-increase-total       to ws-dept-increase-out.
           if not ws-summary-only
               move spaces                   to print-line
               write print-line from ws-dept-subtotal-line
                 after advancing 1 line
               add 1                          to ws-print-line-count
                   perform 117-write-budget-line
               end-if
           end-if.
           if not ws-simulation
               perform 133-write-dist-subtotal
           end-if.
           perform 116-add-recap-entry.
           move 0                            to ws-dept-headcount.
           move 0                            to ws-dept-increase-total.
      * budget vs actual vs variance for the department that just
      * closed - a plus variance is an overrun finance will want
      * the same day, not weeks later out of a spreadsheet
           perform 121-build-budget-line.
           write print-line after advancing 1 line.
           add 1                              to ws-print-line-count.

       121-build-budget-line.
      * leaves the budget block for the department that just closed
      * in print-line - shared by the report and the manager's
      * distribution packet
           move ws-prev-department           to bg-dept-code.
           perform 118-lookup-budget.
           move spaces                       to print-line.
               compute ws-budget-variance =
                 ws-dept-increase-total - ws-dept-budget
               move ws-budget-variance       to ws-budget-var-out
               move ws-dept-budget-line      to print-line
           else
               move ws-no-budget-line        to print-line
           end-if.

       118-lookup-budget.
      * keyed read with bg-dept-code already set by the caller -
                   move bg-budget-amount     to ws-dept-budget
           end-read.

       119-apply-rating.
      * this cycle's rating for the employee in hand, and its
      * multiplier off the table - no rating on file (or only one
      * from another cycle) and a code the table does not carry
      * both pay the base rate and go on the exception listing under
      * their own reasons, so the missing reviews get chased down
           move spaces                       to ws-rating-code.
           move 1                            to ws-rating-factor.
           if ws-ratings-open = 'y'
               move er-employee-num          to pr-employee-num
               read perf-rating-file
                   invalid key
                       continue
                   not invalid key
                       if cw-cycle-id = spaces or
                          pr-cycle-id = cw-cycle-id
                           move pr-rating-code to ws-rating-code
                       end-if
               end-read
           end-if.
           if ws-rating-code = spaces
               move "NO RATING"              to ws-rating-reason
               perform 123-write-rating-exception
           else
               move 'n'                      to ws-rating-found
               perform 124-find-rating-factor
                 varying ws-mult-i from 1 by 1
                 until ws-mult-i > ws-mult-count or
                       ws-rating-found = 'y'
               if ws-rating-found = 'n'
                   move "RATING UNKN"        to ws-rating-reason
                   perform 123-write-rating-exception
               end-if
           end-if.
           if ws-rating-factor not = 1
               compute ws-percent-increase rounded =
                 ws-percent-increase * ws-rating-factor
               move ws-percent-increase      to pl-increase
           end-if.
           move ws-rating-code               to pl-rating-code.

       120-write-exception.
      * records an employee 110-determine-code could not classify
      * so the years-service data can be chased down
           write exception-record.
           add 1                              to ws-exception-count.

       123-write-rating-exception.
      * same exception listing, the rating reason 119-apply-rating
      * parked - the raise went out at the base rate
           move spaces                       to exception-record.
           move er-employee-num              to ex-employee-num.
           move er-employee-name             to ex-employee-name.
           move er-education-code            to ex-education-code.
           move er-years-service             to ex-years-service.
           move ws-rating-reason             to ex-reason.
           write exception-record.
           add 1                              to ws-exception-count.

       124-find-rating-factor.
           if ws-mult-rating-code (ws-mult-i) = ws-rating-code
               move ws-mult-factor (ws-mult-i) to ws-rating-factor
               move 'y'                      to ws-rating-found
           end-if.

       125-write-payroll-feed.
      * unedited numeric feed record for downstream payroll
      * processing - the same prorated figures the detail line and
           move ws-new-salary                 to pf-new-salary.
           write payroll-feed-record.
           add 1                              to ws-payroll-count.
           add pf-pay-increase                to ws-payroll-hash.
           add pf-new-salary                  to ws-payroll-hash.

       126-write-letter-feed.
      * unedited letter data for the letter-writer companion -
               end-if
           end-if.
           move cw-cycle-id                  to lf-cycle-id.
           move ws-rating-code               to lf-rating-code.
           write letter-feed-record.
           add 1                              to ws-letter-count.
           add lf-current-salary              to ws-letter-hash.
           add lf-pay-increase                to ws-letter-hash.
           add lf-new-salary                  to ws-letter-hash.

       127-write-held-raise.
      * one line per held raise for HR sign-off - what we computed,
           move ws-new-salary                to hf-new-salary.
           move ws-band-max-current          to hf-band-max.
           move ws-run-date                  to hf-run-date.
           move ws-rating-code               to hf-rating-code.
           write held-feed-record.
           add hf-current-salary              to ws-held-hash.
           add hf-pay-increase                to ws-held-hash.
           add hf-new-salary                  to ws-held-hash.
           add hf-band-max                    to ws-held-hash.

       129-write-ledger-record.
      * one ledger row per processed employee per cycle - a held
           else
               move space                    to ld-hold-flag
           end-if.
           move ws-rating-code               to ld-rating-code.
           write ledger-record.
           add 1                              to ws-ledger-count.

           move ws-held-count                  to cp-held-count.
           move ws-letter-count                to cp-letter-count.
           move ws-ledger-count                to cp-ledger-count.
           move ws-dist-count                  to cp-dist-count.
           write checkpoint-record.
           close checkpoint-file.

       132-write-dist-detail.
      * the detail line just built, for the packet of the manager
      * the department master names for this department
           move spaces                       to dist-work-record.
           move ws-dept-manager              to dw-manager-name.
           move ws-prev-department           to dw-dept-code.
           move 'D'                          to dw-line-type.
           move print-line                   to dw-print-image.
           perform 134-write-dist-record.

       133-write-dist-subtotal.
      * the department's subtotal line, and its budget-versus-actual
      * line when the budget file is there to give one
           move spaces                       to dist-work-record.
           move ws-dept-manager              to dw-manager-name.
           move ws-prev-department           to dw-dept-code.
           move 'S'                          to dw-line-type.
           move ws-dept-subtotal-line        to dw-print-image.
           perform 134-write-dist-record.
           if ws-budget-open = 'y'
               perform 121-build-budget-line
               move spaces                   to dist-work-record
               move ws-dept-manager          to dw-manager-name
               move ws-prev-department       to dw-dept-code
               move 'B'                      to dw-line-type
               move print-line               to dw-print-image
               perform 134-write-dist-record
           end-if.

       134-write-dist-record.
           add 1                              to ws-dist-count.
           move ws-dist-count                to dw-sequence.
           write dist-work-record.


       170-print-dept-recap.
      * plays the banked departments back as one line each -
           write budget-variance-record from ws-over-budget-line.
           add 1                              to ws-over-budget-count.

       200-produce-distribution.
      * sorts the run's distribution work file into manager order,
      * prints one packet per manager off it and lists what went to
      * whom - a failed run produces an empty packet file and a
      * listing that says why
           close dist-work-file.
           open output dist-packet-file.
           open output dist-control-file.
           move cw-cycle-id                  to ws-dh-cycle-id.
           write dist-control-record from ws-dist-heading1.
           if ws-run-failed = 'y'
               write dist-control-record from ws-dist-failed-line
                 after advancing 2 lines
           else
               sort ws-dist-sort-file
                   on ascending key dx-manager-name
                   on ascending key dx-dept-code
                   on ascending key dx-sequence
                   using dist-work-file
                   giving dist-sorted-file
               perform 205-load-dist-table
               perform 210-print-packets
               perform 230-write-dist-control
           end-if.
           close dist-packet-file.
           close dist-control-file.

       205-load-dist-table.
      * first pass - one table entry per manager/department pair,
      * with the department's name and headcount, in the order the
      * packets will print them
           move 0                            to ws-dd-count.
           move 'n'                          to ws-dd-table-full.
           move high-values                  to ws-packet-key.
           move 'n'                          to ws-dist-eof.
           open input dist-sorted-file.
           perform 211-read-dist-sorted.
           perform 206-load-one-dist-record
             until ws-dist-eof = 'y'.
           close dist-sorted-file.

       206-load-one-dist-record.
           if ds-manager-name not = ws-packet-manager or
              ds-dept-code not = ws-packet-dept
               move ds-manager-name          to ws-packet-manager
               move ds-dept-code             to ws-packet-dept
               if ws-dd-count < 100
                   add 1                      to ws-dd-count
                   move ds-manager-name      to
                     ws-dd-manager (ws-dd-count)
                   move ds-dept-code         to
                     ws-dd-dept-code (ws-dd-count)
                   move ds-dept-code         to dm-dept-code
                   perform 113-read-dept-record
                   move ws-dept-name         to
                     ws-dd-dept-name (ws-dd-count)
                   move 0                    to
                     ws-dd-headcount (ws-dd-count)
                   move 0                    to
                     ws-dd-first-page (ws-dd-count)
                   move 0                    to
                     ws-dd-last-page (ws-dd-count)
               else
                   move 'y'                  to ws-dd-table-full
               end-if
           end-if.
           if ds-detail-line and ws-dd-table-full = 'n'
               add 1                          to
                 ws-dd-headcount (ws-dd-count)
           end-if.
           perform 211-read-dist-sorted.

       210-print-packets.
      * second pass - a new packet at every change of manager, its
      * lines paged under its own headings; lines for a department
      * with no manager are passed over here and called out on the
      * control listing instead
           move 0                            to ws-packet-count.
           move 0                            to ws-dd-i.
           move high-values                  to ws-packet-key.
           move 'n'                          to ws-dist-eof.
           open input dist-sorted-file.
           perform 211-read-dist-sorted.
           perform 212-print-one-dist-record
             until ws-dist-eof = 'y'.
           close dist-sorted-file.

       211-read-dist-sorted.
           read dist-sorted-file
               at end
                   move 'y'                  to ws-dist-eof
           end-read.

       212-print-one-dist-record.
           if ds-manager-name not = ws-packet-manager or
              ds-dept-code not = ws-packet-dept
               add 1                          to ws-dd-i
               if ds-manager-name not = ws-packet-manager and
                  ds-manager-name not = spaces
                   move ds-manager-name      to ws-packet-manager
                   perform 214-start-packet
               end-if
               move ds-manager-name          to ws-packet-manager
               move ds-dept-code             to ws-packet-dept
           end-if.
           if ds-manager-name not = spaces
               if ws-packet-lines >= ws-lines-per-page
                   perform 216-start-packet-page
               end-if
               move ds-print-image           to packet-line
               write packet-line after advancing 1 line
               add 1                          to ws-packet-lines
               if ws-dd-i <= ws-dd-count
                   if ws-dd-first-page (ws-dd-i) = 0
                       move ws-packet-page   to
                         ws-dd-first-page (ws-dd-i)
                   end-if
                   move ws-packet-page       to
                     ws-dd-last-page (ws-dd-i)
               end-if
           end-if.
           perform 211-read-dist-sorted.

       214-start-packet.
      * cover page first, page 1 of the packet, naming the manager
      * and every department the packet covers
           add 1                              to ws-packet-count.
           move 1                            to ws-packet-page.
           move ws-packet-manager            to ws-ph-manager.
           move ws-packet-page               to ws-ph-page.
           if ws-packet-count > 1
               write packet-line from ws-packet-header
                 after advancing page
           else
               write packet-line from ws-packet-header
           end-if.
           write packet-line from ws-cover-title
             after advancing 3 lines.
           move ws-packet-manager            to ws-cm-manager.
           write packet-line from ws-cover-manager-line
             after advancing 2 lines.
           move cw-cycle-id                  to ws-cc-cycle-id.
           move ws-run-date                  to ws-cc-run-date.
           write packet-line from ws-cover-cycle-line
             after advancing 1 line.
           write packet-line from ws-cover-dept-heading
             after advancing 2 lines.
           perform 217-write-cover-dept
             varying ws-dd-j from 1 by 1
             until ws-dd-j > ws-dd-count.
           write packet-line from ws-cover-notice-line
             after advancing 2 lines.
           perform 216-start-packet-page.

       216-start-packet-page.
      * a fresh packet page - the packet's own page number, then
      * the report's column headings over its lines
           add 1                              to ws-packet-page.
           move ws-packet-manager            to ws-ph-manager.
           move ws-packet-page               to ws-ph-page.
           write packet-line from ws-packet-header
             after advancing page.
           write packet-line from ws-heading1
             after advancing 2 lines.
           write packet-line from ws-heading2.
           move 0                            to ws-packet-lines.

       217-write-cover-dept.
           if ws-dd-manager (ws-dd-j) = ws-packet-manager
               move ws-dd-dept-code (ws-dd-j) to ws-cd-dept-code
               move ws-dd-dept-name (ws-dd-j) to ws-cd-dept-name
               move ws-dd-headcount (ws-dd-j) to ws-cd-headcount
               write packet-line from ws-cover-dept-line
                 after advancing 1 line
           end-if.

       230-write-dist-control.
      * one line per department - whose packet it went in and on
      * which pages, or that nobody got it - with each packet's
      * page total under its last department
           move 0                            to ws-undistributed-count.
           write dist-control-record from ws-dist-heading2
             after advancing 2 lines.
           perform 231-write-dist-control-line
             varying ws-dd-i from 1 by 1
             until ws-dd-i > ws-dd-count.
           move ws-packet-count              to ws-ds-packets.
           move ws-undistributed-count       to ws-ds-undistributed.
           write dist-control-record from ws-dist-summary-line
             after advancing 2 lines.
           if ws-dd-table-full = 'y'
               write dist-control-record from ws-dist-full-line
           end-if.

       231-write-dist-control-line.
           if ws-dd-manager (ws-dd-i) = spaces
               move ws-dd-dept-code (ws-dd-i) to ws-dn-dept-code
               move ws-dd-dept-name (ws-dd-i) to ws-dn-dept-name
               move ws-dd-headcount (ws-dd-i) to ws-dn-headcount
               write dist-control-record from ws-dist-nomgr-line
               add 1                          to ws-undistributed-count
           else
               move ws-dd-manager (ws-dd-i)  to ws-dl-manager
               move ws-dd-dept-code (ws-dd-i) to ws-dl-dept-code
               move ws-dd-dept-name (ws-dd-i) to ws-dl-dept-name
               move ws-dd-headcount (ws-dd-i) to ws-dl-headcount
               move ws-dd-first-page (ws-dd-i) to ws-dl-first-page
               move ws-dd-last-page (ws-dd-i) to ws-dl-last-page
               write dist-control-record from ws-dist-line
               if ws-dd-i = ws-dd-count
                   perform 232-write-packet-total
               else
                   if ws-dd-manager (ws-dd-i + 1) not =
                      ws-dd-manager (ws-dd-i)
                       perform 232-write-packet-total
                   end-if
               end-if
           end-if.

       232-write-packet-total.
           move ws-dd-last-page (ws-dd-i)    to ws-dt-pages.
           write dist-control-record from ws-dist-total-line.

       195-write-run-control.
      * one record per run, appended - run date, fresh/resumed/
      * simulation, the parm values actually in effect, what was
               move ws-exception-count       to rl-exception-count
               move ws-payroll-count         to rl-payroll-count
               move ws-recon-flag-out        to rl-recon-result
               move ws-failure-reason        to rl-failure-reason
               if ws-run-failed = 'y'
                   move "FAILED"             to rl-completion
               else
       196-stamp-cycle-control.
      * report step done - the feed counts ride along so the
      * letter writer and the reconciliation can tell this cycle's
      * feeds from a stale one left on disk. New feeds have not
      * been through the anomaly review, so any clearance given to
      * an earlier run's feeds is withdrawn
           move 'Y'                          to cw-report-done.
           move ws-run-date                  to cw-report-date.
           move ws-payroll-count             to cw-feed-count.
           move ws-letter-count              to cw-letter-count.
           move 'N'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           open output cycle-control-file.
           if ws-cycle-status = "00"
               move ws-cycle-record          to cycle-control-record
