       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4COMPA.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to put the band
      *floor the salary report's band check carries along to use.
      *After the report step it places every employee the cycle
      *processed in their classification's band as of this cycle's
      *raise - compa-ratio against the band midpoint and quartile
      *within the band - flags anyone still under the band minimum
      *with the catch-up needed to reach it, and subtotals all of
      *it by department and by job code. The proposed catch-ups go
      *out in the held feed's layout as well, so HR can work them
      *the way they work held raises instead of retyping them.

       environment division.
       input-output section.
       file-control.

      * the cycle's letter feed - one record per employee the report
      * processed, with the job code and the new salary it computed
            select letter-feed-file
                assign to '../../../data/A4-LETTER-FEED.dat'
                organization is line sequential
                file status is ws-letter-status.

      * the cycle's validated master, read by key for the
      * department each employee charges to
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-VALIDATED.dat'
                organization is indexed
                access mode is random
                record key is er-employee-num
                file status is ws-master-status.

      * the band floor and ceiling per job classification
            select salary-band-file
                assign to '../../../data/A4-SALARY-BANDS.dat'
                organization is indexed
                access mode is random
                record key is bd-job-code
                file status is ws-band-status.

      * department names for the subtotal lines
            select dept-master
                assign to '../../../data/A4-DEPT-MASTER.dat'
                organization is indexed
                access mode is random
                record key is dm-dept-code
                file status is ws-dept-status.

      * the placed employees, department-major, before the sort
            select compa-work-file
                assign to '../../../data/A4-COMPA-WORK.dat'
                organization is line sequential.

      * the same records in department/employee order
            select compa-sorted-file
                assign to '../../../data/A4-COMPA-SORTED.dat'
                organization is line sequential.

      * sort work file backing 200-sort-placements
            select compa-sort-file
                assign to '../../../data/A4-COMPA-SORTWORK.dat'.

      * the compensation-position report itself
            select compa-report-file
                assign to '../../../data/A4-COMPA-RATIO.out'
                organization is line sequential.

      * proposed below-floor catch-ups in the held feed's layout -
      * the catch-up sits where a held raise's increase does, and
      * the band floor is the new salary it proposes; header and
      * trailer as well, so the release balances it like any
      * held feed
            select catchup-feed-file
                assign to '../../../data/A4-CATCHUP-FEED.dat'
                organization is line sequential.

      * the shared cycle control - placement is only meaningful off
      * a finished report for the cycle in control
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

       data division.
       file section.
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
           88 lf-classified                        value 'C'.
           88 lf-unclassified                      value 'U'.
           88 lf-held                              value 'H'.
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

       fd employee-master
          record contains 43 characters
          data record is employee-record.

      * same layout the salary report reads
       01 employee-record.
         05 er-employee-num           pic x(3).
         05 er-employee-name          pic x(15).
         05 er-education-code         pic x(1).
         05 er-years-service          pic 9(2).
         05 er-current-salary         pic 9(7)V99.
         05 er-department-code        pic x(4).
         05 er-employment-status      pic x(1).
         05 er-hire-date              pic x(8).

       fd salary-band-file
           record contains 28 characters
           data record is band-record.

      * same layout the salary report reads
       01 band-record.
         05 bd-job-code                pic x(10).
         05 bd-band-min                pic 9(7)v99.
         05 bd-band-max                pic 9(7)v99.

       fd dept-master
          record contains 45 characters
          data record is dept-record.

      * same layout the salary report reads
       01 dept-record.
         05 dm-dept-code               pic x(4).
         05 dm-dept-name               pic x(20).
         05 dm-manager-name            pic x(15).
         05 dm-cost-center             pic x(6).

       fd compa-work-file
          record contains 60 characters
          data record is compa-work-record.

      * one employee's position - salary after this cycle's raise
      * (a held raise is not granted, so a hold places on its
      * current salary) and the band it places against
       01 compa-work-record.
         05 cp-department-code         pic x(4).
         05 cp-employee-num            pic x(3).
         05 cp-employee-name           pic x(15).
         05 cp-job-code                pic x(10).
         05 cp-salary                  pic 9(7)v99.
         05 cp-band-min                pic 9(7)v99.
         05 cp-band-max                pic 9(7)v99.
      * 'y' when there is a band to place against - unclassified
      * employees and job codes with no band row are listed but
      * stay out of the compa-ratio averages
         05 cp-band-found              pic x(1).

       fd compa-sorted-file
          record contains 60 characters
          data record is compa-sorted-record.

       01 compa-sorted-record          pic x(60).

       sd compa-sort-file
          data record is compa-sort-record.

       01 compa-sort-record.
         05 cs-department-code         pic x(4).
         05 cs-employee-num            pic x(3).
         05 filler                     pic x(53).

       fd compa-report-file
          record contains 100 characters
          data record is compa-report-record.

       01 compa-report-record          pic x(100).

       fd catchup-feed-file
          record contains 80 characters
          data record is catchup-feed-record.

      * same layout as the salary report's held feed
       01 catchup-feed-record.
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
         05 hf-source-code             pic x(1).

      * same header and trailer the salary report writes
       01 catchup-feed-header.
         05 hf-hdr-record-type         pic x(3).
         05 hf-hdr-cycle-id            pic x(8).
         05 hf-hdr-program             pic x(8).
         05 hf-hdr-create-date         pic x(8).
         05 filler                     pic x(53).

       01 catchup-feed-trailer.
         05 hf-trl-record-type         pic x(3).
         05 hf-trl-record-count        pic 9(6).
         05 hf-trl-hash-total          pic 9(13)v99.
         05 filler                     pic x(56).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-letter-eof               pic x       value 'n'.
       01 ws-sorted-eof               pic x       value 'n'.
       01 ws-letter-status            pic x(2)    value spaces.
      * set when the record just read is the letter feed's header
      * or trailer rather than an employee
       01 ws-letter-control           pic x       value 'n'.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-band-status              pic x(2)    value spaces.
       01 ws-dept-status              pic x(2)    value spaces.

      * set when the cycle is not ready, the letter feed is not this
      * cycle's or is short, or a lookup file will not open
       77 ws-compa-failed             pic x       value 'n'.
       77 ws-band-open                pic x       value 'n'.
       77 ws-dept-open                pic x       value 'n'.

       77 ws-run-date                 pic x(8)    value spaces.

      * header/trailer check of the letter feed - what the pass
      * finds, against what its header and trailer say, and the
      * reason it was refused if it was
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-program              pic x(8)    value spaces.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(100)  value spaces.

      * the catch-up feed's own count and money hash, for its
      * trailer
       77 ws-catchup-count            pic 9(6)    value 0.
       77 ws-catchup-hash             pic 9(13)v99 value 0.

      * the employee being placed, from the sorted work record
       01 ws-placement.
         05 wp-department-code        pic x(4).
         05 wp-employee-num           pic x(3).
         05 wp-employee-name          pic x(15).
         05 wp-job-code               pic x(10).
         05 wp-salary                 pic 9(7)v99.
         05 wp-band-min               pic 9(7)v99.
         05 wp-band-max               pic 9(7)v99.
         05 wp-band-found             pic x(1).

      * the placement arithmetic
       77 ws-band-mid                 pic 9(7)v99 value 0.
       77 ws-band-width               pic 9(7)v99 value 0.
       77 ws-compa-ratio              pic 9(3)v9  value 0.
       77 ws-quartile-num             pic 9(2)    value 0.
       77 ws-quartile                 pic x(5)    value spaces.
       77 ws-catch-up                 pic 9(7)v99 value 0.
       77 ws-catch-up-pct             pic 9(3)v9  value 0.

      * department control break and its accumulators
       77 ws-prev-department          pic x(4)    value spaces.
       77 ws-dept-name                pic x(20)   value spaces.
       77 ws-dept-headcount           pic 9(4)    value 0.
       77 ws-dept-banded              pic 9(4)    value 0.
       77 ws-dept-compa-sum           pic 9(7)v9  value 0.
       77 ws-dept-below               pic 9(4)    value 0.
       77 ws-dept-catch-up            pic 9(9)v99 value 0.

      * job-code subtotals - a handful of classifications, kept in
      * a small table and played back at the end of the report
       77 ws-job-count                pic 9(2)    value 0.
       01 ws-job-table.
         05 ws-job-entry occurs 20 times.
           10 jt-job-code             pic x(10).
           10 jt-headcount            pic 9(4).
           10 jt-banded               pic 9(4).
           10 jt-compa-sum            pic 9(7)v9.
           10 jt-below                pic 9(4).
           10 jt-catch-up             pic 9(9)v99.
       77 ws-job-i                    pic 9(2)    value 0.
       77 ws-job-hit                  pic 9(2)    value 0.

      * report-wide totals
       77 ws-read-count               pic 9(6)    value 0.
       77 ws-total-headcount          pic 9(6)    value 0.
       77 ws-total-banded             pic 9(6)    value 0.
       77 ws-total-compa-sum          pic 9(9)v9  value 0.
       77 ws-total-below              pic 9(6)    value 0.
       77 ws-total-catch-up           pic 9(9)v99 value 0.
       77 ws-unbanded-count           pic 9(6)    value 0.

      * the shared subtotal line works off these
       77 ws-sub-headcount            pic 9(6)    value 0.
       77 ws-sub-banded               pic 9(6)    value 0.
       77 ws-sub-compa-sum            pic 9(9)v9  value 0.
       77 ws-sub-below                pic 9(6)    value 0.
       77 ws-sub-catch-up             pic 9(9)v99 value 0.
       77 ws-sub-compa-avg            pic 9(3)v9  value 0.

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

       01 ws-compa-heading.
         05 filler                    pic x(44)   value
                  "Compensation Position - Compa-Ratio and Band".
         05 filler                    pic x(15)   value
                                          " Floor    Cycle".
         05 filler                    pic x(1)    value space.
         05 cr-heading-cycle          pic x(8).
         05 filler                    pic x(6)    value "  Run ".
         05 cr-heading-date           pic x(8).
         05 filler                    pic x(18)   value spaces.

       01 ws-column-heading.
         05 filler                    pic x(45)   value
               " EMP NAME            JOB CODE         SALARY ".
         05 filler                    pic x(45)   value
               "BAND MIN BAND MID BAND MAX COMPA QTILE   CATC".
         05 filler                    pic x(10)   value
               "H-UP NOTE ".

      * one placed employee
       01 ws-detail-line.
         05 filler                    pic x(1)    value spaces.
         05 cr-employee-num           pic x(3).
         05 filler                    pic x(1)    value spaces.
         05 cr-employee-name          pic x(15).
         05 filler                    pic x(1)    value spaces.
         05 cr-job-code               pic x(10).
         05 filler                    pic x(1)    value spaces.
         05 cr-salary                 pic z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 cr-band-min               pic zzzzzz9.
         05 filler                    pic x(2)    value spaces.
         05 cr-band-mid               pic zzzzzz9.
         05 filler                    pic x(2)    value spaces.
         05 cr-band-max               pic zzzzzz9.
         05 filler                    pic x(1)    value spaces.
         05 cr-compa-ratio            pic zz9.9.
         05 filler                    pic x(1)    value spaces.
         05 cr-quartile               pic x(5).
         05 filler                    pic x(1)    value spaces.
         05 cr-catch-up               pic zzz,zz9.99.
         05 filler                    pic x(1)    value spaces.
         05 cr-note                   pic x(5).

      * department and job-code subtotals, and the report total,
      * share one line - the label says which it is
       01 ws-subtotal-line.
         05 filler                    pic x(2)    value spaces.
         05 cr-sub-label              pic x(4).
         05 filler                    pic x(1)    value spaces.
         05 cr-sub-key                pic x(10).
         05 filler                    pic x(1)    value spaces.
         05 cr-sub-name               pic x(20).
         05 filler                    pic x(7)    value " Heads=".
         05 cr-sub-headcount          pic zzzz9.
         05 filler                    pic x(8)    value " Compa= ".
         05 cr-sub-compa              pic zz9.9.
         05 filler                    pic x(8)    value " Below= ".
         05 cr-sub-below              pic zzzz9.
         05 filler                    pic x(4)    value "  $ ".
         05 cr-sub-catch-up           pic zzz,zzz,zz9.99.
         05 filler                    pic x(6)    value spaces.

       01 ws-job-heading.
         05 filler                    pic x(30)   value
                                 "Subtotals by Job Code".
         05 filler                    pic x(70)   value spaces.

      * control counts so ops can tie the report to the feed
       01 ws-control-line.
         05 filler                    pic x(6)    value "Read= ".
         05 ws-read-out               pic zzzzz9.
         05 filler                    pic x(9)    value "  Placed=".
         05 ws-placed-out             pic zzzzz9.
         05 filler                    pic x(11)   value "  No band= ".
         05 ws-unbanded-out           pic zzzzz9.
         05 filler                    pic x(14)   value
                                             "  Below floor=".
         05 ws-below-out              pic zzzzz9.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output compa-report-file.

      * the placement belongs to the cycle in control - with no
      * cycle on file, or its report step unfinished, there is no
      * new salary to place
           perform 050-check-cycle-control.
           move cw-cycle-id                  to cr-heading-cycle.
           move ws-run-date                  to cr-heading-date.
           write compa-report-record from ws-compa-heading.

           if ws-compa-failed = 'n'
               perform 060-open-input-files
           end-if.

           if ws-compa-failed = 'n'
               open output compa-work-file
               perform 100-build-placements
               close compa-work-file
               perform 070-close-input-files
           end-if.

      * only the salary report's own letter feed carries the whole
      * cycle - a release or off-cycle rebuild, or a feed that does
      * not balance to its trailer, would place only part of it
           if ws-compa-failed = 'n'
               perform 080-check-letter-control
           end-if.

      * a letter feed short of the count the report stamped is a
      * partial file - placing it would leave employees out
           if ws-compa-failed = 'n' and
              ws-read-count not = cw-letter-count
               move "LETTER FEED COUNT NOT AS STAMPED - NO REPORT BUILT"
                                             to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
           end-if.

           if ws-compa-failed = 'n'
               perform 200-sort-placements
               open output catchup-feed-file
               perform 090-write-catchup-header
               perform 300-print-placements
               perform 095-write-catchup-trailer
               close catchup-feed-file
           end-if.

      * the department master stays open through the report for
      * the subtotal names - a run refused before the report still
      * has it open
           if ws-dept-open = 'y'
               close dept-master
               move 'n'                      to ws-dept-open
           end-if.

           move ws-read-count                to ws-read-out.
           move ws-total-banded              to ws-placed-out.
           move ws-unbanded-count            to ws-unbanded-out.
           move ws-total-below               to ws-below-out.
           write compa-report-record from ws-control-line
             after advancing 2 lines.

           close compa-report-file.

           if ws-compa-failed = 'y'
               move 8                        to return-code
           end-if.

           stop run.

           goback.

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
           if ws-cycle-found not = 'y' or cw-report-done not = 'Y'
               move "CYCLE CONTROL: REPORT STEP NOT COMPLETE - NO REPORT
      -            " BUILT"               to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
           end-if.

       060-open-input-files.
      * the letter feed and the master are required; a missing band
      * file or department master only leaves every employee
      * unbanded or every department unnamed, the same fallback the
      * salary report takes
           open input letter-feed-file.
           if ws-letter-status not = "00"
               move "LETTER FEED NOT AVAILABLE - NO REPORT BUILT"
                                             to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
           end-if.
           open input employee-master.
           if ws-master-status not = "00"
               move "VALIDATED MASTER NOT AVAILABLE - NO REPORT BUILT"
                                             to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
           end-if.
           open input salary-band-file.
           if ws-band-status = "00"
               move 'y'                      to ws-band-open
           end-if.
           open input dept-master.
           if ws-dept-status = "00"
               move 'y'                      to ws-dept-open
           end-if.
           if ws-compa-failed = 'y'
               perform 070-close-input-files
           end-if.

       070-close-input-files.
           if ws-letter-status = "00"
               close letter-feed-file
           end-if.
           if ws-master-status = "00"
               close employee-master
           end-if.
           if ws-band-open = 'y'
               close salary-band-file
           end-if.

       080-check-letter-control.
      * the header must be the salary report's for the cycle in
      * control, and the employees between must come to the
      * trailer's count and hash
           if ws-ctl-header-seen not = 'y'
               move "LETTER FEED HAS NO HEADER - NO REPORT BUILT"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "LETTER FEED HEADER IS FOR ANOTHER CYCLE - NO RE
      -                "PORT BUILT"        to ws-ctl-reason
               else
                   if ws-ctl-program not = "A4"
                       move "LETTER FEED NOT WRITTEN BY THE SALARY REPOR
      -                    "T - NO REPORT BUILT" to ws-ctl-reason
                   else
                       if ws-ctl-trailer-seen not = 'y'
                           move
                        "LETTER FEED HAS NO TRAILER - NO REPORT BUILT"
                                             to ws-ctl-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-read-count not = ws-ctl-trailer-count
                   move "LETTER FEED OUT OF BALANCE - RECORD COUNT - NO
      -                "REPORT BUILT"      to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "LETTER FEED OUT OF BALANCE - HASH TOTAL - N
      -                    "O REPORT BUILT" to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
           end-if.

       090-write-catchup-header.
      * the cycle in control and this program as the one that wrote
      * it, so the release can take the feed in place of the held
      * feed
           move spaces                       to catchup-feed-header.
           move "HDR"                        to hf-hdr-record-type.
           move cw-cycle-id                  to hf-hdr-cycle-id.
           move "A4COMPA"                    to hf-hdr-program.
           move ws-run-date                  to hf-hdr-create-date.
           write catchup-feed-header.

       095-write-catchup-trailer.
      * the held feed's hash - current + increase + new + band max
           move spaces                       to catchup-feed-trailer.
           move "TRL"                        to hf-trl-record-type.
           move ws-catchup-count             to hf-trl-record-count.
           move ws-catchup-hash              to hf-trl-hash-total.
           write catchup-feed-trailer.

       100-build-placements.
           perform 105-read-next-letter-record.
           perform 120-place-one-employee until ws-letter-eof = 'y'.

       105-read-next-letter-record.
      * the letter feed opens with a header and closes with a
      * trailer - neither is an employee, so both are read past
           move 'y'                          to ws-letter-control.
           perform 110-read-letter-feed
             until ws-letter-control = 'n' or ws-letter-eof = 'y'.

       110-read-letter-feed.
           move 'n'                          to ws-letter-control.
           read letter-feed-file
               at end
                   move 'y'                  to ws-letter-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if lf-hdr-record-type = "HDR"
                       move 'y'              to ws-letter-control
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move lf-hdr-cycle-id to ws-ctl-cycle-id
                           move lf-hdr-program to ws-ctl-program
                       end-if
                   else
                       if lf-trl-record-type = "TRL"
                           move 'y'          to ws-letter-control
                           move 'y'          to ws-ctl-trailer-seen
                           move lf-trl-record-count to
                             ws-ctl-trailer-count
                           move lf-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           add lf-current-salary to ws-ctl-hash-total
                           add lf-pay-increase to ws-ctl-hash-total
                           add lf-new-salary  to ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
           if ws-letter-status not = "00" and
              ws-letter-status not = "10"
               move "LETTER FEED READ ERROR - NO REPORT BUILT"
                                             to compa-report-record
               write compa-report-record
               move 'y'                      to ws-compa-failed
               move 'y'                      to ws-letter-eof
           end-if.
           if ws-letter-eof not = 'y' and ws-letter-control = 'n'
               add 1                          to ws-read-count
      * a feed from another cycle would place last year's raise
               if lf-cycle-id not = cw-cycle-id
                   move "LETTER FEED NOT FOR CYCLE IN CONTROL - NO REPOR
      -                 "T BUILT"         to compa-report-record
                   write compa-report-record
                   move 'y'                  to ws-compa-failed
                   move 'y'                  to ws-letter-eof
               end-if
           end-if.

       120-place-one-employee.
      * the salary the employee is on once this cycle pays - a held
      * raise is not granted until HR releases it
           move spaces                       to compa-work-record.
           move lf-employee-num              to cp-employee-num.
           move lf-employee-name             to cp-employee-name.
           move lf-job-code                  to cp-job-code.
           if lf-held
               move lf-current-salary        to cp-salary
           else
               move lf-new-salary            to cp-salary
           end-if.
           move lf-employee-num              to er-employee-num.
           read employee-master
               invalid key
                   move "????"               to cp-department-code
               not invalid key
                   move er-department-code   to cp-department-code
           end-read.
           move 0                            to cp-band-min.
           move 0                            to cp-band-max.
           move 'n'                          to cp-band-found.
           if ws-band-open = 'y' and lf-job-code not = spaces
               move lf-job-code              to bd-job-code
               read salary-band-file
                   invalid key
                       continue
                   not invalid key
                       move bd-band-min      to cp-band-min
                       move bd-band-max      to cp-band-max
                       move 'y'              to cp-band-found
               end-read
           end-if.
           write compa-work-record.
           perform 105-read-next-letter-record.

       200-sort-placements.
      * department-major, employee-num-minor for the control break
           sort compa-sort-file
               on ascending key cs-department-code
               on ascending key cs-employee-num
               using compa-work-file
               giving compa-sorted-file.

       300-print-placements.
           write compa-report-record from ws-column-heading
             after advancing 2 lines.
           open input compa-sorted-file.
           perform 310-read-sorted-record.
           perform 320-print-one-placement
             until ws-sorted-eof = 'y'.
           close compa-sorted-file.
           if ws-prev-department not = spaces
               perform 350-department-subtotal
           end-if.
           perform 370-print-job-subtotals.
      * and the whole report on one line
           move "ALL "                       to cr-sub-label.
           move spaces                       to cr-sub-key.
           move spaces                       to cr-sub-name.
           move ws-total-headcount           to ws-sub-headcount.
           move ws-total-banded              to ws-sub-banded.
           move ws-total-compa-sum           to ws-sub-compa-sum.
           move ws-total-below               to ws-sub-below.
           move ws-total-catch-up            to ws-sub-catch-up.
           perform 360-write-subtotal-line.

       310-read-sorted-record.
           read compa-sorted-file into ws-placement
               at end
                   move 'y'                  to ws-sorted-eof
           end-read.

       320-print-one-placement.
           if wp-department-code not = ws-prev-department
               if ws-prev-department not = spaces
                   perform 350-department-subtotal
               end-if
               move wp-department-code       to ws-prev-department
               perform 355-lookup-department
           end-if.
           move spaces                       to ws-detail-line.
           move wp-employee-num              to cr-employee-num.
           move wp-employee-name             to cr-employee-name.
           move wp-job-code                  to cr-job-code.
           move wp-salary                    to cr-salary.
           move 0                            to ws-catch-up.
           move 0                            to ws-compa-ratio.
           if wp-band-found = 'y'
               perform 330-place-in-band
               move wp-band-min              to cr-band-min
               move ws-band-mid              to cr-band-mid
               move wp-band-max              to cr-band-max
               move ws-compa-ratio           to cr-compa-ratio
               move ws-quartile              to cr-quartile
               if ws-catch-up > 0
                   move ws-catch-up          to cr-catch-up
                   move "FLOOR"              to cr-note
                   perform 340-write-catchup-feed
               end-if
           else
               move "NO BAND"                to cr-quartile
               add 1                          to ws-unbanded-count
           end-if.
           write compa-report-record from ws-detail-line.
           perform 380-add-to-subtotals.
           perform 310-read-sorted-record.

       330-place-in-band.
      * compa-ratio is salary over the band midpoint, as a percent;
      * the quartile is which quarter of the floor-to-ceiling span
      * the salary falls in, with anyone off either end of the band
      * called out as such
           compute ws-band-mid rounded =
             (wp-band-min + wp-band-max) / 2.
           if ws-band-mid > 0
               compute ws-compa-ratio rounded =
                 wp-salary * 100 / ws-band-mid
           end-if.
           if wp-salary < wp-band-min
               move "BELOW"                  to ws-quartile
               compute ws-catch-up = wp-band-min - wp-salary
           else
               if wp-salary > wp-band-max
                   move "ABOVE"              to ws-quartile
               else
                   compute ws-band-width = wp-band-max - wp-band-min
                   if ws-band-width = 0
                       move 4                to ws-quartile-num
                   else
                       compute ws-quartile-num =
                         (wp-salary - wp-band-min) * 4 /
                         ws-band-width + 1
                   end-if
                   if ws-quartile-num > 4
                       move 4                to ws-quartile-num
                   end-if
                   move spaces               to ws-quartile
                   move 'Q'                  to ws-quartile (1:1)
                   move ws-quartile-num (2:1) to ws-quartile (2:1)
               end-if
           end-if.

       340-write-catchup-feed.
      * the catch-up to the floor proposed as a raise HR can approve
      * - the held feed's own layout, with the band floor as the
      * proposed new salary
           move spaces                       to catchup-feed-record.
           move wp-employee-num              to hf-employee-num.
           move wp-employee-name             to hf-employee-name.
           move wp-job-code                  to hf-job-code.
           move wp-salary                    to hf-current-salary.
           compute ws-catch-up-pct rounded =
             ws-catch-up * 100 / wp-salary.
           if ws-catch-up-pct > 99.9
               move 99.9                     to ws-catch-up-pct
           end-if.
           move ws-catch-up-pct              to hf-percent-increase.
           move 12                           to hf-prorate-months.
           move ws-catch-up                  to hf-pay-increase.
           move wp-band-min                  to hf-new-salary.
           move wp-band-max                  to hf-band-max.
           move ws-run-date                  to hf-run-date.
           write catchup-feed-record.
           add 1                              to ws-catchup-count.
           add hf-current-salary              to ws-catchup-hash.
           add hf-pay-increase                to ws-catchup-hash.
           add hf-new-salary                  to ws-catchup-hash.
           add hf-band-max                    to ws-catchup-hash.

       350-department-subtotal.
           move "DEPT"                       to cr-sub-label.
           move ws-prev-department           to cr-sub-key.
           move ws-dept-name                 to cr-sub-name.
           move ws-dept-headcount            to ws-sub-headcount.
           move ws-dept-banded               to ws-sub-banded.
           move ws-dept-compa-sum            to ws-sub-compa-sum.
           move ws-dept-below                to ws-sub-below.
           move ws-dept-catch-up             to ws-sub-catch-up.
           perform 360-write-subtotal-line.
           move spaces                       to compa-report-record.
           write compa-report-record.
           move 0                            to ws-dept-headcount.
           move 0                            to ws-dept-banded.
           move 0                            to ws-dept-compa-sum.
           move 0                            to ws-dept-below.
           move 0                            to ws-dept-catch-up.

       355-lookup-department.
           move spaces                       to ws-dept-name.
           if ws-dept-open = 'y'
               move ws-prev-department       to dm-dept-code
               read dept-master
                   invalid key
                       move "** UNKNOWN **"  to ws-dept-name
                   not invalid key
                       move dm-dept-name     to ws-dept-name
               end-read
           end-if.

       360-write-subtotal-line.
      * the average compa-ratio is over the employees that had a
      * band to place against
           move 0                            to ws-sub-compa-avg.
           if ws-sub-banded > 0
               compute ws-sub-compa-avg rounded =
                 ws-sub-compa-sum / ws-sub-banded
           end-if.
           move ws-sub-headcount             to cr-sub-headcount.
           move ws-sub-compa-avg             to cr-sub-compa.
           move ws-sub-below                 to cr-sub-below.
           move ws-sub-catch-up              to cr-sub-catch-up.
           write compa-report-record from ws-subtotal-line.

       370-print-job-subtotals.
           write compa-report-record from ws-job-heading
             after advancing 2 lines.
           perform 375-print-one-job-subtotal
             varying ws-job-i from 1 by 1
             until ws-job-i > ws-job-count.

       375-print-one-job-subtotal.
           move "JOB "                       to cr-sub-label.
           move jt-job-code (ws-job-i)       to cr-sub-key.
           if jt-job-code (ws-job-i) = spaces
               move "UNCLASSIFIED"           to cr-sub-key
           end-if.
           move spaces                       to cr-sub-name.
           move jt-headcount (ws-job-i)      to ws-sub-headcount.
           move jt-banded (ws-job-i)         to ws-sub-banded.
           move jt-compa-sum (ws-job-i)      to ws-sub-compa-sum.
           move jt-below (ws-job-i)          to ws-sub-below.
           move jt-catch-up (ws-job-i)       to ws-sub-catch-up.
           perform 360-write-subtotal-line.

       380-add-to-subtotals.
      * the department, the job code and the report total all take
      * the employee just printed
           move 0                            to ws-job-hit.
           perform 385-search-job-table
             varying ws-job-i from 1 by 1
             until ws-job-i > ws-job-count or ws-job-hit > 0.
           if ws-job-hit = 0 and ws-job-count < 20
               add 1                          to ws-job-count
               move ws-job-count             to ws-job-hit
               move wp-job-code              to
                 jt-job-code (ws-job-hit)
               move 0                        to
                 jt-headcount (ws-job-hit)
               move 0                        to jt-banded (ws-job-hit)
               move 0                        to
                 jt-compa-sum (ws-job-hit)
               move 0                        to jt-below (ws-job-hit)
               move 0                        to
                 jt-catch-up (ws-job-hit)
           end-if.
           add 1                              to ws-dept-headcount.
           add 1                              to ws-total-headcount.
           if ws-job-hit > 0
               add 1                          to
                 jt-headcount (ws-job-hit)
           end-if.
           if wp-band-found = 'y'
               add 1                          to ws-dept-banded
               add 1                          to ws-total-banded
               add ws-compa-ratio            to ws-dept-compa-sum
               add ws-compa-ratio            to ws-total-compa-sum
               if ws-job-hit > 0
                   add 1                      to jt-banded (ws-job-hit)
                   add ws-compa-ratio        to
                     jt-compa-sum (ws-job-hit)
               end-if
           end-if.
           if ws-catch-up > 0
               add 1                          to ws-dept-below
               add 1                          to ws-total-below
               add ws-catch-up               to ws-dept-catch-up
               add ws-catch-up               to ws-total-catch-up
               if ws-job-hit > 0
                   add 1                      to jt-below (ws-job-hit)
                   add ws-catch-up           to
                     jt-catch-up (ws-job-hit)
               end-if
           end-if.

       385-search-job-table.
           if jt-job-code (ws-job-i) = wp-job-code
               move ws-job-i                 to ws-job-hit
           end-if.

       end program A4COMPA.
