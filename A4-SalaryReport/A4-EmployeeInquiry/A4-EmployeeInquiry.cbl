       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4INQ.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to answer an
      *employee's question about their raise from one screen. Given
      *an employee number it shows the master record with the
      *department name, this cycle's status on the letter feed
      *(classified, unclassified or held), any hold still pending
      *on the held feed or carried forward by the release, the most
      *recent raise-ledger cycles and the most recent maintenance
      *audit entries for that employee - the four batch jobs ops
      *used to run for one phone call. Next and previous page
      *through the master in employee-number order. Every file is
      *opened input only and closed again before the screen comes
      *back, so the inquiry is safe to use while the batch chain is
      *running and never holds a file the chain needs.

       environment division.
       input-output section.
       file-control.

      * the employee master - read by key for the inquiry, and in
      * key order for next and previous
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-MASTER.dat'
                organization is indexed
                access mode is dynamic
                record key is er-employee-num
                file status is ws-master-status.

      * the department master, for the name behind the code
            select dept-master
                assign to '../../../data/A4-DEPT-MASTER.dat'
                organization is indexed
                access mode is random
                record key is dm-dept-code
                file status is ws-dept-status.

      * this cycle's letter feed - the employee's status this cycle
            select letter-feed-file
                assign to '../../../data/A4-LETTER-FEED.dat'
                organization is line sequential
                file status is ws-letter-status.

      * holds waiting on HR - the held feed the report and the
      * off-cycle program write, and the release's carry-forward
      * of the holds HR has not answered yet
            select held-feed-file
                assign to '../../../data/A4-HELD-FEED.dat'
                organization is line sequential
                file status is ws-held-status.

            select carry-forward-file
                assign to '../../../data/A4-HELD-CARRYFWD.dat'
                organization is line sequential
                file status is ws-carry-status.

      * every cycle's raise for every employee
            select raise-ledger-file
                assign to '../../../data/A4-RAISE-LEDGER.dat'
                organization is line sequential
                file status is ws-ledger-status.

      * the before/after trail of every change to the master
            select audit-file
                assign to '../../../data/A4-MAINT-AUDIT.dat'
                organization is line sequential
                file status is ws-audit-status.

       data division.
       file section.
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

       fd dept-master
           record contains 45 characters
           data record is dept-record.

      * same layout the salary report reads
       01 dept-record.
         05 dm-dept-code               pic x(4).
         05 dm-dept-name               pic x(20).
         05 dm-manager-name            pic x(15).
         05 dm-cost-center             pic x(6).

       fd letter-feed-file
          record contains 69 characters
          data record is letter-feed-record.

      * same layout the salary report writes
       01 letter-feed-record.
         05 lf-employee-num            pic x(3).
         05 lf-employee-name           pic x(15).
         05 lf-job-code                pic x(10).
         05 lf-current-salary          pic 9(7)v99.
         05 lf-percent-increase        pic 99v9.
         05 lf-pay-increase            pic 9(7)v99.
         05 lf-new-salary              pic 9(7)v99.
         05 lf-letter-status           pic x(1).
           88 lf-gets-letter                       value 'C'.
           88 lf-unclassified                      value 'U'.
           88 lf-held                              value 'H'.
         05 lf-cycle-id                pic x(8).
         05 lf-rating-code             pic x(2).

      * the salary report's header, first on the feed
       01 letter-feed-header.
         05 lf-hdr-record-type         pic x(3).
         05 lf-hdr-cycle-id            pic x(8).
         05 lf-hdr-program             pic x(8).
         05 lf-hdr-create-date         pic x(8).
         05 filler                     pic x(42).

       fd held-feed-file
          record contains 80 characters
          data record is held-feed-record.

      * same layout the salary report writes - the header and
      * trailer carry HDR and TRL in the employee-number slot, so
      * they never match an employee
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
         05 hf-source-code             pic x(1).
           88 hf-offcycle-hold                     value 'O'.

       fd carry-forward-file
          record contains 80 characters
          data record is carry-forward-record.

      * the held feed's own layout - the release writes it that way
      * so ops can rename it over the held feed
       01 carry-forward-record.
         05 cf-employee-num            pic x(3).
         05 cf-employee-name           pic x(15).
         05 cf-job-code                pic x(10).
         05 cf-current-salary          pic 9(7)v99.
         05 cf-percent-increase        pic 99v9.
         05 cf-prorate-months          pic 9(2).
         05 cf-pay-increase            pic 9(7)v99.
         05 cf-new-salary              pic 9(7)v99.
         05 cf-band-max                pic 9(7)v99.
         05 cf-run-date                pic x(8).
         05 cf-rating-code             pic x(2).
         05 cf-source-code             pic x(1).
           88 cf-offcycle-hold                     value 'O'.

       fd raise-ledger-file
          record contains 48 characters
          data record is ledger-record.

      * same layout the salary report writes
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

       fd audit-file
          record is varying in size from 12 to 99 characters
            depending on ws-audit-rec-len
          data record is audit-record.

      * same layout the change-history report decodes - old and
      * current vintages side by side, told apart the same way
       01 audit-record.
         05 au-run-date               pic x(8).
         05 au-action                 pic x(1).
         05 au-employee-num           pic x(3).
         05 au-images                 pic x(86).
         05 au-images-split redefines au-images.
           10 au-before-image         pic x(43).
           10 au-after-image          pic x(43).
         05 au-images-old redefines au-images.
           10 au-before-image-old     pic x(41).
           10 au-after-image-old      pic x(41).
           10 filler                  pic x(4).
         05 au-version                pic x(1).

       working-storage section.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-dept-status              pic x(2)    value spaces.
       01 ws-letter-status            pic x(2)    value spaces.
       01 ws-held-status              pic x(2)    value spaces.
       01 ws-carry-status             pic x(2)    value spaces.
       01 ws-ledger-status            pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.

      * what the operator keyed - the employee number, and the
      * command: blank shows the number keyed, N and P page, X ends
       77 ws-inq-employee-num         pic x(3)    value spaces.
       77 ws-command                  pic x(1)    value space.
         88 ws-cmd-next                           value 'N'.
         88 ws-cmd-previous                       value 'P'.
         88 ws-cmd-exit                           value 'X'.

       77 ws-file-eof                 pic x       value 'n'.
       77 ws-master-found             pic x       value 'n'.
       77 ws-page-found               pic x       value 'n'.
       77 ws-first-record             pic x       value 'y'.

      * length of the audit record just read, and its vintage -
      * C current (43-byte images), O old (41-byte images)
       77 ws-audit-rec-len            pic 9(3)    value 0.
       77 ws-audit-vintage            pic x(1)    value 'C'.

      * the most recent entries are kept by pushing each match onto
      * the end of a short table and dropping the oldest once it is
      * full - the files are in the order they were written, so
      * what is left at the end of the pass is the latest, oldest
      * first
       77 ws-ledger-count             pic 9(2)    value 0.
       77 ws-audit-count              pic 9(2)    value 0.
       77 ws-held-count               pic 9(3)    value 0.
       77 ws-carry-count              pic 9(3)    value 0.
       77 ws-tb-i                     pic 9(2)    value 0.
       77 ws-tb-j                     pic 9(2)    value 0.

       01 ws-ledger-table.
         05 ws-ledger-entry           pic x(78)   occurs 6 times.
       01 ws-ledger-view redefines ws-ledger-table.
         05 ws-ledger-view-1          pic x(78).
         05 ws-ledger-view-2          pic x(78).
         05 ws-ledger-view-3          pic x(78).
         05 ws-ledger-view-4          pic x(78).
         05 ws-ledger-view-5          pic x(78).
         05 ws-ledger-view-6          pic x(78).

       01 ws-audit-table.
         05 ws-audit-entry            pic x(78)   occurs 4 times.
       01 ws-audit-view redefines ws-audit-table.
         05 ws-audit-view-1           pic x(78).
         05 ws-audit-view-2           pic x(78).
         05 ws-audit-view-3           pic x(78).
         05 ws-audit-view-4           pic x(78).

      * a master image out of the audit trail in the common shape,
      * with the salary readable as a number - an add's blank
      * before image leaves it not numeric, and shows blank
       01 ws-image-area.
         05 im-employee-num           pic x(3).
         05 im-employee-name          pic x(15).
         05 im-education-code         pic x(1).
         05 im-years-service          pic x(2).
         05 im-current-salary         pic x(9).
         05 im-current-salary-n redefines im-current-salary
                                      pic 9(7)v99.
         05 im-department-code        pic x(4).
         05 im-employment-status      pic x(1).
         05 im-hire-date              pic x(8).

      * an image from before the salary field was widened
       01 ws-old-image.
         05 ob-employee-num           pic x(3).
         05 ob-employee-name          pic x(15).
         05 ob-education-code         pic x(1).
         05 ob-years-service          pic x(2).
         05 ob-current-salary         pic x(7).
         05 ob-current-salary-n redefines ob-current-salary
                                      pic 9(5)v99.
         05 ob-department-code        pic x(4).
         05 ob-employment-status      pic x(1).
         05 ob-hire-date              pic x(8).

       77 ws-edit-salary              pic $z,zzz,zz9.99.

      * the screen's lines, built here and shown through the
      * screen section below
       01 ws-title-line.
         05 filler                    pic x(38)   value
                               "A4INQ  Employee Inquiry - Read Only  ".
         05 filler                    pic x(40)   value spaces.

       01 ws-master-line-1.
         05 filler                    pic x(10)   value "Employee: ".
         05 ml-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 ml-employee-name          pic x(15).
         05 filler                    pic x(8)    value "  Dept: ".
         05 ml-dept-code              pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 ml-dept-name              pic x(20).
         05 filler                    pic x(14)   value spaces.

       01 ws-master-line-2.
         05 filler                    pic x(8)    value "Salary: ".
         05 ml-salary                 pic $z,zzz,zz9.99
                                      blank when zero.
         05 filler                    pic x(8)    value "  Educ: ".
         05 ml-education-code         pic x(1).
         05 filler                    pic x(9)    value "  Years: ".
         05 ml-years-service          pic z9 blank when zero.
         05 filler                    pic x(10)   value "  Status: ".
         05 ml-employment-status      pic x(1).
         05 filler                    pic x(9)    value "  Hired: ".
         05 ml-hire-date              pic x(8).
         05 filler                    pic x(9)    value spaces.

       01 ws-cycle-line.
         05 filler                    pic x(11)   value "This cycle ".
         05 cy-cycle-id               pic x(8).
         05 filler                    pic x(2)    value ": ".
         05 cy-status                 pic x(18).
         05 cy-detail                 pic x(39).

       01 ws-cycle-detail.
         05 filler                    pic x(4)    value "pct ".
         05 cd-percent                pic z9.9.
         05 filler                    pic x(6)    value "  new ".
         05 cd-new-salary             pic $z,zzz,zz9.99.
         05 filler                    pic x(12)   value spaces.

       01 ws-pending-line.
         05 filler                    pic x(16)   value
                                              "Pending hold:   ".
         05 pl-text                   pic x(62).

       01 ws-carry-line.
         05 filler                    pic x(16)   value
                                              "Carried forward:".
         05 cl-text                   pic x(62).

      * one hold, as either of the two lines above shows it
       01 ws-hold-detail.
         05 filler                    pic x(5)    value "held ".
         05 hd-run-date               pic x(8).
         05 filler                    pic x(7)    value "  incr ".
         05 hd-pay-increase           pic $z,zzz,zz9.99.
         05 filler                    pic x(6)    value "  new ".
         05 hd-new-salary             pic $z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 hd-source-note            pic x(8).

       01 ws-ledger-heading.
         05 filler                    pic x(38)   value
                               "Raise ledger - most recent cycles, old".
         05 filler                    pic x(9)    value "est first".
         05 filler                    pic x(31)   value spaces.

       01 ws-ledger-columns.
         05 filler                    pic x(10)   value "Cycle     ".
         05 filler                    pic x(12)   value
                                               "Class       ".
         05 filler                    pic x(7)    value "Pct    ".
         05 filler                    pic x(15)   value
                                             "     Increase  ".
         05 filler                    pic x(15)   value
                                             "   New Salary  ".
         05 filler                    pic x(6)    value "Hold  ".
         05 filler                    pic x(4)    value "Rt  ".
         05 filler                    pic x(4)    value "Type".
         05 filler                    pic x(5)    value spaces.

      * one ledger row, laid out like the compensation statement's
       01 ws-ledger-line.
         05 ll-run-date               pic x(8).
         05 filler                    pic x(2)    value spaces.
         05 ll-job-code               pic x(10).
         05 filler                    pic x(2)    value spaces.
         05 ll-percent                pic z9.9.
         05 filler                    pic x(1)    value "%".
         05 filler                    pic x(2)    value spaces.
         05 ll-pay-increase           pic $z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 ll-new-salary             pic $z,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 ll-hold-note              pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 ll-rating-code            pic x(2).
         05 filler                    pic x(2)    value spaces.
         05 ll-entry-note             pic x(4).
         05 filler                    pic x(3)    value spaces.

       01 ws-audit-heading.
         05 filler                    pic x(38)   value
                               "Maintenance audit - most recent entrie".
         05 filler                    pic x(16)   value
                                              "s, oldest first".
         05 filler                    pic x(24)   value spaces.

      * one audit entry - the salary either side of the change and
      * where the change left the department and status
       01 ws-audit-line.
         05 al-run-date               pic x(8).
         05 filler                    pic x(2)    value spaces.
         05 al-action                 pic x(12).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Was ".
         05 al-was-salary             pic x(13).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Now ".
         05 al-now-salary             pic x(13).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(5)    value "Dept ".
         05 al-dept-code              pic x(4).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(3)    value "St ".
         05 al-employment-status      pic x(1).
         05 filler                    pic x(1)    value spaces.

       01 ws-message-line             pic x(78)   value spaces.

       screen section.
       01 inquiry-screen.
         05 blank screen.
         05 line 1 column 1  pic x(78) from ws-title-line.
         05 line 3 column 1  pic x(78) from ws-master-line-1.
         05 line 4 column 1  pic x(78) from ws-master-line-2.
         05 line 6 column 1  pic x(78) from ws-cycle-line.
         05 line 7 column 1  pic x(78) from ws-pending-line.
         05 line 8 column 1  pic x(78) from ws-carry-line.
         05 line 10 column 1 pic x(78) from ws-ledger-heading.
         05 line 11 column 1 pic x(78) from ws-ledger-columns.
         05 line 12 column 1 pic x(78) from ws-ledger-view-1.
         05 line 13 column 1 pic x(78) from ws-ledger-view-2.
         05 line 14 column 1 pic x(78) from ws-ledger-view-3.
         05 line 15 column 1 pic x(78) from ws-ledger-view-4.
         05 line 16 column 1 pic x(78) from ws-ledger-view-5.
         05 line 17 column 1 pic x(78) from ws-ledger-view-6.
         05 line 18 column 1 pic x(78) from ws-audit-heading.
         05 line 19 column 1 pic x(78) from ws-audit-view-1.
         05 line 20 column 1 pic x(78) from ws-audit-view-2.
         05 line 21 column 1 pic x(78) from ws-audit-view-3.
         05 line 22 column 1 pic x(78) from ws-audit-view-4.
         05 line 23 column 1 pic x(78) from ws-message-line.
         05 line 24 column 1  value "Employee:".
         05 line 24 column 11 pic x(3) using ws-inq-employee-num.
         05 line 24 column 16 value "Command:".
         05 line 24 column 25 pic x(1) using ws-command.
         05 line 24 column 28 value
                             "Enter=show  N=next  P=previous  X=exit".

       procedure division.

       000-main.
           perform 210-clear-display.
           move "KEY AN EMPLOYEE NUMBER, OR N FOR THE FIRST ON FILE"
                                             to ws-message-line.
           perform 100-converse until ws-cmd-exit.

           stop run.

           goback.

       100-converse.
           display inquiry-screen.
           accept inquiry-screen.
           inspect ws-command converting "npx" to "NPX".
           if ws-cmd-exit
               continue
           else
               if ws-cmd-next
                   perform 300-page-next
               else
                   if ws-cmd-previous
                       perform 310-page-previous
                   else
                       if ws-inq-employee-num = spaces
                           move "KEY AN EMPLOYEE NUMBER"
                                             to ws-message-line
                       else
                           perform 200-show-employee
                       end-if
                   end-if
               end-if
               move space                    to ws-command
           end-if.

       200-show-employee.
      * everything on the screen comes from a fresh read - the
      * batch chain may have rewritten any of these files since
      * the last inquiry
           perform 210-clear-display.
           move ws-inq-employee-num          to ml-employee-num.
           perform 220-read-master.
           perform 230-read-dept.
           perform 240-scan-letter-feed.
           perform 250-scan-held-feed.
           perform 255-scan-carry-forward.
           perform 260-scan-ledger.
           perform 270-scan-audit.

       210-clear-display.
           move spaces                       to ml-employee-num.
           move spaces                       to ml-employee-name.
           move spaces                       to ml-dept-code.
           move spaces                       to ml-dept-name.
           move 0                            to ml-salary.
           move spaces                       to ml-education-code.
           move 0                            to ml-years-service.
           move spaces                       to ml-employment-status.
           move spaces                       to ml-hire-date.
           move spaces                       to cy-cycle-id.
           move spaces                       to cy-status.
           move spaces                       to cy-detail.
           move spaces                       to pl-text.
           move spaces                       to cl-text.
           move spaces                       to ws-ledger-table.
           move spaces                       to ws-audit-table.
           move 0                            to ws-ledger-count.
           move 0                            to ws-audit-count.
           move spaces                       to ws-message-line.

       220-read-master.
      * an employee no longer on the master (deleted, archived)
      * still has history worth seeing - the rest of the screen
      * is filled in either way
           move 'n'                          to ws-master-found.
           open input employee-master.
           if ws-master-status = "00"
               move ws-inq-employee-num      to er-employee-num
               read employee-master
                   invalid key
                       move "NOT ON THE EMPLOYEE MASTER - HISTORY ONLY"
                                             to ws-message-line
                   not invalid key
                       move 'y'              to ws-master-found
               end-read
               close employee-master
           else
               move "EMPLOYEE MASTER NOT AVAILABLE - HISTORY ONLY"
                                             to ws-message-line
           end-if.
           if ws-master-found = 'y'
               move er-employee-name         to ml-employee-name
               move er-department-code       to ml-dept-code
               move er-current-salary        to ml-salary
               move er-education-code        to ml-education-code
               move er-years-service         to ml-years-service
               move er-employment-status     to ml-employment-status
               move er-hire-date             to ml-hire-date
           end-if.

       230-read-dept.
           if ws-master-found = 'y'
               open input dept-master
               if ws-dept-status = "00"
                   move er-department-code   to dm-dept-code
                   read dept-master
                       invalid key
                           move "NOT ON DEPT MASTER" to ml-dept-name
                       not invalid key
                           move dm-dept-name to ml-dept-name
                   end-read
                   close dept-master
               else
                   move "DEPT MASTER N/A"    to ml-dept-name
               end-if
           end-if.

       240-scan-letter-feed.
      * the feed's header names the cycle; the employee's own
      * record, if the cycle reached them, says how it went
           move "NOT ON LETTER FEED"         to cy-status.
           move 'n'                          to ws-file-eof.
           move 'y'                          to ws-first-record.
           open input letter-feed-file.
           if ws-letter-status = "00"
               perform 245-check-one-letter-record
                 until ws-file-eof = 'y'
               close letter-feed-file
           else
               move "FEED NOT AVAILABLE"     to cy-status
           end-if.

       245-check-one-letter-record.
           read letter-feed-file
               at end
                   move 'y'                  to ws-file-eof
               not at end
                   if ws-first-record = 'y' and
                      lf-hdr-record-type = "HDR"
                       move lf-hdr-cycle-id  to cy-cycle-id
                   end-if
                   move 'n'                  to ws-first-record
                   if lf-employee-num = ws-inq-employee-num
                       perform 246-show-letter-status
                   end-if
           end-read.
           if ws-letter-status not = "00" and
              ws-letter-status not = "10"
               move "FEED READ ERROR"        to cy-status
               move 'y'                      to ws-file-eof
           end-if.

       246-show-letter-status.
           if lf-gets-letter
               move "CLASSIFIED"             to cy-status
           else
               if lf-unclassified
                   move "UNCLASSIFIED"       to cy-status
               else
                   if lf-held
                       move "HELD"           to cy-status
                   else
                       move lf-letter-status to cy-status
                   end-if
               end-if
           end-if.
           move lf-percent-increase          to cd-percent.
           move lf-new-salary                to cd-new-salary.
           move ws-cycle-detail              to cy-detail.
           if ws-master-found = 'n'
               move lf-employee-name         to ml-employee-name
           end-if.

       250-scan-held-feed.
      * a hold stays on the held feed until a release pass answers
      * it - the latest one for the employee is shown
           move "NONE"                       to pl-text.
           move 0                            to ws-held-count.
           move 'n'                          to ws-file-eof.
           open input held-feed-file.
           if ws-held-status = "00"
               perform 251-check-one-held-record
                 until ws-file-eof = 'y'
               close held-feed-file
           else
               move "HELD FEED NOT AVAILABLE" to pl-text
           end-if.

       251-check-one-held-record.
           read held-feed-file
               at end
                   move 'y'                  to ws-file-eof
               not at end
                   if hf-employee-num = ws-inq-employee-num
                       add 1                  to ws-held-count
                       move hf-run-date      to hd-run-date
                       move hf-pay-increase  to hd-pay-increase
                       move hf-new-salary    to hd-new-salary
                       if hf-offcycle-hold
                           move "OFFCYCLE"   to hd-source-note
                       else
                           move spaces       to hd-source-note
                       end-if
                       move ws-hold-detail   to pl-text
                   end-if
           end-read.
           if ws-held-status not = "00" and
              ws-held-status not = "10"
               move "HELD FEED READ ERROR"   to pl-text
               move 'y'                      to ws-file-eof
           end-if.

       255-scan-carry-forward.
      * no carry-forward on disk just means no release has left
      * anything unanswered
           move "NONE"                       to cl-text.
           move 0                            to ws-carry-count.
           move 'n'                          to ws-file-eof.
           open input carry-forward-file.
           if ws-carry-status = "00"
               perform 256-check-one-carry-record
                 until ws-file-eof = 'y'
               close carry-forward-file
           end-if.

       256-check-one-carry-record.
           read carry-forward-file
               at end
                   move 'y'                  to ws-file-eof
               not at end
                   if cf-employee-num = ws-inq-employee-num
                       add 1                  to ws-carry-count
                       move cf-run-date      to hd-run-date
                       move cf-pay-increase  to hd-pay-increase
                       move cf-new-salary    to hd-new-salary
                       if cf-offcycle-hold
                           move "OFFCYCLE"   to hd-source-note
                       else
                           move spaces       to hd-source-note
                       end-if
                       move ws-hold-detail   to cl-text
                   end-if
           end-read.
           if ws-carry-status not = "00" and
              ws-carry-status not = "10"
               move "CARRY-FORWARD READ ERROR" to cl-text
               move 'y'                      to ws-file-eof
           end-if.

       260-scan-ledger.
           move 'n'                          to ws-file-eof.
           open input raise-ledger-file.
           if ws-ledger-status = "00"
               perform 261-check-one-ledger-record
                 until ws-file-eof = 'y'
               close raise-ledger-file
               if ws-ledger-count = 0
                   move "NO LEDGER RECORDS ON FILE FOR THIS EMPLOYEE"
                                             to ws-ledger-entry (1)
               end-if
           else
               move "RAISE LEDGER NOT AVAILABLE"
                                             to ws-ledger-entry (1)
           end-if.

       261-check-one-ledger-record.
           read raise-ledger-file
               at end
                   move 'y'                  to ws-file-eof
               not at end
                   if ld-employee-num = ws-inq-employee-num
                       perform 262-format-ledger-line
                   end-if
           end-read.
           if ws-ledger-status not = "00" and
              ws-ledger-status not = "10"
               move "RAISE LEDGER READ ERROR - HISTORY INCOMPLETE"
                                             to ws-message-line
               move 'y'                      to ws-file-eof
           end-if.

       262-format-ledger-line.
           move ld-run-date                  to ll-run-date.
           move ld-job-code                  to ll-job-code.
           move ld-percent-increase          to ll-percent.
           move ld-pay-increase              to ll-pay-increase.
           move ld-new-salary                to ll-new-salary.
           move ld-rating-code               to ll-rating-code.
           if ld-hold-flag = 'H'
               move "HELD"                   to ll-hold-note
           else
               move spaces                   to ll-hold-note
           end-if.
           if ld-entry-type = 'O'
               move "OFFC"                   to ll-entry-note
           else
               move spaces                   to ll-entry-note
           end-if.
      * full table - the oldest row drops off the top
           if ws-ledger-count = 6
               perform 263-shift-ledger-entry
                 varying ws-tb-i from 1 by 1
                 until ws-tb-i > 5
           else
               add 1                          to ws-ledger-count
           end-if.
           move ws-ledger-line               to
             ws-ledger-entry (ws-ledger-count).

       263-shift-ledger-entry.
           compute ws-tb-j = ws-tb-i + 1.
           move ws-ledger-entry (ws-tb-j)    to
             ws-ledger-entry (ws-tb-i).

       270-scan-audit.
           move 'n'                          to ws-file-eof.
           open input audit-file.
           if ws-audit-status = "00"
               perform 271-check-one-audit-record
                 until ws-file-eof = 'y'
               close audit-file
               if ws-audit-count = 0
                   move "NO MAINTENANCE AUDIT ENTRIES FOR THIS EMPLOYEE"
                                             to ws-audit-entry (1)
               end-if
           else
               move "MAINTENANCE AUDIT NOT AVAILABLE"
                                             to ws-audit-entry (1)
           end-if.

       271-check-one-audit-record.
           move spaces                       to audit-record.
           read audit-file
               at end
                   move 'y'                  to ws-file-eof
               not at end
                   if au-employee-num = ws-inq-employee-num
                       perform 272-format-audit-line
                   end-if
           end-read.
           if ws-audit-status not = "00" and
              ws-audit-status not = "10"
               move "AUDIT READ ERROR - HISTORY INCOMPLETE"
                                             to ws-message-line
               move 'y'                      to ws-file-eof
           end-if.

       272-format-audit-line.
           move au-run-date                  to al-run-date.
           if au-action = 'A'
               move "ADD"                    to al-action
           else
           if au-action = 'C'
               move "CHANGE"                 to al-action
           else
           if au-action = 'D'
               move "DELETE"                 to al-action
           else
           if au-action = 'O'
               move "OFF-CYCLE"              to al-action
           else
           if au-action = 'R'
               move "DEPT REORG"             to al-action
           else
           if au-action = 'S'
               move "SERVICE ROLL"           to al-action
           else
               move au-action                to al-action
           end-if.

           perform 275-determine-vintage.
           if ws-audit-vintage = 'O'
               move au-before-image-old      to ws-old-image
               perform 276-spread-old-image
           else
               move au-before-image          to ws-image-area
           end-if.
           perform 277-edit-image-salary.
           move ws-edit-salary               to al-was-salary.
           if im-current-salary not numeric
               move spaces                   to al-was-salary
           end-if.

           if ws-audit-vintage = 'O'
               move au-after-image-old       to ws-old-image
               perform 276-spread-old-image
           else
               move au-after-image           to ws-image-area
           end-if.
           perform 277-edit-image-salary.
           move ws-edit-salary               to al-now-salary.
           if im-current-salary not numeric
               move spaces                   to al-now-salary
           end-if.
           move im-department-code           to al-dept-code.
           move im-employment-status         to al-employment-status.

      * full table - the oldest entry drops off the top
           if ws-audit-count = 4
               perform 273-shift-audit-entry
                 varying ws-tb-i from 1 by 1
                 until ws-tb-i > 3
           else
               add 1                          to ws-audit-count
           end-if.
           move ws-audit-line                to
             ws-audit-entry (ws-audit-count).

       273-shift-audit-entry.
           compute ws-tb-j = ws-tb-i + 1.
           move ws-audit-entry (ws-tb-j)     to
             ws-audit-entry (ws-tb-i).

       275-determine-vintage.
      * the same test the change-history report makes - a
      * versioned record is exactly 99 bytes, longer than 94 can
      * only be the widened images, and below that whichever image
      * offset echoes the employee number is the real one
           if ws-audit-rec-len = 99 and au-version = '2'
               move 'C'                      to ws-audit-vintage
           else
           if ws-audit-rec-len > 94
               move 'C'                      to ws-audit-vintage
           else
           if au-after-image-old (1:3) = au-employee-num
               move 'O'                      to ws-audit-vintage
           else
           if au-after-image (1:3) = au-employee-num
               move 'C'                      to ws-audit-vintage
           else
               move 'O'                      to ws-audit-vintage
           end-if.

       276-spread-old-image.
      * the narrower salary is moved as a number, so it lands in
      * the wider field at its proper value
           move spaces                       to ws-image-area.
           move ob-employee-num              to im-employee-num.
           move ob-employee-name             to im-employee-name.
           move ob-education-code            to im-education-code.
           move ob-years-service             to im-years-service.
           if ob-current-salary numeric
               move ob-current-salary-n      to im-current-salary-n
           end-if.
           move ob-department-code           to im-department-code.
           move ob-employment-status         to im-employment-status.
           move ob-hire-date                 to im-hire-date.

       277-edit-image-salary.
           move 0                            to ws-edit-salary.
           if im-current-salary numeric
               move im-current-salary-n      to ws-edit-salary
           end-if.

       300-page-next.
      * the next employee number on the master after the one in
      * the employee field - blank starts from the top
           move 'n'                          to ws-page-found.
           open input employee-master.
           if ws-master-status = "00"
               move ws-inq-employee-num      to er-employee-num
               start employee-master
                   key is greater than er-employee-num
                   invalid key
                       continue
                   not invalid key
                       read employee-master next record
                           at end
                               continue
                           not at end
                               move 'y'      to ws-page-found
                       end-read
               end-start
               close employee-master
           end-if.
           if ws-page-found = 'y'
               move er-employee-num          to ws-inq-employee-num
               perform 200-show-employee
           else
               move "NO EMPLOYEE AFTER THIS ONE ON THE MASTER"
                                             to ws-message-line
           end-if.

       310-page-previous.
           move 'n'                          to ws-page-found.
           open input employee-master.
           if ws-master-status = "00"
               move ws-inq-employee-num      to er-employee-num
               start employee-master
                   key is less than er-employee-num
                   invalid key
                       continue
                   not invalid key
                       read employee-master previous record
                           at end
                               continue
                           not at end
                               move 'y'      to ws-page-found
                       end-read
               end-start
               close employee-master
           end-if.
           if ws-page-found = 'y'
               move er-employee-num          to ws-inq-employee-num
               perform 200-show-employee
           else
               move "NO EMPLOYEE BEFORE THIS ONE ON THE MASTER"
                                             to ws-message-line
           end-if.

       end program A4INQ.
