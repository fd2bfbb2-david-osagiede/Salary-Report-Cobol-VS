       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4APPROVE.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to work the
      *approval queue the maintenance program pends large salary
      *adds and changes on. Each approver decision (approve or
      *reject, with the approver's id) is matched to its pended
      *transaction; an approval keyed by the same person who
      *requested the change is turned away, and the change stays
      *on the queue for somebody else. Approved transactions are
      *applied to the master with the same before/after audit
      *record the maintenance program writes, rejected ones are
      *dropped, and anything still unapproved past the age limit on
      *the maintenance parm card is aged out so a stale request
      *never gets applied months later. Everything else is written
      *back to the queue.

       environment division.
       input-output section.
       file-control.

            select employee-master
                assign to '../../../data/A4-EMPLOYEE-MASTER.dat'
                organization is indexed
                access mode is random
                record key is er-employee-num
                file status is ws-master-status.

      * the approval queue the maintenance program appends to
            select pending-file
                assign to '../../../data/A4-MAINT-PENDING.dat'
                organization is line sequential
                file status is ws-pending-status.

      * what is left on the queue after this run - copied back over
      * the queue once the pass is complete, the same way the
      * salary report rebuilds a trimmed file through a scratch copy
            select pending-work-file
                assign to '../../../data/A4-MAINT-PENDWORK.dat'
                organization is line sequential
                file status is ws-work-status.

      * approvers' answers, one per pended employee - approve or
      * reject, with the approver's own id
            select decision-file
                assign to '../../../data/A4-MAINT-DECISIONS.dat'
                organization is line sequential
                file status is ws-decision-status.

      * the maintenance parm card - only the age limit is used here
            select maint-parm-file
                assign to '../../../data/A4-MAINT-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * the same cumulative before/after trail the maintenance
      * program appends to
            select audit-file
                assign to '../../../data/A4-MAINT-AUDIT.dat'
                organization is line sequential
                file status is ws-audit-status.

      * one listing line per pended transaction saying what
      * happened to it, with control totals at the bottom
            select approval-list-file
                assign to '../../../data/A4-MAINT-APPROVALS.out'
                organization is line sequential.

      * the shared cycle control - approving a change touches the
      * master, so the same mid-cycle rule as maintenance applies
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

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
           88 er-grad                             value 'G'.
           88 er-non-grad                         value 'N'.
         05 er-years-service          pic 9(2).
         05 er-current-salary         pic 9(7)V99.
         05 er-department-code        pic x(4).
         05 er-employment-status      pic x(1).
           88 er-active                           value 'A'.
           88 er-terminated                       value 'T'.
         05 er-hire-date              pic x(8).

       fd pending-file
          record contains 60 characters
          data record is pending-record.

      * same layout the maintenance program pends - the date it
      * was pended, then the transaction exactly as keyed
       01 pending-record.
         05 pd-pend-date              pic x(8).
         05 pd-pend-date-parts redefines pd-pend-date.
           10 pd-pend-year            pic 9(4).
           10 pd-pend-month           pic 9(2).
           10 pd-pend-day             pic 9(2).
         05 pd-trans-image            pic x(52).

       fd pending-work-file
          record contains 60 characters
          data record is pending-work-record.

       01 pending-work-record          pic x(60).

       fd decision-file
          record contains 12 characters
          data record is decision-record.

       01 decision-record.
         05 dc-employee-num           pic x(3).
         05 dc-decision               pic x(1).
           88 dc-approve                          value 'A'.
           88 dc-reject                           value 'R'.
         05 dc-approver-id            pic x(8).

       fd maint-parm-file
          record contains 15 characters
          data record is maint-parm-record.

      * same layout the maintenance program reads
       01 maint-parm-record.
         05 mp-threshold-amount       pic x(9).
         05 mp-threshold-percent      pic x(3).
         05 mp-age-days               pic x(3).
         05 mp-age-days-n redefines mp-age-days
                                      pic 9(3).

       fd audit-file
          record contains 99 characters
          data record is audit-record.

      * same layout the maintenance program writes - an approved
      * transaction is audited under its own action code, exactly
      * as if the maintenance run had applied it
       01 audit-record.
         05 au-run-date               pic x(8).
         05 au-action                 pic x(1).
         05 au-employee-num           pic x(3).
         05 au-before-image           pic x(43).
         05 au-after-image            pic x(43).
         05 au-version                pic x(1).

       fd approval-list-file
          record contains 90 characters
          data record is approval-list-record.

       01 approval-list-record         pic x(90).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-pending-eof              pic x       value 'n'.
       01 ws-decision-eof             pic x       value 'n'.
       01 ws-work-eof                 pic x       value 'n'.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-pending-status           pic x(2)    value spaces.
       01 ws-work-status              pic x(2)    value spaces.
       01 ws-decision-status          pic x(2)    value spaces.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.
       01 ws-decision-found           pic x       value 'n'.
       01 ws-master-found             pic x       value 'n'.

       77 ws-run-date                 pic x(8)    value spaces.

      * reason a run was abandoned before anything was applied
       77 ws-abend-reason             pic x(40)   value spaces.

      * set when a decision names an employee with nothing pended,
      * or the queue could not be read to the end - the run still
      * lists what it did, but ends with a nonzero return code
       77 ws-approve-failed           pic x       value 'n'.

      * the queue is only rewritten from a complete pass - a read
      * error partway down leaves it exactly as found
       77 ws-queue-complete           pic x       value 'y'.

      * cycle-control state - the record in working form, and a
      * found flag; no control file at all means no cycle has ever
      * run, which is fine for maintenance
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

      * the pended transaction in working form - same layout as the
      * maintenance program's transaction record
       01 trans-record.
         05 tr-action                 pic x(1).
           88 tr-add                              value 'A'.
           88 tr-change                           value 'C'.
         05 tr-employee-num           pic x(3).
         05 tr-employee-name          pic x(15).
         05 tr-education-code         pic x(1).
         05 tr-years-service          pic x(2).
         05 tr-years-service-n redefines tr-years-service
                                      pic 9(2).
         05 tr-current-salary         pic x(9).
         05 tr-current-salary-n redefines tr-current-salary
                                      pic 9(7)v99.
         05 tr-department-code        pic x(4).
         05 tr-employment-status      pic x(1).
         05 tr-hire-date              pic x(8).
         05 tr-requester-id           pic x(8).

      * how many days a change may wait for approval before it is
      * aged out - the parm card overrides the default
       77 ws-age-limit                pic 9(3)    value 30.
       77 ws-age-days                 pic 9(7)    value 0.
       77 ws-run-day-number           pic 9(7)    value 0.

      * day-number work fields - days since a fixed epoch, so two
      * yyyymmdd dates can be subtracted; set ws-dn-date and
      * perform 700-compute-day-number, answer in ws-dn-days
       01 ws-dn-date.
         05 ws-dn-year                pic 9(4).
         05 ws-dn-month               pic 9(2).
         05 ws-dn-day                 pic 9(2).
       77 ws-dn-leap-year             pic 9(4)    value 0.
       77 ws-dn-q4                    pic 9(4)    value 0.
       77 ws-dn-q100                  pic 9(4)    value 0.
       77 ws-dn-q400                  pic 9(4)    value 0.
       77 ws-dn-days                  pic 9(7)    value 0.

      * days in the year before the first of each month, ignoring
      * leap day - the leap day is added back by year above
       01 ws-month-start-values       pic x(36)   value
                  "000031059090120151181212243273304334".
       01 ws-month-start-table redefines ws-month-start-values.
         05 ws-month-start            pic 9(3)    occurs 12 times.

      * before image of the employee record an approved change is
      * about to rewrite
       77 ws-before-image             pic x(43)   value spaces.

      * the whole decision file is held in storage so the queue
      * can be matched against it in one sequential pass, the way
      * the release program holds HR's dispositions
       77 ws-decision-count           pic 9(3)    value 0.
       77 ws-decision-read-count      pic 9(4)    value 0.
       01 ws-decision-table.
         05 ws-decision-entry occurs 500 times.
           10 wd-employee-num         pic x(3).
           10 wd-decision             pic x(1).
           10 wd-approver-id          pic x(8).
           10 wd-matched              pic x(1).

       77 ws-dc-i                     pic 9(3)    value 0.
       77 ws-dc-hit                   pic 9(3)    value 0.

      * control counts - read balances against the outcomes
       77 ws-read-count               pic 9(4)    value 0.
       77 ws-applied-count            pic 9(4)    value 0.
       77 ws-rejected-count           pic 9(4)    value 0.
       77 ws-self-count               pic 9(4)    value 0.
       77 ws-expired-count            pic 9(4)    value 0.
       77 ws-carried-count            pic 9(4)    value 0.

       01 ws-approval-heading.
         05 filler                    pic x(44)   value
                  "Salary Change Approvals - Disposition of Pen".
         05 filler                    pic x(16)   value
                                             "ded Transactions".
         05 filler                    pic x(30)   value spaces.

       01 ws-column-heading.
         05 filler                    pic x(5)    value "Emp  ".
         05 filler                    pic x(3)    value "Ac ".
         05 filler                    pic x(10)   value "Requester ".
         05 filler                    pic x(10)   value "Approver  ".
         05 filler                    pic x(32)   value "Outcome".
         05 filler                    pic x(30)   value "     Age".

      * one line per pended transaction
       01 ws-approval-detail-line.
         05 al-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 al-action                 pic x(1).
         05 filler                    pic x(2)    value spaces.
         05 al-requester-id           pic x(8).
         05 filler                    pic x(2)    value spaces.
         05 al-approver-id            pic x(8).
         05 filler                    pic x(2)    value spaces.
         05 al-outcome                pic x(30).
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(4)    value "Age=".
         05 al-age-days               pic zzz9.
         05 filler                    pic x(22)   value spaces.

      * a decision that names an employee with nothing pended
       01 ws-orphan-line.
         05 filler                    pic x(16)   value
                                              "NOTHING PENDED  ".
         05 op-employee-num           pic x(3).
         05 filler                    pic x(11)   value
                                              "  Decision=".
         05 op-decision               pic x(1).
         05 filler                    pic x(11)   value
                                              "  Approver=".
         05 op-approver-id            pic x(8).
         05 filler                    pic x(40)   value spaces.

      * control totals so ops can balance read = applied +
      * rejected + expired + carried
       01 ws-control-line.
         05 filler                    pic x(6)    value "Read= ".
         05 ws-read-out               pic ZZZ9.
         05 filler                    pic x(10)   value "  Applied=".
         05 ws-applied-out            pic ZZZ9.
         05 filler                    pic x(11)   value "  Rejected=".
         05 ws-rejected-out           pic ZZZ9.
         05 filler                    pic x(7)    value "  Self=".
         05 ws-self-out               pic ZZZ9.
         05 filler                    pic x(10)   value "  Expired=".
         05 ws-expired-out            pic ZZZ9.
         05 filler                    pic x(10)   value "  Carried=".
         05 ws-carried-out            pic ZZZ9.
         05 filler                    pic x(12)   value spaces.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output approval-list-file.
           write approval-list-record from ws-approval-heading.
           write approval-list-record from ws-column-heading
             after advancing 2 lines.

      * no approvals mid-cycle - an approved salary lands on the
      * master, which must stay the one the cycle priced
           perform 010-check-cycle-control.
           perform 020-read-maint-parm.

           move ws-run-date                  to ws-dn-date.
           perform 700-compute-day-number.
           move ws-dn-days                   to ws-run-day-number.

      * the master is never created or truncated here - any open
      * failure abandons the run
           open i-o employee-master.
           if ws-master-status not = "00"
               move "MASTER OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               perform 900-abandon-run
           end-if.
           open extend audit-file.
           if ws-audit-status = "35"
               open output audit-file
           end-if.
           if ws-audit-status not = "00"
               move "AUDIT OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               close employee-master
               perform 900-abandon-run
           end-if.
      * no queue at all means nothing has ever pended - any
      * decision sent against it is then listed as an orphan
           open input pending-file.
           if ws-pending-status = "35"
               move 'y'                      to ws-pending-eof
           else
               if ws-pending-status not = "00"
                   move "PENDING QUEUE OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
                   close employee-master, audit-file
                   perform 900-abandon-run
               end-if
           end-if.
           open output pending-work-file.
           if ws-work-status not = "00"
               move "QUEUE WORK FILE OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               close employee-master, audit-file
               if ws-pending-status = "00"
                   close pending-file
               end-if
               perform 900-abandon-run
           end-if.

      * no decision file is a legitimate run - nothing is approved
      * and the queue is only aged
           perform 100-load-decision-table.

           if ws-pending-status = "00"
               perform 210-read-pending-record
               perform 220-decide-one-pending
                 until ws-pending-eof = 'y'
               close pending-file
           end-if.
           close pending-work-file.

           perform 300-sweep-unmatched-decisions.

           if ws-queue-complete = 'y'
               perform 400-rewrite-pending-queue
           end-if.

           move ws-read-count                to ws-read-out.
           move ws-applied-count             to ws-applied-out.
           move ws-rejected-count            to ws-rejected-out.
           move ws-self-count                to ws-self-out.
           move ws-expired-count             to ws-expired-out.
           move ws-carried-count             to ws-carried-out.
           write approval-list-record from ws-control-line
             after advancing 2 lines.

           close employee-master,
             audit-file,
             approval-list-file.

           if ws-approve-failed = 'y'
               move 8                        to return-code
           end-if.

           stop run.

           goback.

       010-check-cycle-control.
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
           if ws-cycle-found = 'y' and
              cw-edit-done = 'Y' and cw-recon-done not = 'Y'
               move "CYCLE IN FLIGHT - RUN ABANDONED"
                                             to ws-abend-reason
               perform 900-abandon-run
           end-if.

       020-read-maint-parm.
      * a missing card, or an age that is blank or not a number,
      * keeps the default
           move spaces                       to maint-parm-record.
           open input maint-parm-file.
           if ws-parm-status = "00"
               read maint-parm-file
                   at end
                       move spaces            to maint-parm-record
               end-read
               close maint-parm-file
               if mp-age-days numeric
                   move mp-age-days-n        to ws-age-limit
               end-if
           end-if.

       100-load-decision-table.
           open input decision-file.
           if ws-decision-status = "00"
               perform 110-read-decision-record
               perform 120-store-decision-record
                 until ws-decision-eof = 'y'
               close decision-file
           else
               move "NO DECISION FILE - QUEUE AGED ONLY"
                                             to approval-list-record
               write approval-list-record
           end-if.

       110-read-decision-record.
           read decision-file
               at end
                   move 'y'                  to ws-decision-eof
               not at end
                   add 1                      to ws-decision-read-count
           end-read.
      * a read error partway down the decisions means the match
      * cannot be trusted - stop reading and fail the run
           if ws-decision-status not = "00" and
              ws-decision-status not = "10"
               move "DECISION READ ERROR - RUN FAILED"
                                             to approval-list-record
               write approval-list-record
               move 'y'                      to ws-approve-failed
               move 'y'                      to ws-decision-eof
           end-if.

       120-store-decision-record.
           if ws-decision-read-count > 500
               move "DECISION FILE EXCEEDS TABLE - RUN FAILED"
                                             to approval-list-record
               write approval-list-record
               move 'y'                      to ws-approve-failed
               move 'y'                      to ws-decision-eof
           else
               add 1                          to ws-decision-count
               move dc-employee-num          to
                 wd-employee-num (ws-decision-count)
               move dc-decision              to
                 wd-decision (ws-decision-count)
               move dc-approver-id           to
                 wd-approver-id (ws-decision-count)
               move 'n'                      to
                 wd-matched (ws-decision-count)
               perform 110-read-decision-record
           end-if.

       210-read-pending-record.
           read pending-file
               at end
                   move 'y'                  to ws-pending-eof
               not at end
                   add 1                      to ws-read-count
           end-read.
           if ws-pending-status not = "00" and
              ws-pending-status not = "10"
               move "PENDING QUEUE READ ERROR - QUEUE NOT REWRITTEN"
                                             to approval-list-record
               write approval-list-record
               move 'y'                      to ws-approve-failed
               move 'n'                      to ws-queue-complete
               move 'y'                      to ws-pending-eof
           end-if.

       220-decide-one-pending.
      * a usable decision from somebody other than the requester is
      * acted on whatever the age; otherwise the change is aged
      * out past the limit, or carried for another day
           move pd-trans-image               to trans-record.
           move spaces                       to al-approver-id.
           perform 230-compute-age.
           move 'n'                          to ws-decision-found.
           move 0                            to ws-dc-hit.
           perform 225-search-decision-table
             varying ws-dc-i from 1 by 1
             until ws-dc-i > ws-decision-count or
                   ws-decision-found = 'y'.
           if ws-decision-found = 'y'
               move 'y'                      to wd-matched (ws-dc-hit)
               move wd-approver-id (ws-dc-hit) to al-approver-id
               if wd-approver-id (ws-dc-hit) = spaces
                   move "NO APPROVER ID"     to al-outcome
                   move 'n'                  to ws-decision-found
               else
                   if wd-approver-id (ws-dc-hit) = tr-requester-id
                       move "SELF-APPROVAL REJECTED" to al-outcome
                       add 1                  to ws-self-count
                       move 'n'              to ws-decision-found
                   else
                       if wd-decision (ws-dc-hit) not = 'A' and
                          wd-decision (ws-dc-hit) not = 'R'
                           move "BAD DECISION CODE" to al-outcome
                           move 'n'          to ws-decision-found
                       end-if
                   end-if
               end-if
           end-if.
           if ws-decision-found = 'y'
               if wd-decision (ws-dc-hit) = 'A'
                   perform 240-apply-approved
               else
                   move "REJECTED BY APPROVER" to al-outcome
                   add 1                      to ws-rejected-count
               end-if
           else
               if ws-age-days > ws-age-limit
                   move "AGED OUT - NOT APPLIED" to al-outcome
                   add 1                      to ws-expired-count
               else
                   if ws-dc-hit = 0
                       move "AWAITING APPROVAL" to al-outcome
                   end-if
                   move pending-record       to pending-work-record
                   write pending-work-record
                   add 1                      to ws-carried-count
               end-if
           end-if.
           perform 290-write-approval-line.
           perform 210-read-pending-record.

       225-search-decision-table.
           if wd-employee-num (ws-dc-i) = tr-employee-num and
              wd-matched (ws-dc-i) = 'n'
               move 'y'                      to ws-decision-found
               move ws-dc-i                  to ws-dc-hit
           end-if.

       230-compute-age.
      * a pend date that is not a real date cannot be aged - it is
      * treated as past the limit so it never sits on the queue
           if pd-pend-date not numeric or
              pd-pend-month < 01 or pd-pend-month > 12
               compute ws-age-days = ws-age-limit + 1
           else
               move pd-pend-date             to ws-dn-date
               perform 700-compute-day-number
               if ws-dn-days > ws-run-day-number
                   move 0                    to ws-age-days
               else
                   compute ws-age-days =
                     ws-run-day-number - ws-dn-days
               end-if
           end-if.

       240-apply-approved.
      * the maintenance program's own apply for the action, against
      * the master as it stands now - the fields were edited when
      * the transaction was pended
           move 'n'                          to ws-master-found.
           move spaces                       to employee-record.
           move tr-employee-num              to er-employee-num.
           read employee-master
               invalid key
                   continue
               not invalid key
                   move 'y'                  to ws-master-found
           end-read.
           if tr-add
               if ws-master-found = 'y'
                   move "APPLY FAILED - ON MASTER" to al-outcome
                   add 1                      to ws-rejected-count
               else
                   move spaces               to ws-before-image
                   perform 250-build-master-from-trans
                   write employee-record
                   perform 260-finish-apply
               end-if
           else
               if ws-master-found not = 'y'
                   move "APPLY FAILED - NOT ON MASTER" to al-outcome
                   add 1                      to ws-rejected-count
               else
                   move employee-record      to ws-before-image
                   perform 255-apply-change-fields
                   rewrite employee-record
                   perform 260-finish-apply
               end-if
           end-if.

       250-build-master-from-trans.
           move tr-employee-num              to er-employee-num.
           move tr-employee-name             to er-employee-name.
           move tr-education-code            to er-education-code.
           move tr-years-service-n           to er-years-service.
           move tr-current-salary-n          to er-current-salary.
           move tr-department-code           to er-department-code.
           move tr-employment-status         to er-employment-status.
           move tr-hire-date                 to er-hire-date.

       255-apply-change-fields.
           if tr-employee-name not = spaces
               move tr-employee-name         to er-employee-name
           end-if.
           if tr-education-code not = space
               move tr-education-code        to er-education-code
           end-if.
           if tr-years-service not = spaces
               move tr-years-service-n       to er-years-service
           end-if.
           if tr-current-salary not = spaces
               move tr-current-salary-n      to er-current-salary
           end-if.
           if tr-department-code not = spaces
               move tr-department-code       to er-department-code
           end-if.
           if tr-employment-status not = space
               move tr-employment-status     to er-employment-status
           end-if.
           if tr-hire-date not = spaces
               move tr-hire-date             to er-hire-date
           end-if.

       260-finish-apply.
      * a clean write gets the maintenance program's audit record
           if ws-master-status = "00"
               move spaces                   to audit-record
               move ws-run-date              to au-run-date
               move tr-action                to au-action
               move tr-employee-num          to au-employee-num
               move ws-before-image          to au-before-image
               move employee-record          to au-after-image
               move '2'                      to au-version
               write audit-record
               move "APPROVED AND APPLIED"   to al-outcome
               add 1                          to ws-applied-count
           else
               move "APPLY FAILED - MASTER I/O" to al-outcome
               add 1                          to ws-rejected-count
               move 'y'                      to ws-approve-failed
           end-if.

       290-write-approval-line.
           move tr-employee-num              to al-employee-num.
           move tr-action                    to al-action.
           move tr-requester-id              to al-requester-id.
           move ws-age-days                  to al-age-days.
           write approval-list-record from ws-approval-detail-line.

       300-sweep-unmatched-decisions.
      * a decision for an employee with nothing pended is a keying
      * error on the approver's side - listed, and the run fails
           perform 310-check-one-decision
             varying ws-dc-i from 1 by 1
             until ws-dc-i > ws-decision-count.

       310-check-one-decision.
           if wd-matched (ws-dc-i) = 'n'
               move wd-employee-num (ws-dc-i) to op-employee-num
               move wd-decision (ws-dc-i)    to op-decision
               move wd-approver-id (ws-dc-i) to op-approver-id
               write approval-list-record from ws-orphan-line
               move 'y'                      to ws-approve-failed
           end-if.

       400-rewrite-pending-queue.
      * the carried transactions become the queue
           open output pending-file.
           open input pending-work-file.
           move 'n'                          to ws-work-eof.
           perform 410-copy-one-pending until ws-work-eof = 'y'.
           close pending-work-file.
           close pending-file.

       410-copy-one-pending.
           read pending-work-file
               at end
                   move 'y'                  to ws-work-eof
               not at end
                   move pending-work-record  to pending-record
                   write pending-record
           end-read.

       700-compute-day-number.
      * days from year zero to ws-dn-date - leap days are counted
      * up to the year in hand only once its February is over
           move ws-dn-year                   to ws-dn-leap-year.
           if ws-dn-month < 03
               subtract 1                    from ws-dn-leap-year
           end-if.
           compute ws-dn-q4 = ws-dn-leap-year / 4.
           compute ws-dn-q100 = ws-dn-leap-year / 100.
           compute ws-dn-q400 = ws-dn-leap-year / 400.
           compute ws-dn-days =
             ws-dn-year * 365 + ws-dn-q4 - ws-dn-q100 + ws-dn-q400
             + ws-month-start (ws-dn-month) + ws-dn-day.

       900-abandon-run.
      * nothing has been applied yet - say why on the listing,
      * signal the scheduler and stop here
           move spaces                       to approval-list-record.
           move ws-abend-reason              to approval-list-record.
           write approval-list-record.
           close approval-list-file.
           move 8                            to return-code.
           stop run.

       end program A4APPROVE.
