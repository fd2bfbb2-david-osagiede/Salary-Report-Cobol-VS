      *so nobody has to hand-edit the master file any more. Invalid
      *transactions go to a reject listing with a reason, and every
      *applied change writes a before/after audit trail record for
      *the year-end review. An add or change that sets or moves a
      *salary by more than the amount or percent on the maintenance
      *parm card is not applied here - it is pended on the approval
      *queue with the requester's id, for the approval run to apply
      *once a second person signs off on it.

       environment division.
       input-output section.
                organization is line sequential
                file status is ws-audit-status.

      * thresholds past which a salary add or change needs a second
      * person's approval - no card keeps the compiled-in limits
            select maint-parm-file
                assign to '../../../data/A4-MAINT-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * salary changes waiting on approval - the whole transaction
      * with the date it was pended, appended here and applied or
      * aged out by the approval run
            select pending-file
                assign to '../../../data/A4-MAINT-PENDING.dat'
                organization is line sequential
                file status is ws-pending-status.

      * the shared cycle control - maintenance refuses to touch
      * the master while a cycle is in flight between the edit
      * step and a clean reconciliation, so the master the report
         05 er-hire-date              pic x(8).

       fd maint-trans-file
          record contains 52 characters
          data record is trans-record.

      * numeric fields carried as display characters with numeric
           10 tr-hire-year            pic 9(4).
           10 tr-hire-month           pic 9(2).
           10 tr-hire-day             pic 9(2).
      * who keyed the transaction - required on anything that pends,
      * since the approver may not be the same person
         05 tr-requester-id           pic x(8).

       fd maint-parm-file
          record contains 15 characters
          data record is maint-parm-record.

      * blank or non-numeric fields keep the compiled-in limit; the
      * age limit is read by the approval run, not here
       01 maint-parm-record.
         05 mp-threshold-amount       pic x(9).
         05 mp-threshold-amount-n redefines mp-threshold-amount
                                      pic 9(7)v99.
         05 mp-threshold-percent      pic x(3).
         05 mp-threshold-percent-n redefines mp-threshold-percent
                                      pic 99v9.
         05 mp-age-days               pic x(3).

       fd pending-file
          record contains 60 characters
          data record is pending-record.

      * the date the transaction was pended, then the transaction
      * exactly as keyed
       01 pending-record.
         05 pd-pend-date              pic x(8).
         05 pd-trans-image.
           10 pd-action               pic x(1).
           10 pd-employee-num         pic x(3).
           10 filler                  pic x(48).

       fd reject-file
          record contains 60 characters
         05 au-version                pic x(1).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-trans-eof                pic x       value 'n'.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-trans-status             pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-pending-status           pic x(2)    value spaces.
       01 ws-pending-eof              pic x       value 'n'.
       01 ws-master-found             pic x       value 'n'.
       01 ws-trans-valid              pic x       value 'y'.

       77 ws-applied-count            pic 9(4)    value 0.
       77 ws-rejected-count           pic 9(4)    value 0.
       77 ws-read-count               pic 9(4)    value 0.
       77 ws-pended-count             pic 9(4)    value 0.

      * approval thresholds - a salary set or moved by more than
      * either one pends instead of applying
       77 ws-threshold-amount         pic 9(7)v99 value 5000.00.
       77 ws-threshold-percent        pic 99v9    value 10.0.
       77 ws-salary-move              pic 9(7)v99 value 0.
       77 ws-salary-move-pct          pic 9(5)v9  value 0.
       77 ws-needs-approval           pic x       value 'n'.

      * employees with a change already on the approval queue - a
      * second salary change for one of them is turned away so the
      * approver never signs off on a figure that has moved under
      * them
       77 ws-pending-count            pic 9(3)    value 0.
       01 ws-pending-table.
         05 ws-pending-employee-num   pic x(3)    occurs 500 times.
       77 ws-pend-i                   pic 9(3)    value 0.
       77 ws-pend-found               pic x       value 'n'.

      * reason the transaction in hand is being turned away - set
      * just before each perform of 300-write-reject-line
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * control totals appended to the bottom of the reject listing
      * so ops can balance transactions read = applied + rejected
         05 ws-applied-out            pic ZZZ9.
         05 filler                    pic x(11)   value "  Rejected=".
         05 ws-rejected-out           pic ZZZ9.
         05 filler                    pic x(9)    value "  Pended=".
         05 ws-pended-out             pic ZZZ9.
         05 filler                    pic x(8)    value spaces.

       procedure division.

      * letters and the acknowledgment all describe different
      * people
           perform 010-check-cycle-control.
           perform 020-read-maint-parm.
           perform 030-load-pending-queue.
      * a master that simply is not there yet is created on first
      * run, then closed and reopened I-O so keyed reads are legal
      * for the rest of the run; any other open failure (lock,
               perform 900-abandon-run
           end-if.

      * same create-on-first-use rule for the approval queue
           open extend pending-file.
           if ws-pending-status = "35"
               open output pending-file
           end-if.
           if ws-pending-status not = "00"
               move "PENDING OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               close employee-master, audit-file, maint-trans-file
               perform 900-abandon-run
           end-if.

           perform 100-read-transaction.
           perform 110-apply-transaction until ws-trans-eof = 'y'.

           move ws-read-count                to ws-read-out.
           move ws-applied-count             to ws-applied-out.
           move ws-rejected-count            to ws-rejected-out.
           move ws-pended-count              to ws-pended-out.
           write reject-record from ws-control-line.

           close employee-master,
             maint-trans-file,
             reject-file,
             audit-file,
             pending-file.

           stop run.

               perform 900-abandon-run
           end-if.

       020-read-maint-parm.
      * each limit overridden independently, and only by a usable
      * value - a missing card keeps both defaults
           move spaces                       to maint-parm-record.
           open input maint-parm-file.
           if ws-parm-status = "00"
               read maint-parm-file
                   at end
                       move spaces            to maint-parm-record
               end-read
               close maint-parm-file
               if mp-threshold-amount numeric
                   move mp-threshold-amount-n to ws-threshold-amount
               end-if
               if mp-threshold-percent numeric
                   move mp-threshold-percent-n to
                     ws-threshold-percent
               end-if
           end-if.

       030-load-pending-queue.
      * no queue yet simply means nothing is pending
           open input pending-file.
           if ws-pending-status = "00"
               perform 035-load-one-pending
                 until ws-pending-eof = 'y'
               close pending-file
           end-if.

       035-load-one-pending.
           read pending-file
               at end
                   move 'y'                  to ws-pending-eof
               not at end
                   if ws-pending-count = 500
                       move "PENDING TABLE FULL - RUN ABANDONED"
                                             to ws-abend-reason
                       perform 900-abandon-run
                   end-if
                   add 1                      to ws-pending-count
                   move pd-employee-num      to
                     ws-pending-employee-num (ws-pending-count)
           end-read.
           if ws-pending-status not = "00" and
              ws-pending-status not = "10"
               move "PENDING READ FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               perform 900-abandon-run
           end-if.

       100-read-transaction.
           read maint-trans-file
               at end
           else
               perform 240-validate-trans-fields
               if ws-trans-valid = 'y'
                   perform 260-check-approval-needed
               end-if
               if ws-trans-valid = 'y' and ws-needs-approval = 'y'
                   perform 320-pend-transaction
               end-if
               if ws-trans-valid = 'y' and ws-needs-approval = 'n'
                   move spaces               to ws-before-image
                   perform 250-build-master-from-trans
                   write employee-record
           else
               perform 245-validate-change-fields
               if ws-trans-valid = 'y'
                   perform 260-check-approval-needed
               end-if
               if ws-trans-valid = 'y' and ws-needs-approval = 'y'
                   perform 320-pend-transaction
               end-if
               if ws-trans-valid = 'y' and ws-needs-approval = 'n'
                   move employee-record      to ws-before-image
                   perform 255-apply-change-fields
                   rewrite employee-record
               move tr-hire-date             to er-hire-date
           end-if.

       260-check-approval-needed.
      * an add sets the salary from nothing, so only the amount
      * applies; a change that carries a salary moves it by the
      * difference either way, measured against both limits - and
      * an employee already on the queue may not have a second
      * salary figure keyed behind the one awaiting approval
           move 'n'                          to ws-needs-approval.
           if tr-add or tr-current-salary not = spaces
               move 'n'                      to ws-pend-found
               perform 265-search-pending-table
                 varying ws-pend-i from 1 by 1
                 until ws-pend-i > ws-pending-count or
                       ws-pend-found = 'y'
               if ws-pend-found = 'y'
                   move "SALARY CHANGE ALREADY PENDING"
                                             to ws-reject-reason
                   perform 300-write-reject-line
               end-if
           end-if.
           if ws-trans-valid = 'y' and tr-add
               if tr-current-salary-n > ws-threshold-amount
                   move 'y'                  to ws-needs-approval
               end-if
           end-if.
           if ws-trans-valid = 'y' and tr-change and
              tr-current-salary not = spaces
               if tr-current-salary-n > er-current-salary
                   compute ws-salary-move =
                     tr-current-salary-n - er-current-salary
               else
                   compute ws-salary-move =
                     er-current-salary - tr-current-salary-n
               end-if
               if ws-salary-move > ws-threshold-amount
                   move 'y'                  to ws-needs-approval
               else
                   if er-current-salary > 0
                       compute ws-salary-move-pct =
                         ws-salary-move * 100 / er-current-salary
                       if ws-salary-move-pct > ws-threshold-percent
                           move 'y'          to ws-needs-approval
                       end-if
                   else
                       if ws-salary-move > 0
                           move 'y'          to ws-needs-approval
                       end-if
                   end-if
               end-if
           end-if.

       265-search-pending-table.
           if ws-pending-employee-num (ws-pend-i) = tr-employee-num
               move 'y'                      to ws-pend-found
           end-if.

       300-write-reject-line.
      * one listing line per turned-away transaction, and marks the
      * transaction invalid so its action handler applies nothing
           write audit-record.
           add 1                              to ws-applied-count.

       320-pend-transaction.
      * the transaction goes on the queue exactly as keyed - the
      * approval run applies it through the same audit trail once
      * somebody other than the requester signs off
           if tr-requester-id = spaces
               move "REQUESTER ID MISSING"   to ws-reject-reason
               perform 300-write-reject-line
           else
               if ws-pending-count = 500
                   move "APPROVAL QUEUE FULL"
                                             to ws-reject-reason
                   perform 300-write-reject-line
               else
                   move spaces               to pending-record
                   move ws-run-date          to pd-pend-date
                   move trans-record         to pd-trans-image
                   write pending-record
                   add 1                      to ws-pending-count
                   move tr-employee-num      to
                     ws-pending-employee-num (ws-pending-count)
                   move spaces               to reject-record
                   move tr-action            to rj-action
                   move tr-employee-num      to rj-employee-num
                   move tr-employee-name     to rj-employee-name
                   move "PENDED FOR APPROVAL" to rj-reason
                   write reject-record
                   add 1                      to ws-pended-count
               end-if
           end-if.

       900-abandon-run.
      * nothing has been applied yet - say why on the reject
      * listing, signal the scheduler and stop here
