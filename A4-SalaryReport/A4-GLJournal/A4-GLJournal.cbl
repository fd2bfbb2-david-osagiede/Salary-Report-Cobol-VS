       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4GLJRNL.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to book the
      *raise dollars payroll is paying into the general ledger by
      *cost center, instead of finance re-keying department totals
      *off the budget variance report. It reads the feed payroll
      *pays from - the cycle's payroll feed after the salary report,
      *the supplemental feed after a held-raise release, the
      *off-cycle feed after an off-cycle adjustment pass, or the
      *resend feed's retro amounts after a correction pass - costs
      *every record to its department's cost center off the
      *department master, and writes one balanced debit/credit pair
      *per cost center inside a batch header and trailer carrying
      *the entry count and the debit and credit totals. Each source
      *gets its own journal type, so a release or a correction
      *posts as an adjusting journal of its own and the ledger ends
      *up matching what payroll actually paid.

       environment division.
       input-output section.
       file-control.

      * the cycle's payroll feed - held raises were never put on
      * it, so the cycle journal excludes them without trying
            select payroll-feed-file
                assign to '../../../data/A4-PAYROLL-FEED.dat'
                organization is line sequential
                file status is ws-feed-status.

      * the released holds a release pass sent payroll - booked as
      * an adjusting journal of their own
            select supp-feed-file
                assign to '../../../data/A4-PAYROLL-SUPP.dat'
                organization is line sequential
                file status is ws-supp-status.

      * the accepted adjustments an off-cycle pass sent payroll -
      * new money of its own, booked as its own adjusting journal
            select offcyc-feed-file
                assign to '../../../data/A4-PAYROLL-OFFCYC.dat'
                organization is line sequential
                file status is ws-offcyc-status.

      * a correction pass's resend feed - the raise itself was
      * booked with the cycle, so only the retro catch-up payroll
      * is now paying on top of it is new money to the ledger
            select resend-feed-file
                assign to '../../../data/A4-PAYROLL-RESEND.dat'
                organization is line sequential
                file status is ws-resend-status.

      * run-time request card - which feed to journal, and the
      * account pair to post to when not the compiled-in one
            select gl-parm-file
                assign to '../../../data/A4-GL-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * the cycle's validated master, read by key for the
      * department each feed record charges to
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-VALIDATED.dat'
                organization is indexed
                access mode is random
                record key is er-employee-num
                file status is ws-master-status.

      * department reference data - the cost center is the only
      * field this program needs off it
            select dept-master
                assign to '../../../data/A4-DEPT-MASTER.dat'
                organization is indexed
                access mode is random
                record key is dm-dept-code
                file status is ws-dept-status.

      * the journal the general ledger loads - one batch per run
            select journal-file
                assign to '../../../data/A4-GL-JOURNAL.dat'
                organization is line sequential.

      * one line per cost center posted, the records that had to
      * go to suspense, and the batch totals
            select journal-list-file
                assign to '../../../data/A4-GL-LIST.out'
                organization is line sequential.

      * the shared cycle control - the batch carries the cycle id,
      * and a cycle journal is only built off a finished report
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

       data division.
       file section.
       fd payroll-feed-file
          record contains 21 to 27 characters
          data record is payroll-feed-record.

      * same layout the salary report writes
       01 payroll-feed-record.
         05 pf-employee-num            pic x(3).
         05 pf-pay-increase            pic 9(7)v99.
         05 pf-new-salary              pic 9(7)v99.

      * the longest record on the feed - the header - so a control
      * record can be taken whole into ws-ctl-record
       01 payroll-feed-header.
         05 pf-hdr-record-type         pic x(3).
         05 pf-hdr-cycle-id            pic x(8).
         05 pf-hdr-program             pic x(8).
         05 pf-hdr-create-date         pic x(8).

       fd supp-feed-file
          record contains 21 to 27 characters
          data record is supp-feed-record.

      * same layout the release program writes, header and trailer
      * included
       01 supp-feed-record.
         05 sf-employee-num            pic x(3).
         05 sf-pay-increase            pic 9(7)v99.
         05 sf-new-salary              pic 9(7)v99.

       01 supp-feed-header.
         05 sf-hdr-record-type         pic x(3).
         05 sf-hdr-cycle-id            pic x(8).
         05 sf-hdr-program             pic x(8).
         05 sf-hdr-create-date         pic x(8).

       fd offcyc-feed-file
          record contains 21 to 27 characters
          data record is offcyc-feed-record.

      * same layout the off-cycle program writes - the cycle feed's
      * own layout, header and trailer included, so its control
      * records are taken apart by ws-ctl-record as well
       01 offcyc-feed-record.
         05 of-employee-num            pic x(3).
         05 of-pay-increase            pic 9(7)v99.
         05 of-new-salary              pic 9(7)v99.

       01 offcyc-feed-header.
         05 of-hdr-record-type         pic x(3).
         05 of-hdr-cycle-id            pic x(8).
         05 of-hdr-program             pic x(8).
         05 of-hdr-create-date         pic x(8).

       fd resend-feed-file
          record contains 38 characters
          data record is resend-feed-record.

      * same layout the resend builder writes, header and trailer
      * included
       01 resend-feed-record.
         05 rs-employee-num            pic x(3).
         05 rs-pay-increase            pic 9(7)v99.
         05 rs-new-salary              pic 9(7)v99.
         05 rs-retro-adjust            pic 9(7)v99.
         05 rs-orig-feed-date          pic x(8).

       01 resend-feed-header.
         05 rs-hdr-record-type         pic x(3).
         05 rs-hdr-cycle-id            pic x(8).
         05 rs-hdr-program             pic x(8).
         05 rs-hdr-create-date         pic x(8).
         05 filler                     pic x(11).

       fd gl-parm-file
          record contains 13 characters
          data record is gl-parm-record.

      * source C cycle feed (the default), R release supplemental
      * feed, O off-cycle feed, S resend feed; a blank account
      * keeps the default
       01 gl-parm-record.
         05 gp-source                  pic x(1).
         05 gp-expense-account         pic x(6).
         05 gp-liability-account       pic x(6).

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

       fd dept-master
          record contains 45 characters
          data record is dept-record.

      * same layout the salary report reads
       01 dept-record.
         05 dm-dept-code               pic x(4).
         05 dm-dept-name               pic x(20).
         05 dm-manager-name            pic x(15).
         05 dm-cost-center             pic x(6).

       fd journal-file
          record contains 60 characters
          data record is journal-header-record,
                         journal-entry-record,
                         journal-trailer-record.

      * batch header - the cycle the money belongs to, what kind of
      * journal it is, who built it and when
       01 journal-header-record.
         05 jh-record-type             pic x(1).
         05 jh-batch-id                pic x(8).
         05 jh-journal-type            pic x(3).
         05 jh-source-program          pic x(8).
         05 jh-create-date             pic x(8).
         05 jh-description             pic x(32).

      * one side of one cost center's pair - D debits the raise
      * expense account, C credits the accrued payroll liability
       01 journal-entry-record.
         05 je-record-type             pic x(1).
         05 je-cost-center             pic x(6).
         05 je-account                 pic x(6).
         05 je-dr-cr                   pic x(1).
         05 je-amount                  pic 9(9)v99.
         05 je-batch-id                pic x(8).
         05 je-description             pic x(27).

      * batch trailer - the ledger load balances the batch against
      * these before it posts anything
       01 journal-trailer-record.
         05 jt-record-type             pic x(1).
         05 jt-entry-count             pic 9(6).
         05 jt-debit-total             pic 9(11)v99.
         05 jt-credit-total            pic 9(11)v99.
         05 filler                     pic x(27).

       fd journal-list-file
          record contains 80 characters
          data record is journal-list-record.

       01 journal-list-record          pic x(80).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-feed-eof                 pic x       value 'n'.
       01 ws-feed-status              pic x(2)    value spaces.
      * set when the record just read is the cycle feed's header
      * or trailer rather than an employee
       01 ws-feed-control             pic x       value 'n'.
       01 ws-supp-status              pic x(2)    value spaces.
       01 ws-offcyc-status            pic x(2)    value spaces.
       01 ws-resend-status            pic x(2)    value spaces.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-dept-status              pic x(2)    value spaces.

      * set when the cycle is not ready, an input will not open, a
      * read fails partway or the cost center table overflows - a
      * journal that does not carry the whole feed must not post
       77 ws-journal-failed           pic x       value 'n'.

      * header/trailer check of the feed being journaled - what
      * the pass finds, against what the header and trailer say, the
      * program whose header the source has to carry, and the
      * reason the feed was refused if it was
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-program              pic x(8)    value spaces.
       77 ws-ctl-expect-program       pic x(8)    value spaces.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(80)   value spaces.

      * the control record in hand, as the header and the trailer
      * the salary report writes on the payroll feed
       01 ws-ctl-record.
         05 ws-ctl-record-type        pic x(3).
         05 ws-ctl-hdr-cycle-id       pic x(8).
         05 ws-ctl-hdr-program        pic x(8).
         05 ws-ctl-hdr-create-date    pic x(8).
       01 ws-ctl-trailer redefines ws-ctl-record.
         05 filler                    pic x(3).
         05 ws-ctl-trl-record-count   pic 9(6).
         05 ws-ctl-trl-hash-total     pic 9(13)v99.
         05 filler                    pic x(3).

       77 ws-run-date                 pic x(8)    value spaces.

      * which feed this run journals, and the journal type and
      * description the batch header carries for it
       01 ws-source                   pic x(1)    value 'C'.
           88 ws-source-cycle                     value 'C'.
           88 ws-source-release                   value 'R'.
           88 ws-source-offcycle                  value 'O'.
           88 ws-source-resend                    value 'S'.
       77 ws-journal-type             pic x(3)    value spaces.
       77 ws-journal-desc             pic x(32)   value spaces.

      * the account pair every cost center posts to - raise
      * expense on the debit side, accrued payroll on the credit
       77 ws-expense-account          pic x(6)    value "510000".
       77 ws-liability-account        pic x(6)    value "215000".
      * where money goes when the feed record's employee, its
      * department, or the department's cost center cannot be
      * found - it still posts, so the batch balances to the feed,
      * and the listing names every record finance has to clear
       77 ws-suspense-center          pic x(6)    value "999999".

      * the feed record in hand, whichever feed it came off
       77 ws-feed-employee-num        pic x(3)    value spaces.
       77 ws-feed-amount              pic 9(7)v99 value 0.
       77 ws-cost-center              pic x(6)    value spaces.
       77 ws-suspense-reason          pic x(20)   value spaces.

      * one entry per cost center the feed touched - posted in
      * cost center order once the feed has been read
       77 ws-cc-count                 pic 9(3)    value 0.
       01 ws-cc-table.
         05 ws-cc-entry occurs 200 times.
           10 gc-cost-center          pic x(6).
           10 gc-record-count         pic 9(5).
           10 gc-amount               pic 9(9)v99.
       77 ws-cc-i                     pic 9(3)    value 0.
       77 ws-cc-j                     pic 9(3)    value 0.
       77 ws-cc-hit                   pic 9(3)    value 0.
       77 ws-cc-limit                 pic 9(3)    value 0.
       77 ws-cc-swap                  pic x(22)   value spaces.

      * control counts and the batch totals the trailer carries
       77 ws-read-count               pic 9(6)    value 0.
       77 ws-suspense-count           pic 9(6)    value 0.
       77 ws-entry-count              pic 9(6)    value 0.
       77 ws-debit-total              pic 9(11)v99 value 0.
       77 ws-credit-total             pic 9(11)v99 value 0.
       77 ws-feed-total               pic 9(11)v99 value 0.

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

       01 ws-list-heading.
         05 filler                    pic x(44)   value
                  "General Ledger Journal - Raise Cost by Cost ".
         05 filler                    pic x(8)    value "Center  ".
         05 gl-heading-type           pic x(3).
         05 filler                    pic x(8)    value "  Cycle ".
         05 gl-heading-cycle          pic x(8).
         05 filler                    pic x(9)    value spaces.

      * one line per cost center - the pair that went on the
      * journal for it
       01 ws-center-line.
         05 filler                    pic x(2)    value spaces.
         05 gl-cost-center            pic x(6).
         05 filler                    pic x(9)    value "  Recs= ".
         05 gl-record-count           pic zzzz9.
         05 filler                    pic x(7)    value "  Dr $".
         05 gl-debit-amount           pic zzz,zzz,zz9.99.
         05 filler                    pic x(7)    value "  Cr $".
         05 gl-credit-amount          pic zzz,zzz,zz9.99.
         05 filler                    pic x(2)    value spaces.
         05 gl-center-note            pic x(8).
         05 filler                    pic x(6)    value spaces.

      * a feed record that could not be costed to a real center
       01 ws-suspense-line.
         05 filler                    pic x(2)    value spaces.
         05 filler                    pic x(9)    value "SUSPENSE ".
         05 gl-suspense-emp           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 gl-suspense-reason        pic x(20).
         05 filler                    pic x(4)    value "  $ ".
         05 gl-suspense-amount        pic z,zzz,zz9.99.
         05 filler                    pic x(28)   value spaces.

      * batch totals so finance can tie the journal to the feed
      * before loading it
       01 ws-control-line.
         05 filler                    pic x(6)    value "Read= ".
         05 ws-read-out               pic zzzzz9.
         05 filler                    pic x(10)   value "  Entries=".
         05 ws-entry-out              pic zzzzz9.
         05 filler                    pic x(6)    value "  Dr=$".
         05 ws-debit-out              pic zzz,zzz,zz9.99.
         05 filler                    pic x(6)    value "  Cr=$".
         05 ws-credit-out             pic zzz,zzz,zz9.99.
         05 filler                    pic x(12)   value
                                             "  Suspense= ".
         05 ws-suspense-out           pic zzzz9.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output journal-list-file.

           perform 020-read-parm-card.

           move ws-journal-type              to gl-heading-type.
           move spaces                       to gl-heading-cycle.
           write journal-list-record from ws-list-heading.

      * the batch belongs to the cycle in control - with no cycle
      * on file, or its report step unfinished, there is no paid
      * money to book
           perform 050-check-cycle-control.
           move cw-cycle-id                  to gl-heading-cycle.

      * every input must open before the journal is created - a
      * refused run must leave the last journal on disk untouched
           if ws-journal-failed = 'n'
               perform 060-open-input-files
           end-if.

           if ws-journal-failed = 'n'
               perform 100-cost-the-feed
               perform 070-close-input-files
           end-if.

      * every feed must carry the header of the program that owns
      * that source, for the cycle in control, and balance to its
      * own trailer - a rebuild left on the cycle feed's name, or a
      * release or resend left over from an earlier cycle, must
      * never book its money a second time
           if ws-journal-failed = 'n'
               perform 080-check-feed-control
           end-if.

      * a cycle feed that does not hold the records the report
      * stamped is a partial or stale file - booking it would post
      * the wrong cycle's money
           if ws-journal-failed = 'n' and ws-source-cycle and
              ws-read-count not = cw-feed-count
               move "FEED COUNT NOT AS STAMPED - NO JOURNAL BUILT"
                                             to journal-list-record
               write journal-list-record
               move 'y'                      to ws-journal-failed
           end-if.

           if ws-journal-failed = 'n'
               perform 200-sort-cost-centers
               perform 300-write-journal
           end-if.

           move ws-read-count                to ws-read-out.
           move ws-entry-count               to ws-entry-out.
           move ws-debit-total               to ws-debit-out.
           move ws-credit-total              to ws-credit-out.
           move ws-suspense-count            to ws-suspense-out.
           write journal-list-record from ws-control-line
             after advancing 2 lines.

           close journal-list-file.

      * the scheduler only sends the journal to the ledger on a
      * zero return code
           if ws-journal-failed = 'y'
               move 8                        to return-code
           end-if.

           stop run.

           goback.

       020-read-parm-card.
      * no card journals the cycle feed to the default accounts;
      * a source code other than C/R/O/S fails the run rather than
      * guessing which money was meant
           move spaces                       to gl-parm-record.
           open input gl-parm-file.
           if ws-parm-status = "00"
               read gl-parm-file
                   at end
                       move spaces            to gl-parm-record
               end-read
               close gl-parm-file
           end-if.
           if gp-source not = space
               move gp-source                to ws-source
           end-if.
           if gp-expense-account not = spaces
               move gp-expense-account       to ws-expense-account
           end-if.
           if gp-liability-account not = spaces
               move gp-liability-account     to ws-liability-account
           end-if.
           if ws-source-cycle
               move "CYC"                    to ws-journal-type
               move "CYCLE RAISES"           to ws-journal-desc
               move "A4"                     to ws-ctl-expect-program
           else
               if ws-source-release
                   move "REL"                to ws-journal-type
                   move "HELD RAISE RELEASE ADJUSTMENT"
                                             to ws-journal-desc
                   move "A4RELEAS"           to ws-ctl-expect-program
               else
                   if ws-source-offcycle
                       move "OFC"            to ws-journal-type
                       move "OFF-CYCLE SALARY ADJUSTMENT"
                                             to ws-journal-desc
                       move "A4OFFCYC"       to ws-ctl-expect-program
                   else
                       if ws-source-resend
                           move "RES"        to ws-journal-type
                           move "PAYROLL CORRECTION RETRO"
                                             to ws-journal-desc
                           move "A4RESEND"   to ws-ctl-expect-program
                       else
                           move "???"        to ws-journal-type
                           move
                      "PARM SOURCE NOT C/R/O/S - NO JOURNAL BUILT"
                                             to journal-list-record
                           write journal-list-record
                           move 'y'          to ws-journal-failed
                       end-if
                   end-if
               end-if
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
           if ws-cycle-found not = 'y' or cw-report-done not = 'Y'
               move "CYCLE CONTROL: REPORT STEP NOT COMPLETE - NO JOURNA
      -            "L BUILT"              to journal-list-record
               write journal-list-record
               move 'y'                      to ws-journal-failed
           end-if.

       060-open-input-files.
      * the feed for the requested source, and both lookups - a
      * missing feed is a sequencing error, not a journal with
      * nothing in it, and without the lookups nothing can be
      * costed at all
           if ws-source-cycle
               open input payroll-feed-file
               if ws-feed-status not = "00"
                   move "PAYROLL FEED NOT AVAILABLE - NO JOURNAL BUILT"
                                             to journal-list-record
                   write journal-list-record
                   move 'y'                  to ws-journal-failed
               end-if
           else
               if ws-source-release
                   open input supp-feed-file
                   if ws-supp-status not = "00"
                       move "SUPPLEMENTAL FEED NOT AVAILABLE - NO JOURNA
      -                     "L BUILT"     to journal-list-record
                       write journal-list-record
                       move 'y'              to ws-journal-failed
                   end-if
               else
                   if ws-source-offcycle
                       open input offcyc-feed-file
                       if ws-offcyc-status not = "00"
                           move "OFF-CYCLE FEED NOT AVAILABLE - NO JOURN
      -                         "AL BUILT" to journal-list-record
                           write journal-list-record
                           move 'y'          to ws-journal-failed
                       end-if
                   else
                       open input resend-feed-file
                       if ws-resend-status not = "00"
                           move "RESEND FEED NOT AVAILABLE - NO JOURNAL
      -                         "BUILT"   to journal-list-record
                           write journal-list-record
                           move 'y'          to ws-journal-failed
                       end-if
                   end-if
               end-if
           end-if.
           open input employee-master.
           if ws-master-status not = "00"
               move "VALIDATED MASTER NOT AVAILABLE - NO JOURNAL BUILT"
                                             to journal-list-record
               write journal-list-record
               move 'y'                      to ws-journal-failed
           end-if.
           open input dept-master.
           if ws-dept-status not = "00"
               move "DEPT MASTER NOT AVAILABLE - NO JOURNAL BUILT"
                                             to journal-list-record
               write journal-list-record
               move 'y'                      to ws-journal-failed
           end-if.
           if ws-journal-failed = 'y'
               perform 070-close-input-files
           end-if.

       070-close-input-files.
           if ws-source-cycle and ws-feed-status = "00"
               close payroll-feed-file
           end-if.
           if ws-source-release and ws-supp-status = "00"
               close supp-feed-file
           end-if.
           if ws-source-offcycle and ws-offcyc-status = "00"
               close offcyc-feed-file
           end-if.
           if ws-source-resend and ws-resend-status = "00"
               close resend-feed-file
           end-if.
           if ws-master-status = "00"
               close employee-master
           end-if.
           if ws-dept-status = "00"
               close dept-master
           end-if.

       080-check-feed-control.
      * header for the cycle in control written by the program that
      * owns this source, then the trailer's count and hash
           if ws-ctl-header-seen not = 'y'
               move "FEED HAS NO HEADER - NO JOURNAL BUILT"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "FEED IS FOR ANOTHER CYCLE - NO JOURNAL BUILT"
                                             to ws-ctl-reason
               else
                   if ws-ctl-program not = ws-ctl-expect-program
                       move "FEED NOT WRITTEN BY THE PROGRAM FOR THIS SO
      -                    "URCE - NO JOURNAL BUILT" to ws-ctl-reason
                   else
                       if ws-ctl-trailer-seen not = 'y'
                           move "FEED HAS NO TRAILER - NO JOURNAL BUILT"
                                             to ws-ctl-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-read-count not = ws-ctl-trailer-count
                   move "FEED OUT OF BALANCE - RECORD COUNT - NO JOURNAL
      -                " BUILT"           to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "FEED OUT OF BALANCE - HASH TOTAL - NO JOURN
      -                    "AL BUILT"     to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to journal-list-record
               write journal-list-record
               move 'y'                      to ws-journal-failed
           end-if.

       100-cost-the-feed.
      * one pass of the feed, every record's money added to its
      * cost center's entry
           perform 105-read-next-feed-record.
           perform 120-cost-one-record until ws-feed-eof = 'y'.

       105-read-next-feed-record.
      * every feed opens with a header and closes with a
      * trailer - neither is booked, so both are read past
      * once 112-note-feed-control has taken what they say
           move 'y'                          to ws-feed-control.
           perform 110-read-feed-record
             until ws-feed-control = 'n' or ws-feed-eof = 'y'.

       110-read-feed-record.
      * whichever feed this run is journaling, the record comes
      * back as an employee number and the amount to book
           move 'n'                          to ws-feed-control.
           if ws-source-cycle
               read payroll-feed-file
                   at end
                       move 'y'              to ws-feed-eof
                   not at end
                       move pf-employee-num  to ws-feed-employee-num
                       move payroll-feed-header to ws-ctl-record
                       perform 112-note-feed-control
                       if ws-feed-control = 'n'
                           move pf-pay-increase to ws-feed-amount
                           add pf-pay-increase to ws-ctl-hash-total
                           add pf-new-salary to ws-ctl-hash-total
                       end-if
               end-read
               if ws-feed-status not = "00" and
                  ws-feed-status not = "10"
                   perform 115-feed-read-error
               end-if
           else
               if ws-source-release
                   read supp-feed-file
                       at end
                           move 'y'          to ws-feed-eof
                       not at end
                           move sf-employee-num to
                             ws-feed-employee-num
                           move supp-feed-header to ws-ctl-record
                           perform 112-note-feed-control
                           if ws-feed-control = 'n'
                               move sf-pay-increase to ws-feed-amount
                               add sf-pay-increase to
                                 ws-ctl-hash-total
                               add sf-new-salary to ws-ctl-hash-total
                           end-if
                   end-read
                   if ws-supp-status not = "00" and
                      ws-supp-status not = "10"
                       perform 115-feed-read-error
                   end-if
               else
                   if ws-source-offcycle
                       read offcyc-feed-file
                           at end
                               move 'y'      to ws-feed-eof
                           not at end
                               move of-employee-num to
                                 ws-feed-employee-num
                               move offcyc-feed-header to
                                 ws-ctl-record
                               perform 112-note-feed-control
                               if ws-feed-control = 'n'
                                   move of-pay-increase to
                                     ws-feed-amount
                                   add of-pay-increase to
                                     ws-ctl-hash-total
                                   add of-new-salary to
                                     ws-ctl-hash-total
                               end-if
                       end-read
                       if ws-offcyc-status not = "00" and
                          ws-offcyc-status not = "10"
                           perform 115-feed-read-error
                       end-if
                   else
                       read resend-feed-file
                           at end
                               move 'y'      to ws-feed-eof
                           not at end
                               move rs-employee-num to
                                 ws-feed-employee-num
                               move resend-feed-header to
                                 ws-ctl-record
                               perform 112-note-feed-control
                               if ws-feed-control = 'n'
                                   move rs-retro-adjust to
                                     ws-feed-amount
                                   add rs-pay-increase to
                                     ws-ctl-hash-total
                                   add rs-new-salary to
                                     ws-ctl-hash-total
                                   add rs-retro-adjust to
                                     ws-ctl-hash-total
                               end-if
                       end-read
                       if ws-resend-status not = "00" and
                          ws-resend-status not = "10"
                           perform 115-feed-read-error
                       end-if
                   end-if
               end-if
           end-if.
           if ws-feed-eof not = 'y' and ws-feed-control = 'n'
               add 1                          to ws-read-count
           end-if.

       112-note-feed-control.
      * the first record should be the header and the last the
      * trailer - what each says is kept for 080-check-feed-control
           add 1                              to ws-ctl-read-count.
           if ws-ctl-record-type = "HDR"
               move 'y'                      to ws-feed-control
               if ws-ctl-read-count = 1
                   move 'y'                  to ws-ctl-header-seen
                   move ws-ctl-hdr-cycle-id  to ws-ctl-cycle-id
                   move ws-ctl-hdr-program   to ws-ctl-program
               end-if
           else
               if ws-ctl-record-type = "TRL"
                   move 'y'                  to ws-feed-control
                   move 'y'                  to ws-ctl-trailer-seen
                   move ws-ctl-trl-record-count to
                     ws-ctl-trailer-count
                   move ws-ctl-trl-hash-total to ws-ctl-trailer-hash
               end-if
           end-if.

       115-feed-read-error.
      * a read error partway down the feed means the journal would
      * not balance to what payroll was sent - stop and fail
           move "FEED READ ERROR - NO JOURNAL BUILT"
                                             to journal-list-record.
           write journal-list-record.
           move 'y'                          to ws-journal-failed.
           move 'y'                          to ws-feed-eof.

       120-cost-one-record.
           perform 130-find-cost-center.
           add ws-feed-amount                to ws-feed-total.
           move 0                            to ws-cc-hit.
           perform 140-search-cc-table
             varying ws-cc-i from 1 by 1
             until ws-cc-i > ws-cc-count or ws-cc-hit > 0.
           if ws-cc-hit = 0
               if ws-cc-count < 200
                   add 1                      to ws-cc-count
                   move ws-cc-count          to ws-cc-hit
                   move ws-cost-center       to
                     gc-cost-center (ws-cc-hit)
                   move 0                    to
                     gc-record-count (ws-cc-hit)
                   move 0                    to gc-amount (ws-cc-hit)
               else
      * more cost centers than the table holds - the journal
      * would not carry the whole feed, so none of it posts
                   move "COST CENTER TABLE FULL - NO JOURNAL BUILT"
                                             to journal-list-record
                   write journal-list-record
                   move 'y'                  to ws-journal-failed
                   move 'y'                  to ws-feed-eof
               end-if
           end-if.
           if ws-cc-hit > 0
               add 1                          to
                 gc-record-count (ws-cc-hit)
               add ws-feed-amount            to gc-amount (ws-cc-hit)
           end-if.
           if ws-feed-eof not = 'y'
               perform 105-read-next-feed-record
           end-if.

       130-find-cost-center.
      * employee to department off the validated master, department
      * to cost center off the department master - a miss at either
      * step, or a department with no cost center, is suspense
           move spaces                       to ws-suspense-reason.
           move ws-feed-employee-num         to er-employee-num.
           read employee-master
               invalid key
                   move "EMP NOT ON MASTER"  to ws-suspense-reason
           end-read.
           if ws-suspense-reason = spaces
               move er-department-code       to dm-dept-code
               read dept-master
                   invalid key
                       move "DEPT NOT ON FILE" to ws-suspense-reason
               end-read
           end-if.
           if ws-suspense-reason = spaces and dm-cost-center = spaces
               move "NO COST CENTER"         to ws-suspense-reason
           end-if.
           if ws-suspense-reason = spaces
               move dm-cost-center           to ws-cost-center
           else
               move ws-suspense-center       to ws-cost-center
               move ws-feed-employee-num     to gl-suspense-emp
               move ws-suspense-reason       to gl-suspense-reason
               move ws-feed-amount           to gl-suspense-amount
               write journal-list-record from ws-suspense-line
               add 1                          to ws-suspense-count
           end-if.

       140-search-cc-table.
           if gc-cost-center (ws-cc-i) = ws-cost-center
               move ws-cc-i                  to ws-cc-hit
           end-if.

       200-sort-cost-centers.
      * cost center order for the ledger load - the same bubble
      * sort the salary report plays its department recap back with
           if ws-cc-count > 1
               perform 210-sort-cc-pass
                 varying ws-cc-i from 1 by 1
                 until ws-cc-i >= ws-cc-count
           end-if.

       210-sort-cc-pass.
           compute ws-cc-limit = ws-cc-count - ws-cc-i.
           perform 220-sort-cc-compare
             varying ws-cc-j from 1 by 1
             until ws-cc-j > ws-cc-limit.

       220-sort-cc-compare.
           if gc-cost-center (ws-cc-j) > gc-cost-center (ws-cc-j + 1)
               move ws-cc-entry (ws-cc-j)    to ws-cc-swap
               move ws-cc-entry (ws-cc-j + 1) to ws-cc-entry (ws-cc-j)
               move ws-cc-swap               to
                 ws-cc-entry (ws-cc-j + 1)
           end-if.

       300-write-journal.
      * header, one debit and one credit per cost center with money
      * to book, trailer - a cost center whose records all carried
      * nothing (unclassified employees on the cycle feed) gets no
      * zero-dollar pair
           open output journal-file.
           move spaces                       to journal-header-record.
           move 'H'                          to jh-record-type.
           move cw-cycle-id                  to jh-batch-id.
           move ws-journal-type              to jh-journal-type.
           move "A4GLJRNL"                   to jh-source-program.
           move ws-run-date                  to jh-create-date.
           move ws-journal-desc              to jh-description.
           write journal-header-record.
           perform 310-write-center-pair
             varying ws-cc-i from 1 by 1
             until ws-cc-i > ws-cc-count.
           move spaces                       to journal-trailer-record.
           move 'T'                          to jt-record-type.
           move ws-entry-count               to jt-entry-count.
           move ws-debit-total               to jt-debit-total.
           move ws-credit-total              to jt-credit-total.
           write journal-trailer-record.
           close journal-file.

       310-write-center-pair.
           if gc-amount (ws-cc-i) > 0
               move spaces                   to journal-entry-record
               move 'D'                      to je-record-type
               move gc-cost-center (ws-cc-i) to je-cost-center
               move ws-expense-account       to je-account
               move 'D'                      to je-dr-cr
               move gc-amount (ws-cc-i)      to je-amount
               move cw-cycle-id              to je-batch-id
               move ws-journal-desc          to je-description
               write journal-entry-record
               add gc-amount (ws-cc-i)       to ws-debit-total
               move ws-liability-account     to je-account
               move 'C'                      to je-dr-cr
               write journal-entry-record
               add gc-amount (ws-cc-i)       to ws-credit-total
               add 2                          to ws-entry-count
               move gc-cost-center (ws-cc-i) to gl-cost-center
               move gc-record-count (ws-cc-i) to gl-record-count
               move gc-amount (ws-cc-i)      to gl-debit-amount
               move gc-amount (ws-cc-i)      to gl-credit-amount
               if gc-cost-center (ws-cc-i) = ws-suspense-center
                   move "SUSPENSE"           to gl-center-note
               else
                   move spaces               to gl-center-note
               end-if
               write journal-list-record from ws-center-line
           end-if.

       end program A4GLJRNL.
