       IDENTIFICATION DIVISION.
       PROGRAM-ID. A4ROLL.
       author. David Osagiede.
       date-written. 2022-03-1.
      *Description: The purpose of this program is to roll every
      *active employee's years of service forward from the hire
      *date as of a cycle date, instead of somebody hand-keying a
      *change transaction per anniversary into the maintenance
      *program and the salary report classifying whoever got missed
      *on last year's tenure. Each changed record is rewritten in
      *place with a maintenance-style before/after audit record,
      *and a preview listing shows every employee whose
      *classification moves under the current parm-card cutoffs so
      *HR sees the promotions before the salary report pays them.
      *A preview-only card lists the moves without touching the
      *master at all.

       environment division.
       input-output section.
       file-control.

      * the raw master the maintenance program owns - the roll
      * sweeps it sequentially and rewrites in place, the same way
      * the department reorganization does
            select employee-master
                assign to '../../../data/A4-EMPLOYEE-MASTER.dat'
                organization is indexed
                access mode is sequential
                record key is er-employee-num
                file status is ws-master-status.

      * run-time request card - the cycle date tenure is measured
      * to, and a switch that makes the run a preview only; no card
      * rolls to today's date for real
            select roll-parm-file
                assign to '../../../data/A4-ROLL-PARM.dat'
                organization is line sequential
                file status is ws-roll-parm-status.

      * the salary report's own control card - read here only for
      * the tenure cutoffs, so the preview classifies exactly the
      * way the report is going to
            select parm-file
                assign to '../../../data/A4-PARM.dat'
                organization is line sequential
                file status is ws-parm-status.

      * the same cumulative before/after trail the maintenance
      * program appends to - a service roll is maintenance, and the
      * year-end review should see it in the same place
            select audit-file
                assign to '../../../data/A4-MAINT-AUDIT.dat'
                organization is line sequential
                file status is ws-audit-status.

      * the shared cycle control - the roll refuses to touch the
      * master once the edit step has completed for the cycle in
      * control, exactly like the other maintenance programs
            select cycle-control-file
                assign to '../../../data/A4-CYCLE-CONTROL.dat'
                organization is line sequential
                file status is ws-cycle-status.

      * reclassification preview and control totals
            select roll-list-file
                assign to '../../../data/A4-SERVICE-ROLL.out'
                organization is line sequential.

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

       fd roll-parm-file
          record contains 9 characters
          data record is roll-parm-record.

      * blank cycle date means today; 'Y' in the preview switch
      * lists the moves and leaves the master and the audit trail
      * exactly as found
       01 roll-parm-record.
         05 rp-cycle-date             pic x(8).
         05 rp-cycle-date-parts redefines rp-cycle-date.
           10 rp-cycle-year           pic 9(4).
           10 rp-cycle-month          pic 9(2).
           10 rp-cycle-day            pic 9(2).
         05 rp-preview-switch         pic x(1).

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

       fd audit-file
          record contains 99 characters
          data record is audit-record.

      * same layout the maintenance program writes - action S says
      * the change came from a service roll, not a keyed
      * transaction
       01 audit-record.
         05 au-run-date               pic x(8).
         05 au-action                 pic x(1).
         05 au-employee-num           pic x(3).
         05 au-before-image           pic x(43).
         05 au-after-image            pic x(43).
      * the version byte is deliberately never blank - see the
      * maintenance program; the change-history report relies on
      * every current record being exactly 99 bytes
         05 au-version                pic x(1).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       fd roll-list-file
          record contains 90 characters
          data record is roll-list-record.

       01 roll-list-record             pic x(90).

       working-storage section.
       01 ws-master-eof               pic x       value 'n'.
       01 ws-master-status            pic x(2)    value spaces.
       01 ws-roll-parm-status         pic x(2)    value spaces.
       01 ws-parm-status              pic x(2)    value spaces.
       01 ws-audit-status             pic x(2)    value spaces.

       77 ws-run-date                 pic x(8)    value spaces.

      * the date tenure is measured to, and whether this run only
      * previews - both off the request card
       77 ws-cycle-date               pic x(8)    value spaces.
       01 ws-preview-switch           pic x       value 'N'.
           88 ws-preview-only                     value 'Y'.

      * reason a run was abandoned before the master was touched -
      * goes out on the listing so ops sees why nothing happened
       77 ws-abend-reason             pic x(40)   value spaces.

      * set when an update fails partway through the sweep - the
      * audit trail says how far it got, and the nonzero return
      * code tells ops the master is part rolled, part not
       77 ws-roll-failed              pic x       value 'n'.

      * tenure cutoffs - the salary report's compiled-in defaults,
      * overridden field by field from its parm card the same way
      * the report does it
       77 ws-cutoff-grad-analyst      pic 99      value 16.
       77 ws-cutoff-grad-senprog      pic 99      value 7.
       77 ws-cutoff-grad-prog         pic 99      value 3.
       77 ws-cutoff-nongrad-prog      pic 99      value 11.
       77 ws-cutoff-nongrad-jrprog    pic 99      value 5.

      * whole years from hire date to cycle date - an anniversary
      * not yet reached this year does not count; a hire date after
      * the cycle date rolls to zero rather than negative
       01 ws-cycle-date-parts.
         05 ws-cycle-year             pic 9(4).
         05 ws-cycle-mmdd             pic 9(4).
       01 ws-hire-date-parts.
         05 ws-hire-year              pic 9(4).
         05 ws-hire-mmdd              pic 9(4).
       77 ws-service-years            pic s9(4)   value 0.
       77 ws-new-years                pic 9(2)    value 0.

      * classification under the cutoffs for a given tenure - set
      * before each perform of 300-classify-years, which leaves its
      * answer in ws-class-out
       77 ws-class-years              pic 9(2)    value 0.
       77 ws-class-out                pic x(12)   value spaces.
       77 ws-old-class                pic x(12)   value spaces.
       77 ws-new-class                pic x(12)   value spaces.

      * before image of the employee record the roll is about to
      * rewrite, captured ahead of the update the way the
      * maintenance program does
       77 ws-before-image             pic x(43)   value spaces.

       77 ws-read-count               pic 9(4)    value 0.
       77 ws-rolled-count             pic 9(4)    value 0.
       77 ws-reclass-count            pic 9(4)    value 0.
       77 ws-no-date-count            pic 9(4)    value 0.
       77 ws-inactive-count           pic 9(4)    value 0.

      * cycle-control state - the record in working form, and a
      * found flag; no control file at all means no cycle has ever
      * run, which is fine for a roll
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

       01 ws-roll-heading.
         05 filler                    pic x(44)   value
                  "Service Roll - Reclassification Preview as o".
         05 filler                    pic x(2)    value "f ".
         05 sr-heading-date           pic x(8).
         05 filler                    pic x(2)    value spaces.
         05 sr-heading-mode           pic x(34).

       01 ws-column-heading.
         05 filler                    pic x(5)    value "Emp  ".
         05 filler                    pic x(17)   value "Name".
         05 filler                    pic x(4)    value "Ed  ".
         05 filler                    pic x(12)   value "Years       ".
         05 filler                    pic x(16)   value "Old Class".
         05 filler                    pic x(16)   value "New Class".
         05 filler                    pic x(20)   value spaces.

      * one line per employee whose classification moves - the
      * raise the salary report will pay changes with it
       01 ws-reclass-line.
         05 sr-employee-num           pic x(3).
         05 filler                    pic x(2)    value spaces.
         05 sr-employee-name          pic x(15).
         05 filler                    pic x(2)    value spaces.
         05 sr-education-code         pic x(1).
         05 filler                    pic x(3)    value spaces.
         05 sr-old-years              pic z9.
         05 filler                    pic x(4)    value " -> ".
         05 sr-new-years              pic z9.
         05 filler                    pic x(4)    value spaces.
         05 sr-old-class              pic x(12).
         05 filler                    pic x(4)    value " -> ".
         05 sr-new-class              pic x(12).
         05 filler                    pic x(24)   value spaces.

      * control totals so ops can balance the sweep before the
      * edit step runs against the rolled master
       01 ws-control-line.
         05 filler                    pic x(6)    value "Read= ".
         05 ws-read-out               pic ZZZ9.
         05 filler                    pic x(9)    value "  Rolled=".
         05 ws-rolled-out             pic ZZZ9.
         05 filler                    pic x(15)   value
                                            "  Reclassified=".
         05 ws-reclass-out            pic ZZZ9.
         05 filler                    pic x(15)   value
                                            "  No hire date=".
         05 ws-no-date-out            pic ZZZ9.
         05 filler                    pic x(11)   value
                                            "  Inactive=".
         05 ws-inactive-out           pic ZZZ9.
         05 filler                    pic x(10)   value spaces.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           open output roll-list-file.

           perform 020-read-roll-parm.
           perform 030-read-parm-card.

           move ws-cycle-date                to sr-heading-date.
           if ws-preview-only
               move "PREVIEW ONLY - MASTER NOT UPDATED"
                                             to sr-heading-mode
           else
               move "MASTER UPDATED"         to sr-heading-mode
           end-if.
           write roll-list-record from ws-roll-heading.
           write roll-list-record from ws-column-heading
             after advancing 2 lines.

      * no roll mid-cycle - a tenure change after the edit step
      * would reclassify people under a cycle already priced; a
      * preview changes nothing, so it may look at any time
           if not ws-preview-only
               perform 010-check-cycle-control
           end-if.

      * the master opens i-o even for a preview so the sweep is the
      * same code either way; falling back to OPEN OUTPUT on any
      * failure would truncate the production master, so any
      * failure abandons instead
           open i-o employee-master.
           if ws-master-status not = "00"
               move "MASTER OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
               perform 900-abandon-run
           end-if.
      * same create-on-first-use rule the maintenance program
      * applies to the audit trail - only file-not-found may start
      * it fresh, anything else would wipe the cumulative history
           if not ws-preview-only
               open extend audit-file
               if ws-audit-status = "35"
                   open output audit-file
               end-if
               if ws-audit-status not = "00"
                   move "AUDIT OPEN FAILED - RUN ABANDONED"
                                             to ws-abend-reason
                   close employee-master
                   perform 900-abandon-run
               end-if
           end-if.

           perform 200-sweep-employee-master.

           move ws-read-count                to ws-read-out.
           move ws-rolled-count              to ws-rolled-out.
           move ws-reclass-count             to ws-reclass-out.
           move ws-no-date-count             to ws-no-date-out.
           move ws-inactive-count            to ws-inactive-out.
           write roll-list-record from ws-control-line
             after advancing 2 lines.

           close employee-master, roll-list-file.
           if not ws-preview-only
               close audit-file
           end-if.

           if ws-roll-failed = 'y'
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

       020-read-roll-parm.
      * no card, or a blank date on it, rolls to today - a date
      * that is there but not a real yyyymmdd abandons the run
      * rather than rolling everyone to nonsense
           move spaces                       to roll-parm-record.
           open input roll-parm-file.
           if ws-roll-parm-status = "00"
               read roll-parm-file
                   at end
                       move spaces            to roll-parm-record
               end-read
               close roll-parm-file
           end-if.
           if rp-cycle-date = spaces
               move ws-run-date              to ws-cycle-date
           else
               if rp-cycle-date not numeric or
                  rp-cycle-month < 01 or rp-cycle-month > 12 or
                  rp-cycle-day < 01 or rp-cycle-day > 31
                   move "CYCLE DATE INVALID - RUN ABANDONED"
                                             to ws-abend-reason
                   perform 900-abandon-run
               end-if
               move rp-cycle-date            to ws-cycle-date
           end-if.
           if rp-preview-switch not = space
               move rp-preview-switch        to ws-preview-switch
           end-if.

       030-read-parm-card.
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

       200-sweep-employee-master.
      * one sequential pass of the whole master - each active
      * employee with a usable hire date gets tenure recomputed,
      * and only a record whose tenure actually moved is rewritten
      * and audited
           perform 210-read-employee-record.
           perform 220-roll-one-employee
             until ws-master-eof = 'y'.

       210-read-employee-record.
           read employee-master
               at end
                   move 'y'                  to ws-master-eof
               not at end
                   add 1                      to ws-read-count
           end-read.
      * a read error partway down the master ends the sweep and
      * fails the run - the totals will not balance, which is
      * exactly the signal ops needs
           if ws-master-status not = "00" and
              ws-master-status not = "10"
               move "MASTER READ ERROR - SWEEP INCOMPLETE"
                                             to roll-list-record
               write roll-list-record
               move 'y'                      to ws-roll-failed
               move 'y'                      to ws-master-eof
           end-if.

       220-roll-one-employee.
      * terminated staff keep the tenure they left with, and a
      * legacy record with no usable hire date keeps whatever was
      * hand-keyed - there is nothing to roll it from
           if not er-active
               add 1                          to ws-inactive-count
           else
               if er-hire-date not numeric or er-hire-date = zeros
                   add 1                      to ws-no-date-count
               else
                   perform 230-compute-service-years
                   if ws-new-years not = er-years-service
                       perform 240-apply-roll
                   end-if
               end-if
           end-if.
           if ws-master-eof not = 'y'
               perform 210-read-employee-record
           end-if.

       230-compute-service-years.
           move ws-cycle-date                to ws-cycle-date-parts.
           move er-hire-date                 to ws-hire-date-parts.
           compute ws-service-years = ws-cycle-year - ws-hire-year.
           if ws-cycle-mmdd < ws-hire-mmdd
               subtract 1                    from ws-service-years
           end-if.
           if ws-service-years < 0
               move 0                        to ws-new-years
           else
               if ws-service-years > 99
                   move 99                   to ws-new-years
               else
                   move ws-service-years     to ws-new-years
               end-if
           end-if.

       240-apply-roll.
      * classify under the old tenure and the new one - a move
      * between classes goes on the preview whether or not the
      * master is being updated this run
           move er-years-service             to ws-class-years.
           perform 300-classify-years.
           move ws-class-out                 to ws-old-class.
           move ws-new-years                 to ws-class-years.
           perform 300-classify-years.
           move ws-class-out                 to ws-new-class.
           if ws-old-class not = ws-new-class
               perform 250-write-reclass-line
           end-if.
           if ws-preview-only
               add 1                          to ws-rolled-count
           else
               move employee-record          to ws-before-image
               move ws-new-years             to er-years-service
               rewrite employee-record
               if ws-master-status = "00"
                   perform 260-write-audit-record
                   add 1                      to ws-rolled-count
               else
                   move "MASTER REWRITE ERROR - SWEEP INCOMPLETE"
                                             to roll-list-record
                   write roll-list-record
                   move 'y'                  to ws-roll-failed
                   move 'y'                  to ws-master-eof
               end-if
           end-if.

       250-write-reclass-line.
           move spaces                       to roll-list-record.
           move er-employee-num              to sr-employee-num.
           move er-employee-name             to sr-employee-name.
           move er-education-code            to sr-education-code.
           move er-years-service             to sr-old-years.
           move ws-new-years                 to sr-new-years.
           move ws-old-class                 to sr-old-class.
           move ws-new-class                 to sr-new-class.
           write roll-list-record from ws-reclass-line.
           add 1                              to ws-reclass-count.

       260-write-audit-record.
      * before/after images around the roll, in the maintenance
      * program's own layout - action S marks it as a service roll
      * for the change-history report
           move spaces                       to audit-record.
           move ws-run-date                  to au-run-date.
           move 'S'                          to au-action.
           move er-employee-num              to au-employee-num.
           move ws-before-image              to au-before-image.
           move employee-record              to au-after-image.
           move '2'                          to au-version.
           write audit-record.

       300-classify-years.
      * the salary report's 110-determine-code tenure ladder, with
      * ws-class-years standing in for the years on the record -
      * anything under the bottom rung is unclassified
           if er-grad
               if ws-class-years >= ws-cutoff-grad-analyst
                   move "ANALYST"            to ws-class-out
               else
                   if ws-class-years >= ws-cutoff-grad-senprog
                       move "SEN PROG"       to ws-class-out
                   else
                       if ws-class-years >= ws-cutoff-grad-prog
                           move "PROG"       to ws-class-out
                       else
                           move "UNCLASSIFIED" to ws-class-out
                       end-if
                   end-if
               end-if
           else
               if ws-class-years >= ws-cutoff-nongrad-prog
                   move "PROG"               to ws-class-out
               else
                   if ws-class-years >= ws-cutoff-nongrad-jrprog
                       move "JR PROG"        to ws-class-out
                   else
                       move "UNCLASSIFIED"   to ws-class-out
                   end-if
               end-if
           end-if.

       900-abandon-run.
      * nothing has been applied yet - say why on the listing,
      * signal the scheduler and stop here
           move spaces                       to roll-list-record.
           move ws-abend-reason              to roll-list-record.
           write roll-list-record.
           close roll-list-file.
           move 8                            to return-code.
           stop run.

       end program A4ROLL.
