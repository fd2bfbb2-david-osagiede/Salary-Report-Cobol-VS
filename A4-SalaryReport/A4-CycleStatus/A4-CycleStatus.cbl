      *exactly where the current cycle stands. It reads the shared
      *cycle control the chain's programs check on entry and stamp
      *on clean exit, prints one line per step - edit, report,
      *anomaly review, letters, reconciliation - saying done or
      *waiting, and closes with the one line ops actually wants:
      *which step the cycle is waiting on right now.

       environment division.
       input-output section.
       data division.
       file section.
       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       fd status-report-file
          record contains 70 characters
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

       01 ws-status-heading.
         05 filler                    pic x(26)   value
         05 filler                    pic x(27)   value spaces.

      * done byte of the step being printed - parked here by the
      * caller so one paragraph serves all five steps
       77 ws-step-done                pic x(1)    value 'N'.

      * edited feed counts for the report step's note
         05 filler                    pic x(1)    value "=".
         05 cn-letter-count           pic x(6).

      * who let the anomaly review through, for the review step's
      * note
       01 ws-cleared-note.
         05 filler                    pic x(11)   value "Cleared by ".
         05 cn-cleared-by             pic x(8).

       procedure division.

       000-main.
           write status-report-record from ws-step-line
             after advancing 1 line.

      * the review has a third state - run, but the operator has
      * not yet cleared what it found
           move "ANOMALY REVIEW"             to sr-step-name.
           move cw-review-done               to ws-step-done.
           perform 210-set-step-state.
           move spaces                       to sr-step-note.
           if cw-review-done = 'P'
               move "PENDING"                to sr-step-state
               move "Awaiting operator clearance"
                                             to sr-step-note
           end-if.
           if cw-review-done = 'Y'
               move cw-review-cleared-by     to cn-cleared-by
               move ws-cleared-note          to sr-step-note
           end-if.
           write status-report-record from ws-step-line
             after advancing 1 line.

           move "LETTERS"                    to sr-step-name.
           move cw-letter-done               to ws-step-done.
           perform 210-set-step-state.

       300-write-waiting-line.
      * the first not-done step in run order is what the cycle is
      * waiting on - all five done is a closed cycle
           if cw-edit-done not = 'Y'
               move "EDIT"                   to sr-waiting-step
               write status-report-record from ws-waiting-line
               write status-report-record from ws-waiting-line
                 after advancing 2 lines
           else
           if cw-review-done = 'P'
               move "REVIEW CLEARANCE"       to sr-waiting-step
               write status-report-record from ws-waiting-line
                 after advancing 2 lines
           else
           if cw-review-done not = 'Y'
               move "ANOMALY REVIEW"         to sr-waiting-step
               write status-report-record from ws-waiting-line
                 after advancing 2 lines
           else
           if cw-letter-done not = 'Y'
               move "LETTERS"                to sr-waiting-step
               write status-report-record from ws-waiting-line
