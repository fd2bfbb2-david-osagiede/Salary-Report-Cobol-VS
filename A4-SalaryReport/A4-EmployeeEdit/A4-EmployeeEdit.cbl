         05 vr-employment-status      pic x(1).
         05 vr-hire-date              pic x(8).

      * control records bracket the clean records - the header
      * sits on the lowest possible key and the trailer on the
      * highest, so a keyed read never lands on either and a pass
      * in key order meets the header first and the trailer last
       01 validated-header-record.
         05 vr-hdr-key                pic x(3).
         05 vr-hdr-cycle-id           pic x(8).
         05 vr-hdr-program            pic x(8).
         05 vr-hdr-create-date        pic x(8).
         05 filler                    pic x(16).

       01 validated-trailer-record.
         05 vr-trl-key                pic x(3).
         05 vr-trl-record-count       pic 9(6).
         05 vr-trl-hash-total         pic 9(13)v99.
         05 filler                    pic x(19).

       fd edit-report-file
          record contains 65 characters
          data record is edit-report-record.
         05 filler                    pic x(4).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-master-eof               pic x       value 'n'.
       77 ws-clean-count              pic 9(4)    value 0.
       77 ws-reject-count             pic 9(4)    value 0.

      * salary of every clean record written, carried on the
      * trailer as the hash total the salary report balances
       77 ws-clean-hash               pic 9(13)v99 value 0.

      * set when the raw master will not open or a read fails
      * partway down - the pass stops where it is, the edit report
      * says why, and the run ends with a nonzero return code so
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * control totals at the bottom of the edit report so ops can
      * balance records read = clean + rejected before running the

           open input employee-master.
           open output validated-master.
           perform 180-write-header-record.

      * a master that will not open is an abandoned run, not an
      * empty one - the validated file has already been truncated
           move ws-reject-count              to ws-reject-out.
           write edit-report-record from ws-control-line.

      * the trailer only goes down on a clean pass - a validated
      * master without one is refused by the salary report, so an
      * abandoned edit can never be mistaken for a finished one
           if ws-edit-failed = 'n'
               perform 185-write-trailer-record
           end-if.

           close employee-master,
             validated-master,
             edit-report-file.
                   add 1                      to ws-reject-count
               not invalid key
                   add 1                      to ws-clean-count
                   add vr-current-salary      to ws-clean-hash
           end-write.

       180-write-header-record.
      * the header names the cycle this master was built for, so a
      * master left over from another cycle is caught on entry
           move spaces                    to validated-header-record.
           move low-values                   to vr-hdr-key.
           move cw-cycle-id                  to vr-hdr-cycle-id.
           move "A4EDIT"                     to vr-hdr-program.
           move ws-run-date                  to vr-hdr-create-date.
           write validated-header-record
               invalid key
                   move "HEADER WRITE FAILED - RUN ABANDONED"
                                             to edit-report-record
                   write edit-report-record
                   move 'y'                  to ws-edit-failed
                   move 'y'                  to ws-master-eof
           end-write.

       185-write-trailer-record.
      * clean count and salary hash, the totals the salary report
      * recomputes before it pays anyone off this file
           move spaces                    to validated-trailer-record.
           move high-values                  to vr-trl-key.
           move ws-clean-count               to vr-trl-record-count.
           move ws-clean-hash                to vr-trl-hash-total.
           write validated-trailer-record
               invalid key
                   move "TRAILER WRITE FAILED - RUN ABANDONED"
                                             to edit-report-record
                   write edit-report-record
                   move 'y'                  to ws-edit-failed
           end-write.

       190-open-cycle-record.
           move 'N'                          to cw-recon-done.
           move zeros                        to cw-feed-count.
           move zeros                        to cw-letter-count.
           move 'N'                          to cw-review-done.
           move spaces                       to cw-review-cleared-by.
           perform 210-write-cycle-record.
           if ws-cycle-status not = "00"
               move "CYCLE CONTROL WRITE FAILED - RUN ABANDONED"
