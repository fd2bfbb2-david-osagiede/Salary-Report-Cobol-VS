       data division.
       file section.
       fd letter-feed-file
          record contains 69 characters
          data record is letter-feed-record.

      * same layout the salary report writes
           88 lf-unclassified                      value 'U'.
           88 lf-held                              value 'H'.
         05 lf-cycle-id                pic x(8).
         05 lf-rating-code             pic x(2).

      * the salary report's header and trailer, first and last
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

       fd letter-file
          record contains 90 characters
       01 letter-record                pic x(90).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       working-storage section.
       01 ws-feed-eof                 pic x       value 'n'.
       01 ws-feed-status              pic x(2)    value spaces.
       01 ws-got-record               pic x       value 'n'.

      * header/trailer check of the feed - what the first pass
      * finds, against what the salary report's trailer says it
      * wrote, and the reason the feed was refused if it was
       77 ws-ctl-header-seen          pic x       value 'n'.
       77 ws-ctl-trailer-seen         pic x       value 'n'.
       77 ws-ctl-cycle-id             pic x(8)    value spaces.
       77 ws-ctl-read-count           pic 9(6)    value 0.
       77 ws-ctl-data-count           pic 9(6)    value 0.
       77 ws-ctl-hash-total           pic 9(13)v99 value 0.
       77 ws-ctl-trailer-count        pic 9(6)    value 0.
       77 ws-ctl-trailer-hash         pic 9(13)v99 value 0.
       77 ws-ctl-reason               pic x(90)   value spaces.

       77 ws-run-date                 pic x(8)    value spaces.
       77 ws-letter-count             pic 9(4)    value 0.
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * employees who need a manual letter, collected on the first
      * pass of the feed and printed on the cover sheet before the
           end-if.
           close letter-feed-file.

      * the first pass also read the header and trailer - a feed
      * that is not this cycle's or does not balance prints no
      * letters, and the cover sheet carries the reason
           if ws-letters-failed = 'n'
               perform 120-check-feed-control
           end-if.

           perform 200-write-cover-sheet.

      * second pass - a formatted letter, one page each, for every
      * feed has already shown itself unreadable
           if ws-letters-failed = 'n'
               move 'n'                      to ws-feed-eof
               move 0                        to ws-ctl-read-count
               open input letter-feed-file
               if ws-feed-status = "00"
                   perform 100-read-feed-record
           end-if.

       100-read-feed-record.
      * the header and trailer are tallied and passed over - only
      * employee records come back to be counted or printed
           move 'n'                          to ws-got-record.
           perform 105-read-one-feed-record
             until ws-got-record = 'y' or ws-feed-eof = 'y'.

       105-read-one-feed-record.
           read letter-feed-file
               at end
                   move 'y'                  to ws-feed-eof
               not at end
                   add 1                      to ws-ctl-read-count
                   if lf-hdr-record-type = "HDR"
                       if ws-ctl-read-count = 1
                           move 'y'          to ws-ctl-header-seen
                           move lf-hdr-cycle-id to ws-ctl-cycle-id
                       end-if
                   else
                       if lf-trl-record-type = "TRL"
                           move 'y'          to ws-ctl-trailer-seen
                           move lf-trl-record-count to
                             ws-ctl-trailer-count
                           move lf-trl-hash-total to
                             ws-ctl-trailer-hash
                       else
                           move 'y'          to ws-got-record
                           add 1              to ws-ctl-data-count
                           add lf-current-salary to ws-ctl-hash-total
                           add lf-pay-increase to ws-ctl-hash-total
                           add lf-new-salary  to ws-ctl-hash-total
                       end-if
                   end-if
           end-read.
      * a read error partway down the feed ends the pass - and
      * fails the run, because the letters printed so far are only
               perform 100-read-feed-record
           end-if.

       120-check-feed-control.
           if ws-ctl-header-seen not = 'y'
               move "LETTER FEED HAS NO HEADER - NO LETTERS PRODUCED"
                                             to ws-ctl-reason
           else
               if ws-ctl-cycle-id not = cw-cycle-id
                   move "LETTER FEED IS FOR ANOTHER CYCLE - NO LETTERS P
      -                "RODUCED"          to ws-ctl-reason
               else
                   if ws-ctl-trailer-seen not = 'y'
                       move "LETTER FEED HAS NO TRAILER - NO LETTERS PRO
      -                    "DUCED"       to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason = spaces
               if ws-ctl-data-count not = ws-ctl-trailer-count
                   move "LETTER FEED OUT OF BALANCE - RECORD COUNT - NO 
      -                "LETTERS PRODUCED" to ws-ctl-reason
               else
                   if ws-ctl-hash-total not = ws-ctl-trailer-hash
                       move "LETTER FEED OUT OF BALANCE - HASH TOTAL - N
      -                    "O LETTERS PRODUCED" to ws-ctl-reason
                   end-if
               end-if
           end-if.
           if ws-ctl-reason not = spaces
               move ws-ctl-reason            to letter-record
               write letter-record
               move 'y'                      to ws-letters-failed
               move 0                        to ws-letter-count
           end-if.

       200-write-cover-sheet.
      * the cover sheet is the first page HR sees - how many
      * letters printed and exactly who still needs a manual one
