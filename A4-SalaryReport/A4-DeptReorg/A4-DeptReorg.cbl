         05 au-version                pic x(1).

       fd cycle-control-file
          record contains 41 characters
          data record is cycle-control-record.

       01 cycle-control-record         pic x(41).

       fd summary-file
          record contains 90 characters
         05 cw-report-date            pic x(8).
         05 cw-feed-count             pic 9(6).
         05 cw-letter-count           pic 9(6).
         05 cw-review-done            pic x(1).
         05 cw-review-cleared-by      pic x(8).

      * before image of the employee record a reassignment is
      * about to rewrite, captured ahead of the update the way the
