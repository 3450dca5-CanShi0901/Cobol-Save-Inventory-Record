      *Cycle count schedule record - one row per master part,
      *rebuilt each month by CLASSIFY-PARTS-ABC from the part's
      *annual usage value and read by PRINT-COUNT-SHEETS to decide
      *what is due on the shelf today.  APPLY-PHYSICAL-COUNT stamps
      *the date a location was last counted, and the monthly
      *rebuild carries those dates forward, so reclassifying a part
      *never makes it look uncounted.
           05 WS-CSC-PART-NUMBER PIC 9(9).
      *A = the few parts carrying most of the usage value, counted
      *most often; B = the middle; C = the long tail and anything
      *with no usage in the year.  A blank class is a part counted
      *before the schedule had been built for it - it is not yet
      *scheduled and the next rebuild classifies it.
           05 WS-CSC-CLASS PIC X(1).
               88 WS-CSC-CLASS-A VALUE 'A'.
               88 WS-CSC-CLASS-B VALUE 'B'.
               88 WS-CSC-CLASS-C VALUE 'C'.
               88 WS-CSC-NOT-CLASSIFIED VALUE ' '.
      *Days between counts of the same location.
           05 WS-CSC-FREQUENCY-DAYS PIC 9(3).
      *Quantity issued over the twelve months to the rebuild date,
      *extended at the average cost on the master that day.
           05 WS-CSC-USAGE-VALUE PIC 9(11)V99.
           05 WS-CSC-CLASSIFIED-DATE PIC 9(8).
      *Count date of the last count applied for each location -
      *zeros until the location has been counted.
           05 WS-CSC-LAST-COUNT-WAREHOUSE PIC 9(8).
           05 WS-CSC-LAST-COUNT-CAGE PIC 9(8).
           05 WS-CSC-LAST-COUNT-DOCK PIC 9(8).
