       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-COUNT-SHEETS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Prints the day's cycle count sheets off the count schedule
      *CLASSIFY-PARTS-ABC builds - one sheet per stock location,
      *listing the parts whose count comes due there today and,
      *below them, the counts already missed.  The book quantity
      *is never printed: the counter writes down what is on the
      *shelf, not what the master says should be, so the count
      *stays blind.  Once APPLY-PHYSICAL-COUNT posts a count the
      *location's last-counted date moves and the part drops off
      *until its next cycle.
           SELECT OPTIONAL COUNT-SCHEDULE-FILE ASSIGN TO 'CNTSCHED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Names, location balances and status come off the master -
      *a location with nothing on the book there has nothing to
      *count, and obsolete parts are not counted at all.
           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS WS-PART-NUMBER.

           SELECT COUNT-SHEET-FILE ASSIGN TO 'CNTSHEET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COUNT-SCHEDULE-FILE.
       01 COUNT-SCHEDULE-RECORD PIC X(58).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD COUNT-SHEET-FILE.
       01 COUNT-SHEET-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-RECORD.
           COPY CNTSCHD.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *The schedule as raw records, searched once per master part
      *while the part table loads.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY PIC X(58) OCCURS 9999 TIMES.
       01 WS-SCHEDULE-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SCHEDULE-TABLE-INDEX PIC 9(4) COMP.

       01 WS-SCHEDULE-FOUND-SWITCH PIC A(1).
           88 WS-SCHEDULE-FOUND VALUE 'Y'.
           88 WS-SCHEDULE-NOT-FOUND VALUE 'N'.

      *One entry per countable master part, with its schedule
      *already matched up.  The three locations line up with the
      *location table below: 1 = warehouse, 2 = cage, 3 = dock.
       01 WS-PART-TABLE.
           03 WS-PART-ENTRY OCCURS 9999 TIMES.
               04 WS-PT-PART-NUMBER PIC 9(9).
               04 WS-PT-PART-NAME PIC X(20).
               04 WS-PT-CLASS PIC X(1).
               04 WS-PT-FREQUENCY-DAYS PIC 9(3).
               04 WS-PT-LOCATION OCCURS 3 TIMES.
                   05 WS-PT-LOC-QUANTITY PIC 9(7).
                   05 WS-PT-LOC-LAST-COUNT PIC 9(8).
       01 WS-PART-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PART-TABLE-INDEX PIC 9(4) COMP.

       01 WS-LOCATION-TABLE.
           05 FILLER PIC X(21) VALUE 'WMAIN WAREHOUSE      '.
           05 FILLER PIC X(21) VALUE 'CFLOOR-STOCK CAGE    '.
           05 FILLER PIC X(21) VALUE 'DRECEIVING DOCK      '.
       01 FILLER REDEFINES WS-LOCATION-TABLE.
           05 WS-LOCATION-ENTRY OCCURS 3 TIMES.
               10 WS-LOC-CODE PIC X(1).
               10 WS-LOC-NAME PIC X(20).
       01 WS-LOCATION-INDEX PIC 9(1) COMP.

       01 WS-COUNT-DUE-SWITCH PIC A(1).
           88 WS-COUNT-DUE VALUE 'D'.
           88 WS-COUNT-OVERDUE VALUE 'O'.
           88 WS-COUNT-NOT-DUE VALUE 'N'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7) COMP.
       01 WS-DUE-DAYS PIC 9(7) COMP.
       01 WS-DAYS-OVERDUE PIC 9(5) COMP.

      *Date-to-day-number conversion, so a count frequency in days
      *can be added to a yyyymmdd date - the cumulative month-days
      *table plus the leap-year corrections turn a YYYYMMDD date
      *into days since a fixed epoch, the same way the supplier
      *performance report counts days late.
       01 WS-MONTH-DAYS-VALUES PIC X(36)
          VALUE '000031059090120151181212243273304334'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

       01 WS-CONVERT-DATE PIC 9(8).
       01 FILLER REDEFINES WS-CONVERT-DATE.
           05 WS-CV-YEAR PIC 9(4).
           05 WS-CV-MONTH PIC 9(2).
           05 WS-CV-DAY PIC 9(2).
       01 WS-CV-PRIOR-YEARS PIC 9(4) COMP.
       01 WS-CV-LEAP-DAYS PIC 9(7) COMP.
       01 WS-CV-WORK PIC 9(7) COMP.
       01 WS-CV-REMAINDER PIC 9(4) COMP.
       01 WS-CONVERT-DAYS PIC 9(7) COMP.

       01 WS-SECTION-LINE-COUNT PIC 9(4) COMP.
       01 WS-DUE-TOTAL PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERDUE-TOTAL PIC 9(5) COMP VALUE ZERO.
       01 WS-UNSCHEDULED-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'CYCLE COUNT SHEET -'.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-HDG-LOCATION-NAME PIC X(20).
           05 FILLER PIC X(5) VALUE 'DATE '.
           05 WS-HDG-DATE PIC 9(8).

       01 WS-DUE-HEADER PIC X(80)
          VALUE 'COUNTS DUE TODAY'.

       01 WS-OVERDUE-HEADER PIC X(80)
          VALUE 'OVERDUE COUNTS - MISSED ON THE DAY THEY CAME DUE'.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE 'PART NO.'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'PART NAME'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CLASS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'LAST CNT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'DAYS OVER'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'COUNTED QTY'.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PART-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-CLASS PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-LAST-COUNT PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DL-DAYS-OVERDUE PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '___________'.

       01 WS-NONE-DUE-LINE PIC X(80)
          VALUE '  NOTHING DUE AT THIS LOCATION TODAY'.

       01 WS-NONE-OVERDUE-LINE PIC X(80)
          VALUE '  NO MISSED COUNTS AT THIS LOCATION'.

       01 WS-SIGN-LINE PIC X(80)
          VALUE 'COUNTED BY ____________   DATE ________'.

       01 WS-UNSCHEDULED-LINE.
           05 FILLER PIC X(40)
              VALUE 'PARTS NOT YET ON THE COUNT SCHEDULE....'.
           05 WS-UL-COUNT PIC ZZZZ9.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINT-COUNT-SHEETS.
           PERFORM 0200-INITIALIZE
           PERFORM 0400-PRINT-LOCATION-SHEET
              VARYING WS-LOCATION-INDEX FROM 1 BY 1
              UNTIL WS-LOCATION-INDEX > 3
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CONVERT-DATE
           PERFORM 0950-CONVERT-DATE-TO-DAYS
           MOVE WS-CONVERT-DAYS TO WS-TODAY-DAYS
           OPEN OUTPUT COUNT-SHEET-FILE
           PERFORM 0210-LOAD-SCHEDULE-TABLE
           PERFORM 0220-LOAD-PART-TABLE.

       0210-LOAD-SCHEDULE-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT COUNT-SCHEDULE-FILE
           PERFORM 0211-READ-SCHEDULE-RECORD
           PERFORM 0212-STORE-SCHEDULE-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE COUNT-SCHEDULE-FILE.

       0211-READ-SCHEDULE-RECORD.
           READ COUNT-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0212-STORE-SCHEDULE-RECORD.
           ADD 1 TO WS-SCHEDULE-TABLE-COUNT
           MOVE COUNT-SCHEDULE-RECORD
              TO WS-SCHEDULE-ENTRY(WS-SCHEDULE-TABLE-COUNT)
           PERFORM 0211-READ-SCHEDULE-RECORD.

       0220-LOAD-PART-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT INVENTORY-MASTER-FILE
           PERFORM 0221-READ-INVENTORY-RECORD
           PERFORM 0222-STORE-PART-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE INVENTORY-MASTER-FILE.

       0221-READ-INVENTORY-RECORD.
           READ INVENTORY-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0222-STORE-PART-ENTRY.
      *Obsolete parts are not counted.  A part the schedule has not
      *classified yet is counted as unscheduled and left off the
      *sheets until the next rebuild picks it up.
           IF NOT WS-PART-OBSOLETE
               PERFORM 0230-FIND-SCHEDULE-ENTRY
               IF WS-SCHEDULE-FOUND AND NOT WS-CSC-NOT-CLASSIFIED
                   PERFORM 0225-ADD-PART-ENTRY
               ELSE
                   ADD 1 TO WS-UNSCHEDULED-COUNT
               END-IF
           END-IF
           PERFORM 0221-READ-INVENTORY-RECORD.

       0225-ADD-PART-ENTRY.
           ADD 1 TO WS-PART-TABLE-COUNT
           MOVE WS-PART-NUMBER
              TO WS-PT-PART-NUMBER(WS-PART-TABLE-COUNT)
           MOVE WS-PART-NAME
              TO WS-PT-PART-NAME(WS-PART-TABLE-COUNT)
           MOVE WS-CSC-CLASS TO WS-PT-CLASS(WS-PART-TABLE-COUNT)
           MOVE WS-CSC-FREQUENCY-DAYS
              TO WS-PT-FREQUENCY-DAYS(WS-PART-TABLE-COUNT)
           MOVE WS-QTY-WAREHOUSE
              TO WS-PT-LOC-QUANTITY(WS-PART-TABLE-COUNT, 1)
           MOVE WS-CSC-LAST-COUNT-WAREHOUSE
              TO WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-COUNT, 1)
           MOVE WS-QTY-CAGE
              TO WS-PT-LOC-QUANTITY(WS-PART-TABLE-COUNT, 2)
           MOVE WS-CSC-LAST-COUNT-CAGE
              TO WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-COUNT, 2)
           MOVE WS-QTY-DOCK
              TO WS-PT-LOC-QUANTITY(WS-PART-TABLE-COUNT, 3)
           MOVE WS-CSC-LAST-COUNT-DOCK
              TO WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-COUNT, 3).

       0230-FIND-SCHEDULE-ENTRY.
           SET WS-SCHEDULE-NOT-FOUND TO TRUE
           PERFORM 0231-COMPARE-SCHEDULE-ENTRY
              VARYING WS-SCHEDULE-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SCHEDULE-TABLE-INDEX > WS-SCHEDULE-TABLE-COUNT
                 OR WS-SCHEDULE-FOUND.

       0231-COMPARE-SCHEDULE-ENTRY.
           MOVE WS-SCHEDULE-ENTRY(WS-SCHEDULE-TABLE-INDEX)
              TO WS-SCHEDULE-RECORD
           IF WS-CSC-PART-NUMBER = WS-PART-NUMBER
               SET WS-SCHEDULE-FOUND TO TRUE
           END-IF.

       0400-PRINT-LOCATION-SHEET.
           MOVE WS-LOC-NAME(WS-LOCATION-INDEX) TO WS-HDG-LOCATION-NAME
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           IF WS-LOCATION-INDEX > 1
               WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
               WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
           END-IF
           WRITE COUNT-SHEET-RECORD FROM WS-HEADING-LINE-1
           WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-RECORD FROM WS-DUE-HEADER
           WRITE COUNT-SHEET-RECORD FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT
           PERFORM 0410-PRINT-DUE-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           IF WS-SECTION-LINE-COUNT = ZERO
               WRITE COUNT-SHEET-RECORD FROM WS-NONE-DUE-LINE
           END-IF
           WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-RECORD FROM WS-OVERDUE-HEADER
           WRITE COUNT-SHEET-RECORD FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT
           PERFORM 0420-PRINT-OVERDUE-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           IF WS-SECTION-LINE-COUNT = ZERO
               WRITE COUNT-SHEET-RECORD FROM WS-NONE-OVERDUE-LINE
           END-IF
           WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-RECORD FROM WS-SIGN-LINE.

       0410-PRINT-DUE-ENTRY.
           PERFORM 0430-SET-COUNT-DUE
           IF WS-COUNT-DUE
               PERFORM 0440-WRITE-DETAIL-LINE
               ADD 1 TO WS-DUE-TOTAL
           END-IF.

       0420-PRINT-OVERDUE-ENTRY.
           PERFORM 0430-SET-COUNT-DUE
           IF WS-COUNT-OVERDUE
               PERFORM 0440-WRITE-DETAIL-LINE
               ADD 1 TO WS-OVERDUE-TOTAL
           END-IF.

       0430-SET-COUNT-DUE.
      *A location comes due its frequency in days after it was last
      *counted.  Due today prints in the first section; a due date
      *already behind us means the count was missed.  A location
      *never counted is due today and stays due until it is.
           SET WS-COUNT-NOT-DUE TO TRUE
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF WS-PT-LOC-QUANTITY(WS-PART-TABLE-INDEX,
                 WS-LOCATION-INDEX) > ZERO
               IF WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-INDEX,
                     WS-LOCATION-INDEX) = ZERO
                   SET WS-COUNT-DUE TO TRUE
               ELSE
                   MOVE WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-INDEX,
                      WS-LOCATION-INDEX) TO WS-CONVERT-DATE
                   PERFORM 0950-CONVERT-DATE-TO-DAYS
                   COMPUTE WS-DUE-DAYS = WS-CONVERT-DAYS
                      + WS-PT-FREQUENCY-DAYS(WS-PART-TABLE-INDEX)
                   IF WS-DUE-DAYS = WS-TODAY-DAYS
                       SET WS-COUNT-DUE TO TRUE
                   END-IF
                   IF WS-DUE-DAYS < WS-TODAY-DAYS
                       SET WS-COUNT-OVERDUE TO TRUE
                       COMPUTE WS-DAYS-OVERDUE
                          = WS-TODAY-DAYS - WS-DUE-DAYS
                   END-IF
               END-IF
           END-IF.

       0440-WRITE-DETAIL-LINE.
           MOVE WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
              TO WS-DL-PART-NUMBER
           MOVE WS-PT-PART-NAME(WS-PART-TABLE-INDEX)
              TO WS-DL-PART-NAME
           MOVE WS-PT-CLASS(WS-PART-TABLE-INDEX) TO WS-DL-CLASS
           IF WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-INDEX,
                 WS-LOCATION-INDEX) = ZERO
               MOVE 'NEVER' TO WS-DL-LAST-COUNT
           ELSE
               MOVE WS-PT-LOC-LAST-COUNT(WS-PART-TABLE-INDEX,
                  WS-LOCATION-INDEX) TO WS-DL-LAST-COUNT
           END-IF
           MOVE WS-DAYS-OVERDUE TO WS-DL-DAYS-OVERDUE
           WRITE COUNT-SHEET-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-LINE-COUNT.

       0600-TERMINATE.
           IF WS-UNSCHEDULED-COUNT > ZERO
               WRITE COUNT-SHEET-RECORD FROM WS-BLANK-LINE
               MOVE WS-UNSCHEDULED-COUNT TO WS-UL-COUNT
               WRITE COUNT-SHEET-RECORD FROM WS-UNSCHEDULED-LINE
           END-IF
           CLOSE COUNT-SHEET-FILE
           DISPLAY 'COUNTS DUE TODAY: ' WS-DUE-TOTAL
           DISPLAY 'COUNTS OVERDUE..: ' WS-OVERDUE-TOTAL
           DISPLAY 'NOT SCHEDULED...: ' WS-UNSCHEDULED-COUNT.

       0950-CONVERT-DATE-TO-DAYS.
      *Days since the epoch: whole years at 365 plus one for each
      *leap year already past, then the days inside this year.
      *The divisions are done with DIVIDE so each term truncates
      *the way the calendar does.
           COMPUTE WS-CV-PRIOR-YEARS = WS-CV-YEAR - 1
           COMPUTE WS-CONVERT-DAYS
              = WS-CV-PRIOR-YEARS * 365
           DIVIDE WS-CV-PRIOR-YEARS BY 4
              GIVING WS-CV-LEAP-DAYS
           ADD WS-CV-LEAP-DAYS TO WS-CONVERT-DAYS
           DIVIDE WS-CV-PRIOR-YEARS BY 100
              GIVING WS-CV-LEAP-DAYS
           SUBTRACT WS-CV-LEAP-DAYS FROM WS-CONVERT-DAYS
           DIVIDE WS-CV-PRIOR-YEARS BY 400
              GIVING WS-CV-LEAP-DAYS
           ADD WS-CV-LEAP-DAYS TO WS-CONVERT-DAYS
           ADD WS-MONTH-DAYS(WS-CV-MONTH) TO WS-CONVERT-DAYS
           ADD WS-CV-DAY TO WS-CONVERT-DAYS
      *This year's own leap day only counts once February is past.
           IF WS-CV-MONTH > 2
               DIVIDE WS-CV-YEAR BY 4
                  GIVING WS-CV-WORK
                  REMAINDER WS-CV-REMAINDER
               IF WS-CV-REMAINDER = ZERO
                   DIVIDE WS-CV-YEAR BY 100
                      GIVING WS-CV-WORK
                      REMAINDER WS-CV-REMAINDER
                   IF WS-CV-REMAINDER NOT = ZERO
                       ADD 1 TO WS-CONVERT-DAYS
                   ELSE
                       DIVIDE WS-CV-YEAR BY 400
                          GIVING WS-CV-WORK
                          REMAINDER WS-CV-REMAINDER
                       IF WS-CV-REMAINDER = ZERO
                           ADD 1 TO WS-CONVERT-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
