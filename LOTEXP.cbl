       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-EXPIRING-LOTS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reads the lot balance file the nightly merge keeps and lists
      *the lots of shelf-life stock that are past their expiry date
      *or will be within the number of days the operator keys, each
      *valued at the part's average cost.  Expired lots print in a
      *section of their own ahead of the rest so they can be put on
      *hold or scrapped before they reach the floor.  OPTIONAL
      *covers a shop with no lot-controlled stock yet.
           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO 'LOTBAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WS-PART-NUMBER
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT EXPIRING-LOT-FILE ASSIGN TO 'LOTEXP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOT-BALANCE-FILE.
       01 LOT-BALANCE-RECORD PIC X(43).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD EXPIRING-LOT-FILE.
       01 EXPIRING-LOT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOT-BALANCE-RECORD.
           COPY LOTBAL.

       01 WS-MASTER-FILE-STATUS PIC X(2).
           88 WS-MASTER-FILE-STATUS-OK VALUE '00'.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

       01 WS-RECORD-FOUND-SWITCH PIC A(1).
           88 WS-RECORD-FOUND VALUE 'Y'.
           88 WS-RECORD-NOT-FOUND VALUE 'N'.

      *The lot file is passed twice - once for the expired lots and
      *once for those still good but expiring inside the window.
       01 WS-SECTION-SWITCH PIC A(1).
           88 WS-EXPIRED-SECTION VALUE 'X'.
           88 WS-EXPIRING-SECTION VALUE 'E'.

      *Days ahead the operator wants to look, keyed as a plain
      *number and moved into WS-DAYS-AHEAD unedited.  A lot
      *expiring today counts as zero days away and is listed.
       01 WS-DAYS-AHEAD-ENTRY PIC ZZ9.
       01 WS-DAYS-AHEAD PIC 9(3).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7) COMP.
       01 WS-EXPIRY-DAYS PIC 9(7) COMP.
       01 WS-DAYS-COUNT PIC 9(5) COMP.

      *Date-to-day-number conversion, so the days between a lot's
      *expiry date and today can be counted across month and year
      *ends - the cumulative month-days table plus the leap-year
      *corrections turn a YYYYMMDD date into days since a fixed
      *epoch, the same way the supplier performance report counts
      *days late.
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

      *The master is read once per part, not once per lot - the
      *lot file is in part order, so the last part read is kept.
       01 WS-LAST-PART-NUMBER PIC 9(9) VALUE ZERO.
       01 WS-LOT-PART-NAME PIC X(20).
       01 WS-LOT-UNIT-PRICE PIC 9(5)V99.

       01 WS-LOT-VALUE PIC 9(12)V99.
       01 WS-SECTION-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-SECTION-QUANTITY PIC 9(9) COMP VALUE ZERO.
       01 WS-SECTION-VALUE PIC 9(14)V99 VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-EXPIRING-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-PAGE-NUMBER PIC 9(3) COMP VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'EXPIRING LOTS - WITHIN '.
           05 WS-HDG-DAYS-AHEAD PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' DAYS  '.
           05 FILLER PIC X(5) VALUE 'DATE '.
           05 WS-HDG-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'PAGE '.
           05 WS-HDG-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-HDG-SECTION-TITLE PIC X(50).

       01 WS-HEADING-LINE-3.
           05 FILLER PIC X(10) VALUE 'PART NO.'.
           05 FILLER PIC X(21) VALUE 'PART NAME'.
           05 FILLER PIC X(4) VALUE 'LOC'.
           05 FILLER PIC X(11) VALUE 'LOT'.
           05 FILLER PIC X(9) VALUE 'EXPIRES'.
           05 FILLER PIC X(6) VALUE ' DAYS'.
           05 FILLER PIC X(8) VALUE '    QTY'.
           05 FILLER PIC X(11) VALUE '      VALUE'.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-PART-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-LOCATION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-LOT-NUMBER PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-QUANTITY PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-VALUE PIC ZZZZZZZ9.99.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-TL-DESCRIPTION PIC X(14).
           05 FILLER PIC X(7) VALUE 'LOTS   '.
           05 WS-TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE '   QTY '.
           05 WS-TL-QUANTITY PIC ZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE '   VALUE '.
           05 WS-TL-VALUE PIC ZZZZZZZZZZZ9.99.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-NO-EXPIRED-LINE PIC X(80)
          VALUE '          NO LOTS PAST THEIR EXPIRY DATE'.

       01 WS-NO-EXPIRING-LINE PIC X(80)
          VALUE '          NO LOTS EXPIRING WITHIN THE DAYS ENTERED'.

       PROCEDURE DIVISION.

       0100-PRINT-EXPIRING-LOTS.
           PERFORM 0200-INITIALIZE
           SET WS-EXPIRED-SECTION TO TRUE
           MOVE 'EXPIRED LOTS - HOLD OR SCRAP (DAYS PAST EXPIRY)'
              TO WS-HDG-SECTION-TITLE
           PERFORM 0300-LIST-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
           SET WS-EXPIRING-SECTION TO TRUE
           MOVE 'LOTS EXPIRING (DAYS TO EXPIRY)'
              TO WS-HDG-SECTION-TITLE
           PERFORM 0300-LIST-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXPIRING-COUNT
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           DISPLAY 'ENTER DAYS AHEAD TO LIST EXPIRING LOTS (999)'
              LINE 1 COLUMN 5
           ACCEPT WS-DAYS-AHEAD-ENTRY
              LINE 1 COLUMN 50
           MOVE WS-DAYS-AHEAD-ENTRY TO WS-DAYS-AHEAD
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WS-DAYS-AHEAD TO WS-HDG-DAYS-AHEAD
           MOVE WS-TODAY-DATE TO WS-CONVERT-DATE
           PERFORM 0950-CONVERT-DATE-TO-DAYS
           MOVE WS-CONVERT-DAYS TO WS-TODAY-DAYS
           OPEN INPUT INVENTORY-MASTER-FILE
      *Without the master there is no average cost to value a lot
      *at - stop rather than print a report of zero values.
           IF NOT WS-MASTER-FILE-STATUS-OK
               DISPLAY 'INVENTORY MASTER NOT AVAILABLE - STATUS '
                  WS-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPIRING-LOT-FILE.

      *One pass of the lot file for the section the switch names.
      *Each section starts on a fresh page and closes with its own
      *count, quantity and value, or a line saying there is
      *nothing in it.
       0300-LIST-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-QUANTITY
           MOVE ZERO TO WS-SECTION-VALUE
           PERFORM 0700-PRINT-HEADINGS
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-BALANCE-FILE
           PERFORM 0810-READ-LOT-BALANCE-RECORD
           PERFORM 0310-PROCESS-LOT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE LOT-BALANCE-FILE
           IF WS-SECTION-COUNT = ZERO
               IF WS-EXPIRED-SECTION
                   WRITE EXPIRING-LOT-RECORD FROM WS-NO-EXPIRED-LINE
               ELSE
                   WRITE EXPIRING-LOT-RECORD FROM WS-NO-EXPIRING-LINE
               END-IF
           ELSE
               IF WS-EXPIRED-SECTION
                   MOVE 'EXPIRED' TO WS-TL-DESCRIPTION
               ELSE
                   MOVE 'EXPIRING' TO WS-TL-DESCRIPTION
               END-IF
               MOVE WS-SECTION-COUNT TO WS-TL-COUNT
               MOVE WS-SECTION-QUANTITY TO WS-TL-QUANTITY
               MOVE WS-SECTION-VALUE TO WS-TL-VALUE
               WRITE EXPIRING-LOT-RECORD FROM WS-BLANK-LINE
               WRITE EXPIRING-LOT-RECORD FROM WS-TOTAL-LINE
           END-IF.

      *The unlotted balance carries no expiry and never shows.  A
      *lot is expired once its date is before today, as the merge
      *treats it; one dated today or later is listed when it falls
      *inside the window keyed.
       0310-PROCESS-LOT-RECORD.
           IF WS-LOT-EXPIRY-DATE > ZERO
              AND WS-LOT-QUANTITY > ZERO
               MOVE WS-LOT-EXPIRY-DATE TO WS-CONVERT-DATE
               PERFORM 0950-CONVERT-DATE-TO-DAYS
               MOVE WS-CONVERT-DAYS TO WS-EXPIRY-DAYS
               IF WS-EXPIRED-SECTION
                   IF WS-LOT-EXPIRY-DATE < WS-TODAY-DATE
                       COMPUTE WS-DAYS-COUNT
                          = WS-TODAY-DAYS - WS-EXPIRY-DAYS
                       PERFORM 0500-PRINT-DETAIL-LINE
                   END-IF
               ELSE
                   IF WS-LOT-EXPIRY-DATE NOT < WS-TODAY-DATE
                      AND WS-EXPIRY-DAYS - WS-TODAY-DAYS
                          NOT > WS-DAYS-AHEAD
                       COMPUTE WS-DAYS-COUNT
                          = WS-EXPIRY-DAYS - WS-TODAY-DAYS
                       PERFORM 0500-PRINT-DETAIL-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 0810-READ-LOT-BALANCE-RECORD.

       0500-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0700-PRINT-HEADINGS
           END-IF
           IF WS-LOT-PART-NUMBER NOT = WS-LAST-PART-NUMBER
               PERFORM 0520-GET-PART-COST
           END-IF
           COMPUTE WS-LOT-VALUE
              = WS-LOT-QUANTITY * WS-LOT-UNIT-PRICE
           MOVE WS-LOT-PART-NUMBER TO WS-DL-PART-NUMBER
           MOVE WS-LOT-PART-NAME TO WS-DL-PART-NAME
           MOVE WS-LOT-LOCATION TO WS-DL-LOCATION
           MOVE WS-LOT-NUMBER TO WS-DL-LOT-NUMBER
           MOVE WS-LOT-EXPIRY-DATE TO WS-DL-EXPIRY-DATE
           MOVE WS-DAYS-COUNT TO WS-DL-DAYS
           MOVE WS-LOT-QUANTITY TO WS-DL-QUANTITY
           MOVE WS-LOT-VALUE TO WS-DL-VALUE
           WRITE EXPIRING-LOT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-LOT-QUANTITY TO WS-SECTION-QUANTITY
           ADD WS-LOT-VALUE TO WS-SECTION-VALUE.

      *A lot for a part since deleted from the master is still
      *stock on the shelf - it prints, flagged, at no value.
       0520-GET-PART-COST.
           MOVE WS-LOT-PART-NUMBER TO WS-PART-NUMBER
           MOVE WS-LOT-PART-NUMBER TO WS-LAST-PART-NUMBER
           PERFORM 0900-READ-MASTER-RECORD
           IF WS-RECORD-FOUND
               MOVE WS-PART-NAME TO WS-LOT-PART-NAME
               MOVE WS-UNIT-PRICE TO WS-LOT-UNIT-PRICE
           ELSE
               MOVE 'NOT ON MASTER' TO WS-LOT-PART-NAME
               MOVE ZERO TO WS-LOT-UNIT-PRICE
           END-IF.

       0600-TERMINATE.
           DISPLAY 'EXPIRED LOTS LISTED.: ' WS-EXPIRED-COUNT
           DISPLAY 'EXPIRING LOTS LISTED: ' WS-EXPIRING-COUNT
           CLOSE INVENTORY-MASTER-FILE
           CLOSE EXPIRING-LOT-FILE.

       0700-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER
           WRITE EXPIRING-LOT-RECORD FROM WS-HEADING-LINE-1
           WRITE EXPIRING-LOT-RECORD FROM WS-HEADING-LINE-2
           WRITE EXPIRING-LOT-RECORD FROM WS-HEADING-LINE-3
           MOVE ZERO TO WS-LINE-COUNT.

       0810-READ-LOT-BALANCE-RECORD.
           READ LOT-BALANCE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOT-BALANCE-RECORD TO WS-LOT-BALANCE-RECORD
           END-READ.

       0900-READ-MASTER-RECORD.
           SET WS-RECORD-NOT-FOUND TO TRUE
           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   SET WS-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.

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
