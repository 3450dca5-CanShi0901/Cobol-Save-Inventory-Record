       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-OVERDUE-RESERVATIONS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reads the stock reservation file RSVMAINT maintains and the
      *nightly merge relieves, and lists every reservation whose
      *need-by date has passed without a single unit of it ever
      *being drawn - stock held back from everyone else for a job
      *that never came for it.  Whoever entered it can draw it or
      *cancel it; until then it keeps showing here and keeps
      *coming off available on the exception and suggested-order
      *runs.  OPTIONAL covers a shop with no reservations yet.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT OVERDUE-RESERVATION-FILE ASSIGN TO 'RSVLATE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

       FD OVERDUE-RESERVATION-FILE.
       01 OVERDUE-RESERVATION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESERVATION-RECORD.
           COPY RESVREC.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7) COMP.
       01 WS-DAYS-LATE PIC 9(5) COMP.

      *Date-to-day-number conversion, so the days between the
      *need-by date and today can be counted across month and year
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

       01 WS-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.
       01 WS-OVERDUE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERDUE-QUANTITY PIC 9(9) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(32)
              VALUE 'OVERDUE UNDRAWN RESERVATIONS -'.
           05 FILLER PIC X(5) VALUE 'DATE '.
           05 WS-HDG-DATE PIC 9(8).

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(9) VALUE 'PART NO.'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'CHARGE'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'RESERVED'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'NEED BY'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'DAYS LATE'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'ENTERED'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'OPERATOR'.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-CHARGE-CODE PIC X(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DL-QUANTITY PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-NEED-BY-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-DL-DAYS-LATE PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-ENTERED-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-OPERATOR-ID PIC X(8).

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(40)
              VALUE 'RESERVATIONS OVERDUE AND UNDRAWN.......'.
           05 WS-TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'QUANTITY  '.
           05 WS-TL-QUANTITY PIC ZZZZZZZZ9.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-NO-OVERDUE-LINE PIC X(80)
          VALUE '          NO UNDRAWN RESERVATIONS PAST NEED-BY DATE'.

       PROCEDURE DIVISION.

       0100-PRINT-OVERDUE-RESERVATIONS.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-RESERVATION
              UNTIL WS-END-OF-FILE
           PERFORM 0400-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WS-TODAY-DATE TO WS-CONVERT-DATE
           PERFORM 0950-CONVERT-DATE-TO-DAYS
           MOVE WS-CONVERT-DAYS TO WS-TODAY-DAYS
           OPEN INPUT RESERVATION-FILE
           OPEN OUTPUT OVERDUE-RESERVATION-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           PERFORM 0810-READ-RESERVATION-RECORD.

      *A reservation partly drawn has had its job turn up - the
      *merge will drop it once the rest is drawn - so only one with
      *nothing drawn at all and a need-by date before today is
      *listed.
       0300-PROCESS-RESERVATION.
           IF WS-RSV-DRAWN-QUANTITY = ZERO
              AND WS-RSV-NEED-BY-DATE < WS-TODAY-DATE
               PERFORM 0500-PRINT-DETAIL-LINE
           END-IF
           PERFORM 0810-READ-RESERVATION-RECORD.

       0400-TERMINATE.
           IF WS-OVERDUE-COUNT = ZERO
               WRITE OVERDUE-RESERVATION-RECORD
                  FROM WS-NO-OVERDUE-LINE
           ELSE
               MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT
               MOVE WS-OVERDUE-QUANTITY TO WS-TL-QUANTITY
               WRITE OVERDUE-RESERVATION-RECORD FROM WS-BLANK-LINE
               WRITE OVERDUE-RESERVATION-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY 'OVERDUE RESERVATIONS LISTED: ' WS-OVERDUE-COUNT
           CLOSE RESERVATION-FILE
           CLOSE OVERDUE-RESERVATION-FILE.

       0500-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0700-PRINT-HEADINGS
           END-IF
           MOVE WS-RSV-NEED-BY-DATE TO WS-CONVERT-DATE
           PERFORM 0950-CONVERT-DATE-TO-DAYS
           COMPUTE WS-DAYS-LATE = WS-TODAY-DAYS - WS-CONVERT-DAYS
           MOVE WS-RSV-PART-NUMBER TO WS-DL-PART-NUMBER
           MOVE WS-RSV-CHARGE-CODE TO WS-DL-CHARGE-CODE
           MOVE WS-RSV-QUANTITY TO WS-DL-QUANTITY
           MOVE WS-RSV-NEED-BY-DATE TO WS-DL-NEED-BY-DATE
           MOVE WS-DAYS-LATE TO WS-DL-DAYS-LATE
           MOVE WS-RSV-ENTERED-DATE TO WS-DL-ENTERED-DATE
           MOVE WS-RSV-OPERATOR-ID TO WS-DL-OPERATOR-ID
           WRITE OVERDUE-RESERVATION-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-OVERDUE-COUNT
           ADD WS-RSV-QUANTITY TO WS-OVERDUE-QUANTITY.

       0700-PRINT-HEADINGS.
           WRITE OVERDUE-RESERVATION-RECORD FROM WS-HEADING-LINE-1
           WRITE OVERDUE-RESERVATION-RECORD FROM WS-HEADING-LINE-2
           MOVE ZERO TO WS-LINE-COUNT.

       0810-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RESERVATION-RECORD TO WS-RESERVATION-RECORD
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
