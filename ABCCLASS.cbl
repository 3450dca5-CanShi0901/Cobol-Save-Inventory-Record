       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSIFY-PARTS-ABC.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ranks every part on the master by what it is worth to count:
      *the quantity issued over the last twelve months, extended at
      *its average cost.  The parts making up the first 80 percent
      *of the year's usage value are class A, the next 15 percent
      *class B, the rest class C, and each class carries its own
      *count frequency.  The result is the cycle count schedule
      *the daily count sheets are printed from, so the expensive
      *fast movers get counted monthly instead of whenever a
      *counter happens to key them.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS WS-PART-NUMBER.

      *Read in full before it is replaced, so each part's
      *last-counted dates survive the rebuild.
           SELECT OPTIONAL COUNT-SCHEDULE-FILE ASSIGN TO 'CNTSCHED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT CLASSIFICATION-REPORT-FILE ASSIGN TO 'ABCCLASS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD COUNT-SCHEDULE-FILE.
       01 COUNT-SCHEDULE-RECORD PIC X(58).

       FD CLASSIFICATION-REPORT-FILE.
       01 CLASSIFICATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-SCHEDULE-RECORD.
           COPY CNTSCHD.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *One entry per master part: the year's issues are totalled
      *here as the history is read, then extended and ranked.
       01 WS-PART-TABLE.
           03 WS-PART-ENTRY OCCURS 9999 TIMES.
               04 WS-PT-PART-NUMBER PIC 9(9).
               04 WS-PT-PART-NAME PIC X(20).
               04 WS-PT-UNIT-PRICE PIC 9(5)V99.
               04 WS-PT-QTY-OUT PIC 9(9) COMP.
               04 WS-PT-USAGE-VALUE PIC 9(11)V99 COMP-3.
               04 WS-PT-CLASS PIC X(1).
               04 WS-PT-RANKED-SWITCH PIC A(1).
                   88 WS-PT-RANKED VALUE 'Y'.
                   88 WS-PT-NOT-RANKED VALUE 'N'.
       01 WS-PART-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PART-TABLE-INDEX PIC 9(4) COMP.
       01 WS-PART-MATCH-INDEX PIC 9(4) COMP.

       01 WS-PART-FOUND-SWITCH PIC A(1).
           88 WS-PART-FOUND VALUE 'Y'.
           88 WS-PART-NOT-FOUND VALUE 'N'.

      *The schedule as it stood before this run - raw records,
      *searched for each part's last-counted dates.
       01 WS-OLD-SCHEDULE-TABLE.
           05 WS-OLD-SCHEDULE-ENTRY PIC X(58) OCCURS 9999 TIMES.
       01 WS-OLD-SCHEDULE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-OLD-SCHEDULE-INDEX PIC 9(4) COMP.

       01 WS-SCHEDULE-FOUND-SWITCH PIC A(1).
           88 WS-SCHEDULE-FOUND VALUE 'Y'.
           88 WS-SCHEDULE-NOT-FOUND VALUE 'N'.

      *The usage year runs from this date to today - the same day
      *one year back.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-START-DATE PIC 9(8).

      *Class cut-offs as percentages of the year's total usage
      *value, and the days between counts for each class.
       01 WS-CLASS-A-PERCENT PIC 9(3) VALUE 80.
       01 WS-CLASS-B-PERCENT PIC 9(3) VALUE 95.
       01 WS-CLASS-A-FREQUENCY PIC 9(3) VALUE 30.
       01 WS-CLASS-B-FREQUENCY PIC 9(3) VALUE 90.
       01 WS-CLASS-C-FREQUENCY PIC 9(3) VALUE 365.

       01 WS-TOTAL-USAGE-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CUMULATIVE-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CUMULATIVE-PERCENT PIC 9(3)V99 COMP-3.
       01 WS-BEST-INDEX PIC 9(4) COMP.
       01 WS-BEST-VALUE PIC 9(11)V99 COMP-3.
       01 WS-RANK-NUMBER PIC 9(4) COMP VALUE ZERO.

       01 WS-CLASS-A-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CLASS-B-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CLASS-C-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CLASS-A-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CLASS-B-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-CLASS-C-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-NO-USAGE-COUNT PIC 9(4) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'ABC CLASSIFICATION REPORT'.
           05 FILLER PIC X(7) VALUE 'USAGE '.
           05 WS-HDG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-HDG-TO-DATE PIC 9(8).

       01 WS-RANKED-HEADER PIC X(80)
          VALUE 'PARTS WITH USAGE - RANKED BY ANNUAL USAGE VALUE'.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(5) VALUE 'RANK'.
           05 FILLER PIC X(9) VALUE 'PART NO.'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'PART NAME'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE '  QTY OUT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE '   USAGE VALUE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'CUM %'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CLASS'.

       01 WS-DETAIL-LINE.
           05 WS-DL-RANK PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PART-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-QTY-OUT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-USAGE-VALUE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CUM-PERCENT PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-CLASS PIC X(1).

       01 WS-SUMMARY-HEADER PIC X(80)
          VALUE 'CLASS SUMMARY'.

       01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE 'CLASS'.
           05 FILLER PIC X(8) VALUE '   PARTS'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE '     USAGE VALUE'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'COUNT EVERY (DAYS)'.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-CLASS PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-SL-PART-COUNT PIC ZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SL-USAGE-VALUE PIC ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.
           05 WS-SL-FREQUENCY PIC ZZ9.

       01 WS-NO-USAGE-LINE.
           05 FILLER PIC X(36)
              VALUE 'PARTS WITH NO USAGE (CLASS C)......'.
           05 WS-NU-COUNT PIC ZZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE 'TOTAL USAGE VALUE..'.
           05 WS-TL-USAGE-VALUE PIC ZZZZZZZZZZZZ9.99.

       01 WS-NOTHING-LINE PIC X(80)
          VALUE '  NO PART WAS ISSUED IN THE YEAR'.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-CLASSIFY-PARTS-ABC.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-HISTORY-RECORD
              UNTIL WS-END-OF-FILE
           PERFORM 0350-EXTEND-USAGE
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           PERFORM 0400-RANK-PARTS
           PERFORM 0500-WRITE-SCHEDULE
           PERFORM 0550-PRINT-SUMMARY
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD-START-DATE = WS-TODAY-DATE - 10000
           OPEN OUTPUT CLASSIFICATION-REPORT-FILE
           PERFORM 0210-LOAD-PART-TABLE
           PERFORM 0220-LOAD-OLD-SCHEDULE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0810-READ-HISTORY-RECORD
           MOVE WS-PERIOD-START-DATE TO WS-HDG-FROM-DATE
           MOVE WS-TODAY-DATE TO WS-HDG-TO-DATE
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-HEADING-LINE-1.

       0210-LOAD-PART-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT INVENTORY-MASTER-FILE
           PERFORM 0211-READ-INVENTORY-RECORD
           PERFORM 0212-STORE-PART-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE INVENTORY-MASTER-FILE.

       0211-READ-INVENTORY-RECORD.
           READ INVENTORY-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0212-STORE-PART-ENTRY.
           ADD 1 TO WS-PART-TABLE-COUNT
           MOVE WS-PART-NUMBER
              TO WS-PT-PART-NUMBER(WS-PART-TABLE-COUNT)
           MOVE WS-PART-NAME
              TO WS-PT-PART-NAME(WS-PART-TABLE-COUNT)
           MOVE WS-UNIT-PRICE
              TO WS-PT-UNIT-PRICE(WS-PART-TABLE-COUNT)
           MOVE ZERO TO WS-PT-QTY-OUT(WS-PART-TABLE-COUNT)
           MOVE ZERO TO WS-PT-USAGE-VALUE(WS-PART-TABLE-COUNT)
           MOVE 'C' TO WS-PT-CLASS(WS-PART-TABLE-COUNT)
           SET WS-PT-NOT-RANKED(WS-PART-TABLE-COUNT) TO TRUE
           PERFORM 0211-READ-INVENTORY-RECORD.

       0220-LOAD-OLD-SCHEDULE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT COUNT-SCHEDULE-FILE
           PERFORM 0221-READ-SCHEDULE-RECORD
           PERFORM 0222-STORE-SCHEDULE-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE COUNT-SCHEDULE-FILE.

       0221-READ-SCHEDULE-RECORD.
           READ COUNT-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0222-STORE-SCHEDULE-RECORD.
           ADD 1 TO WS-OLD-SCHEDULE-COUNT
           MOVE COUNT-SCHEDULE-RECORD
              TO WS-OLD-SCHEDULE-ENTRY(WS-OLD-SCHEDULE-COUNT)
           PERFORM 0221-READ-SCHEDULE-RECORD.

       0300-PROCESS-HISTORY-RECORD.
      *Usage is what went out to be consumed - stock sent back to
      *a supplier was never used, so return rows are left out the
      *same way the department usage report leaves them out.
           IF WS-HST-DATE > WS-PERIOD-START-DATE
              AND WS-HST-DATE <= WS-TODAY-DATE
              AND NOT WS-HST-VENDOR-RETURN
              AND WS-HST-QTY-OUT > ZERO
               PERFORM 0310-FIND-PART-ENTRY
               IF WS-PART-FOUND
                   ADD WS-HST-QTY-OUT
                      TO WS-PT-QTY-OUT(WS-PART-MATCH-INDEX)
               END-IF
           END-IF
           PERFORM 0810-READ-HISTORY-RECORD.

       0310-FIND-PART-ENTRY.
           SET WS-PART-NOT-FOUND TO TRUE
           PERFORM 0311-COMPARE-PART-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
                 OR WS-PART-FOUND.

       0311-COMPARE-PART-ENTRY.
           IF WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
                 = WS-HST-PART-NUMBER
               SET WS-PART-FOUND TO TRUE
               MOVE WS-PART-TABLE-INDEX TO WS-PART-MATCH-INDEX
           END-IF.

       0350-EXTEND-USAGE.
      *Extended at today's average cost - the cost the stock on
      *the shelf now carries, which is what a miscount would cost.
           COMPUTE WS-PT-USAGE-VALUE(WS-PART-TABLE-INDEX)
              = WS-PT-QTY-OUT(WS-PART-TABLE-INDEX)
                * WS-PT-UNIT-PRICE(WS-PART-TABLE-INDEX)
           ADD WS-PT-USAGE-VALUE(WS-PART-TABLE-INDEX)
              TO WS-TOTAL-USAGE-VALUE.

      *Ranked by repeated selection, the same way the movement
      *report ranks its fast movers - scan for the biggest unranked
      *usage value, class it by where the running total stood
      *before it, mark it, and go again until nothing with usage
      *is left.  Parts with no usage keep the class C they were
      *loaded with.
       0400-RANK-PARTS.
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-RANKED-HEADER
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-COLUMN-LINE
           MOVE 1 TO WS-BEST-INDEX
           PERFORM 0410-RANK-ONE-PART
              UNTIL WS-BEST-INDEX = ZERO
           IF WS-RANK-NUMBER = ZERO
               WRITE CLASSIFICATION-REPORT-RECORD FROM WS-NOTHING-LINE
           END-IF.

       0410-RANK-ONE-PART.
           MOVE ZERO TO WS-BEST-INDEX
           MOVE ZERO TO WS-BEST-VALUE
           PERFORM 0420-SCAN-FOR-BEST
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           IF WS-BEST-INDEX > ZERO
               ADD 1 TO WS-RANK-NUMBER
               PERFORM 0430-CLASS-RANKED-PART
               SET WS-PT-RANKED(WS-BEST-INDEX) TO TRUE
           END-IF.

       0420-SCAN-FOR-BEST.
           IF WS-PT-NOT-RANKED(WS-PART-TABLE-INDEX)
              AND WS-PT-USAGE-VALUE(WS-PART-TABLE-INDEX)
                 > WS-BEST-VALUE
               MOVE WS-PART-TABLE-INDEX TO WS-BEST-INDEX
               MOVE WS-PT-USAGE-VALUE(WS-PART-TABLE-INDEX)
                  TO WS-BEST-VALUE
           END-IF.

       0430-CLASS-RANKED-PART.
      *The class goes by the running total before this part is
      *added, so the single biggest part is always an A even when
      *it carries more than the whole A share on its own.
           COMPUTE WS-CUMULATIVE-PERCENT
              = WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
           EVALUATE TRUE
               WHEN WS-CUMULATIVE-PERCENT < WS-CLASS-A-PERCENT
                   MOVE 'A' TO WS-PT-CLASS(WS-BEST-INDEX)
               WHEN WS-CUMULATIVE-PERCENT < WS-CLASS-B-PERCENT
                   MOVE 'B' TO WS-PT-CLASS(WS-BEST-INDEX)
               WHEN OTHER
                   MOVE 'C' TO WS-PT-CLASS(WS-BEST-INDEX)
           END-EVALUATE
           ADD WS-PT-USAGE-VALUE(WS-BEST-INDEX)
              TO WS-CUMULATIVE-VALUE
           COMPUTE WS-CUMULATIVE-PERCENT
              = WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
           MOVE WS-RANK-NUMBER TO WS-DL-RANK
           MOVE WS-PT-PART-NUMBER(WS-BEST-INDEX) TO WS-DL-PART-NUMBER
           MOVE WS-PT-PART-NAME(WS-BEST-INDEX) TO WS-DL-PART-NAME
           MOVE WS-PT-QTY-OUT(WS-BEST-INDEX) TO WS-DL-QTY-OUT
           MOVE WS-PT-USAGE-VALUE(WS-BEST-INDEX) TO WS-DL-USAGE-VALUE
           MOVE WS-CUMULATIVE-PERCENT TO WS-DL-CUM-PERCENT
           MOVE WS-PT-CLASS(WS-BEST-INDEX) TO WS-DL-CLASS
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-DETAIL-LINE.

       0500-WRITE-SCHEDULE.
      *The schedule is rewritten whole, one row per part on the
      *master in part-number order.  Parts gone from the master
      *drop off; the last-counted dates of everything else ride
      *across from the old schedule.
           OPEN OUTPUT COUNT-SCHEDULE-FILE
           PERFORM 0510-WRITE-SCHEDULE-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           CLOSE COUNT-SCHEDULE-FILE.

       0510-WRITE-SCHEDULE-ENTRY.
           PERFORM 0520-FIND-OLD-SCHEDULE
           IF WS-SCHEDULE-NOT-FOUND
               MOVE ZEROS TO WS-SCHEDULE-RECORD
               MOVE WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
                  TO WS-CSC-PART-NUMBER
           END-IF
           MOVE WS-PT-CLASS(WS-PART-TABLE-INDEX) TO WS-CSC-CLASS
           MOVE WS-PT-USAGE-VALUE(WS-PART-TABLE-INDEX)
              TO WS-CSC-USAGE-VALUE
           MOVE WS-TODAY-DATE TO WS-CSC-CLASSIFIED-DATE
           EVALUATE TRUE
               WHEN WS-CSC-CLASS-A
                   MOVE WS-CLASS-A-FREQUENCY TO WS-CSC-FREQUENCY-DAYS
                   ADD 1 TO WS-CLASS-A-COUNT
                   ADD WS-CSC-USAGE-VALUE TO WS-CLASS-A-VALUE
               WHEN WS-CSC-CLASS-B
                   MOVE WS-CLASS-B-FREQUENCY TO WS-CSC-FREQUENCY-DAYS
                   ADD 1 TO WS-CLASS-B-COUNT
                   ADD WS-CSC-USAGE-VALUE TO WS-CLASS-B-VALUE
               WHEN OTHER
                   MOVE WS-CLASS-C-FREQUENCY TO WS-CSC-FREQUENCY-DAYS
                   ADD 1 TO WS-CLASS-C-COUNT
                   ADD WS-CSC-USAGE-VALUE TO WS-CLASS-C-VALUE
                   IF WS-CSC-USAGE-VALUE = ZERO
                       ADD 1 TO WS-NO-USAGE-COUNT
                   END-IF
           END-EVALUATE
           MOVE WS-SCHEDULE-RECORD TO COUNT-SCHEDULE-RECORD
           WRITE COUNT-SCHEDULE-RECORD
           END-WRITE.

       0520-FIND-OLD-SCHEDULE.
           SET WS-SCHEDULE-NOT-FOUND TO TRUE
           PERFORM 0521-COMPARE-OLD-SCHEDULE
              VARYING WS-OLD-SCHEDULE-INDEX FROM 1 BY 1
              UNTIL WS-OLD-SCHEDULE-INDEX > WS-OLD-SCHEDULE-COUNT
                 OR WS-SCHEDULE-FOUND.

       0521-COMPARE-OLD-SCHEDULE.
           MOVE WS-OLD-SCHEDULE-ENTRY(WS-OLD-SCHEDULE-INDEX)
              TO WS-SCHEDULE-RECORD
           IF WS-CSC-PART-NUMBER
                 = WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
               SET WS-SCHEDULE-FOUND TO TRUE
           END-IF.

       0550-PRINT-SUMMARY.
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-SUMMARY-HEADER
           WRITE CLASSIFICATION-REPORT-RECORD
              FROM WS-SUMMARY-COLUMN-LINE
           MOVE 'A' TO WS-SL-CLASS
           MOVE WS-CLASS-A-COUNT TO WS-SL-PART-COUNT
           MOVE WS-CLASS-A-VALUE TO WS-SL-USAGE-VALUE
           MOVE WS-CLASS-A-FREQUENCY TO WS-SL-FREQUENCY
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'B' TO WS-SL-CLASS
           MOVE WS-CLASS-B-COUNT TO WS-SL-PART-COUNT
           MOVE WS-CLASS-B-VALUE TO WS-SL-USAGE-VALUE
           MOVE WS-CLASS-B-FREQUENCY TO WS-SL-FREQUENCY
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'C' TO WS-SL-CLASS
           MOVE WS-CLASS-C-COUNT TO WS-SL-PART-COUNT
           MOVE WS-CLASS-C-VALUE TO WS-SL-USAGE-VALUE
           MOVE WS-CLASS-C-FREQUENCY TO WS-SL-FREQUENCY
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-SUMMARY-LINE
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-NO-USAGE-COUNT TO WS-NU-COUNT
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-NO-USAGE-LINE
           MOVE WS-TOTAL-USAGE-VALUE TO WS-TL-USAGE-VALUE
           WRITE CLASSIFICATION-REPORT-RECORD FROM WS-TOTAL-LINE.

       0600-TERMINATE.
           CLOSE MOVEMENT-HISTORY-FILE
           CLOSE CLASSIFICATION-REPORT-FILE.

       0810-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.
