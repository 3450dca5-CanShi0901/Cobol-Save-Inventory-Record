       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARE-INVENTORY-SNAPSHOTS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reads back the month-end snapshots SNAPSHOT-INVENTORY-MASTER
      *appends and compares any two months the operator names, part
      *by part under each supplier: the change in on-hand, average
      *cost and extended value, with the value change split into
      *what the quantity moved and what the cost moved.  Parts that
      *appeared, went obsolete or dropped off between the two are
      *listed apart, and a closing page gives total value and turns
      *for the twelve months ending with the later one - the trend
      *line management has been building by hand.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO 'INVSNAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Each month's issues, for the turns column - valued the same
      *way the ABC run values usage, at average cost.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Supplier names for the group headers.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE ASSIGN TO 'SUPFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT SNAPSHOT-COMPARISON-FILE ASSIGN TO 'SNAPCMP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD PIC X(107).

       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       FD SNAPSHOT-COMPARISON-FILE.
       01 SNAPSHOT-COMPARISON-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *A snapshot row is the master record as it stood, stamped
      *with the date the snapshot was cut.
       01 WS-SNAPSHOT-ROW.
           05 WS-SNP-DATE PIC 9(8).
           05 WS-SNP-MASTER-RECORD PIC X(99).

       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-SUPPLIER-RECORD.
           COPY SUPMAST.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

       01 WS-SUPPLIER-TABLE.
           05 WS-SUP-ENTRY PIC X(45) OCCURS 999 TIMES.
       01 WS-SUPPLIER-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SUPPLIER-TABLE-INDEX PIC 9(3) COMP.

       01 WS-SUPPLIER-FOUND-SWITCH PIC A(1).
           88 WS-SUPPLIER-FOUND VALUE 'Y'.
           88 WS-SUPPLIER-NOT-FOUND VALUE 'N'.

      *The two months to compare, keyed as YYYYMM.  A month can
      *hold more than one snapshot when the month-end job was
      *rerun; the latest one cut in the month is the one used.
       01 WS-FROM-MONTH PIC 9(6).
       01 WS-TO-MONTH PIC 9(6).
       01 WS-FROM-SNAPSHOT-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-SNAPSHOT-DATE PIC 9(8) VALUE ZERO.

       01 WS-MONTHS-VALID-SWITCH PIC A(1).
           88 WS-MONTHS-VALID VALUE 'Y'.
           88 WS-MONTHS-NOT-VALID VALUE 'N'.

       01 WS-SNAPSHOTS-FOUND-SWITCH PIC A(1).
           88 WS-SNAPSHOTS-FOUND VALUE 'Y'.
           88 WS-SNAPSHOTS-NOT-FOUND VALUE 'N'.

      *Steps a month back at a time from the later month to fill
      *the twelve-month summary table.
       01 WS-WORK-MONTH.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MM PIC 9(2).
       01 WS-WORK-MONTH-NUMBER REDEFINES WS-WORK-MONTH PIC 9(6).

      *The twelve months ending with the later compare month, oldest
      *first: the snapshot used for each, what it was worth, and
      *what was issued over the month.
       01 WS-MONTH-TABLE.
           03 WS-MONTH-ENTRY OCCURS 12 TIMES.
               04 WS-MT-MONTH PIC 9(6).
               04 WS-MT-SNAPSHOT-DATE PIC 9(8).
               04 WS-MT-PART-COUNT PIC 9(5) COMP.
               04 WS-MT-TOTAL-VALUE PIC 9(13)V99 COMP-3.
               04 WS-MT-USAGE-VALUE PIC 9(13)V99 COMP-3.
       01 WS-MONTH-TABLE-INDEX PIC 9(2) COMP.
       01 WS-MONTH-MATCH-INDEX PIC 9(2) COMP.

       01 WS-MONTH-FOUND-SWITCH PIC A(1).
           88 WS-MONTH-FOUND VALUE 'Y'.
           88 WS-MONTH-NOT-FOUND VALUE 'N'.

      *One entry per part seen on either compare snapshot or on any
      *snapshot in the twelve months: each compare side as it
      *stood, and the average cost off the latest snapshot the part
      *was on, which is what a month's issues are valued at.
       01 WS-PART-TABLE.
           03 WS-PART-ENTRY OCCURS 9999 TIMES.
               04 WS-PT-PART-NUMBER PIC 9(9).
               04 WS-PT-PART-NAME PIC X(20).
               04 WS-PT-SUPPLIER-CODE PIC X(5).
               04 WS-PT-FROM-QTY PIC 9(7).
               04 WS-PT-FROM-COST PIC 9(5)V99.
               04 WS-PT-FROM-STATUS PIC X(1).
               04 WS-PT-TO-QTY PIC 9(7).
               04 WS-PT-TO-COST PIC 9(5)V99.
               04 WS-PT-TO-STATUS PIC X(1).
               04 WS-PT-COST-DATE PIC 9(8).
               04 WS-PT-LATEST-COST PIC 9(5)V99.
               04 WS-PT-IN-FROM-SWITCH PIC A(1).
                   88 WS-PT-IN-FROM VALUE 'Y'.
                   88 WS-PT-NOT-IN-FROM VALUE 'N'.
               04 WS-PT-IN-TO-SWITCH PIC A(1).
                   88 WS-PT-IN-TO VALUE 'Y'.
                   88 WS-PT-NOT-IN-TO VALUE 'N'.
               04 WS-PT-PRINTED-SWITCH PIC A(1).
                   88 WS-PT-PRINTED VALUE 'Y'.
                   88 WS-PT-NOT-PRINTED VALUE 'N'.
       01 WS-PART-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PART-TABLE-INDEX PIC 9(4) COMP.
       01 WS-PART-SCAN-INDEX PIC 9(4) COMP.
       01 WS-PART-MATCH-INDEX PIC 9(4) COMP.

       01 WS-PART-FOUND-SWITCH PIC A(1).
           88 WS-PART-FOUND VALUE 'Y'.
           88 WS-PART-NOT-FOUND VALUE 'N'.

      *Per-part figures for the comparison.  A part on only one
      *side takes the other side's cost for the split, so a part
      *that appeared or dropped off is all quantity effect - its
      *cost did not change, it arrived or left.
       01 WS-SPLIT-FROM-COST PIC 9(5)V99.
       01 WS-SPLIT-TO-COST PIC 9(5)V99.
       01 WS-QTY-CHANGE PIC S9(8) COMP-3.
       01 WS-COST-CHANGE PIC S9(5)V99 COMP-3.
       01 WS-FROM-VALUE PIC 9(13)V99 COMP-3.
       01 WS-TO-VALUE PIC 9(13)V99 COMP-3.
       01 WS-VALUE-CHANGE PIC S9(13)V99 COMP-3.
       01 WS-QTY-EFFECT PIC S9(13)V99 COMP-3.
       01 WS-COST-EFFECT PIC S9(13)V99 COMP-3.

       01 WS-GROUP-SUPPLIER-CODE PIC X(5).
       01 WS-SUPPLIER-TOTALS.
           05 WS-ST-PART-COUNT PIC 9(5) COMP.
           05 WS-ST-FROM-VALUE PIC 9(13)V99 COMP-3.
           05 WS-ST-TO-VALUE PIC 9(13)V99 COMP-3.
           05 WS-ST-VALUE-CHANGE PIC S9(13)V99 COMP-3.
           05 WS-ST-QTY-EFFECT PIC S9(13)V99 COMP-3.
           05 WS-ST-COST-EFFECT PIC S9(13)V99 COMP-3.
       01 WS-GRAND-TOTALS.
           05 WS-GT-PART-COUNT PIC 9(5) COMP VALUE ZERO.
           05 WS-GT-FROM-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 WS-GT-TO-VALUE PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 WS-GT-VALUE-CHANGE PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-GT-QTY-EFFECT PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-GT-COST-EFFECT PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-LIST-COUNT PIC 9(5) COMP.
       01 WS-TURNS PIC 9(5)V99 COMP-3.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE 'INVENTORY SNAPSHOT COMPARISON'.
           05 WS-HDG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-HDG-TO-DATE PIC 9(8).

       01 WS-SUPPLIER-LINE.
           05 FILLER PIC X(10) VALUE 'SUPPLIER: '.
           05 WS-SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SUPPLIER-NAME PIC X(28).

       01 WS-COLUMN-LINE-1.
           05 FILLER PIC X(10) VALUE 'PART NO.'.
           05 FILLER PIC X(20) VALUE 'PART NAME'.
           05 FILLER PIC X(8) VALUE 'FROM QTY'.
           05 FILLER PIC X(8) VALUE '  TO QTY'.
           05 FILLER PIC X(9) VALUE '  QTY CHG'.
           05 FILLER PIC X(9) VALUE 'FROM COST'.
           05 FILLER PIC X(9) VALUE '  TO COST'.

       01 WS-COLUMN-LINE-2.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE '    FROM VALUE'.
           05 FILLER PIC X(14) VALUE '      TO VALUE'.
           05 FILLER PIC X(15) VALUE '   VALUE CHANGE'.
           05 FILLER PIC X(15) VALUE '     QTY EFFECT'.
           05 FILLER PIC X(15) VALUE '    COST EFFECT'.

       01 WS-DETAIL-LINE-1.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-PART-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-FROM-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-TO-QTY PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-QTY-CHANGE PIC +++++++9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-FROM-COST PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-TO-COST PIC ZZZZ9.99.

      *The value line under each part, and under each supplier
      *and the grand total.
       01 WS-DETAIL-LINE-2.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-FROM-VALUE PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-TO-VALUE PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-VALUE-CHANGE PIC ++++++++++9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-QTY-EFFECT PIC ++++++++++9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-COST-EFFECT PIC ++++++++++9.99.

       01 WS-TOTAL-LABEL-LINE.
           05 WS-TL-LABEL PIC X(20).
           05 WS-TL-PART-COUNT PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE ' PARTS'.

       01 WS-LIST-HEADER PIC X(80).

       01 WS-LIST-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'PART NO.'.
           05 FILLER PIC X(21) VALUE 'PART NAME'.
           05 FILLER PIC X(10) VALUE 'SUPPLIER'.
           05 FILLER PIC X(7) VALUE '    QTY'.
           05 FILLER PIC X(15) VALUE '          VALUE'.

       01 WS-LIST-LINE.
           05 WS-LL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-PART-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-LL-QUANTITY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-VALUE PIC ZZZZZZZZZZ9.99.

       01 WS-NONE-LINE PIC X(80) VALUE '  NONE'.

       01 WS-SUMMARY-HEADER PIC X(80)
          VALUE 'TWELVE-MONTH SUMMARY - MONTH-END VALUE AND TURNS'.

       01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE 'MONTH'.
           05 FILLER PIC X(10) VALUE 'SNAPSHOT'.
           05 FILLER PIC X(5) VALUE 'PARTS'.
           05 FILLER PIC X(17) VALUE '      TOTAL VALUE'.
           05 FILLER PIC X(17) VALUE '      USAGE VALUE'.
           05 FILLER PIC X(10) VALUE '     TURNS'.

       01 WS-SUMMARY-LINE.
           05 WS-SM-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-SNAPSHOT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-PART-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-TOTAL-VALUE PIC ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-USAGE-VALUE PIC ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-TURNS PIC ZZZZ9.99.

       01 WS-SUMMARY-NOTE-LINE PIC X(80)
          VALUE '  TURNS = MONTH USAGE VALUE X 12 / MONTH-END VALUE'.

       01 WS-MISSING-LINE.
           05 FILLER PIC X(34)
              VALUE '  NO SNAPSHOT ON FILE FOR MONTH '.
           05 WS-ML-MONTH PIC 9(6).

       01 WS-INVALID-LINE PIC X(80)
          VALUE '  MONTHS MUST BE YYYYMM AND FROM BEFORE TO'.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-COMPARE-INVENTORY-SNAPSHOTS.
           PERFORM 0200-INITIALIZE
           IF WS-MONTHS-VALID
               PERFORM 0300-FIND-SNAPSHOT-DATES
               PERFORM 0400-LOAD-SNAPSHOTS
               PERFORM 0500-VALUE-USAGE
               IF WS-SNAPSHOTS-FOUND
                   PERFORM 0600-PRINT-COMPARISON
                   PERFORM 0700-PRINT-PART-LISTS
               END-IF
               PERFORM 0750-PRINT-TWELVE-MONTH-SUMMARY
           END-IF
           PERFORM 0900-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           DISPLAY 'ENTER FROM MONTH (YYYYMM)'
              LINE 1 COLUMN 5
           ACCEPT WS-FROM-MONTH
              LINE 1 COLUMN 45
           DISPLAY 'ENTER TO MONTH (YYYYMM)'
              LINE 2 COLUMN 5
           ACCEPT WS-TO-MONTH
              LINE 2 COLUMN 45
           OPEN OUTPUT SNAPSHOT-COMPARISON-FILE
           SET WS-MONTHS-VALID TO TRUE
           MOVE WS-FROM-MONTH TO WS-WORK-MONTH-NUMBER
           IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
               SET WS-MONTHS-NOT-VALID TO TRUE
           END-IF
           MOVE WS-TO-MONTH TO WS-WORK-MONTH-NUMBER
           IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
               SET WS-MONTHS-NOT-VALID TO TRUE
           END-IF
           IF WS-FROM-MONTH NOT < WS-TO-MONTH
               SET WS-MONTHS-NOT-VALID TO TRUE
           END-IF
           IF WS-MONTHS-NOT-VALID
               WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-INVALID-LINE
               DISPLAY 'INVALID MONTHS - FROM ' WS-FROM-MONTH
                  ' TO ' WS-TO-MONTH
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0220-LOAD-SUPPLIER-TABLE
               PERFORM 0230-BUILD-MONTH-TABLE
           END-IF.

       0220-LOAD-SUPPLIER-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SUPPLIER-MASTER-FILE
           PERFORM 0221-READ-SUPPLIER-RECORD
           PERFORM 0222-STORE-SUPPLIER-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE SUPPLIER-MASTER-FILE.

       0221-READ-SUPPLIER-RECORD.
           READ SUPPLIER-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0222-STORE-SUPPLIER-RECORD.
           ADD 1 TO WS-SUPPLIER-TABLE-COUNT
           MOVE SUPPLIER-MASTER-RECORD
              TO WS-SUP-ENTRY(WS-SUPPLIER-TABLE-COUNT)
           PERFORM 0221-READ-SUPPLIER-RECORD.

      *Filled from the later month backwards, so entry 12 is the
      *later compare month and entry 1 the month eleven before it.
       0230-BUILD-MONTH-TABLE.
           MOVE WS-TO-MONTH TO WS-WORK-MONTH-NUMBER
           PERFORM 0231-STORE-MONTH-ENTRY
              VARYING WS-MONTH-TABLE-INDEX FROM 12 BY -1
              UNTIL WS-MONTH-TABLE-INDEX < 1.

       0231-STORE-MONTH-ENTRY.
           MOVE WS-WORK-MONTH-NUMBER
              TO WS-MT-MONTH(WS-MONTH-TABLE-INDEX)
           MOVE ZERO TO WS-MT-SNAPSHOT-DATE(WS-MONTH-TABLE-INDEX)
           MOVE ZERO TO WS-MT-PART-COUNT(WS-MONTH-TABLE-INDEX)
           MOVE ZERO TO WS-MT-TOTAL-VALUE(WS-MONTH-TABLE-INDEX)
           MOVE ZERO TO WS-MT-USAGE-VALUE(WS-MONTH-TABLE-INDEX)
           IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

      *First pass: the latest snapshot cut in each month wanted.
       0300-FIND-SNAPSHOT-DATES.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SNAPSHOT-FILE
           PERFORM 0810-READ-SNAPSHOT-RECORD
           PERFORM 0310-NOTE-SNAPSHOT-DATE
              UNTIL WS-END-OF-FILE
           CLOSE SNAPSHOT-FILE
           MOVE WS-MT-SNAPSHOT-DATE(12) TO WS-TO-SNAPSHOT-DATE
           SET WS-SNAPSHOTS-FOUND TO TRUE
           IF WS-FROM-SNAPSHOT-DATE = ZERO
               SET WS-SNAPSHOTS-NOT-FOUND TO TRUE
               MOVE WS-FROM-MONTH TO WS-ML-MONTH
               WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-MISSING-LINE
           END-IF
           IF WS-TO-SNAPSHOT-DATE = ZERO
               SET WS-SNAPSHOTS-NOT-FOUND TO TRUE
               MOVE WS-TO-MONTH TO WS-ML-MONTH
               WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-MISSING-LINE
           END-IF
           IF WS-SNAPSHOTS-NOT-FOUND
               DISPLAY 'SNAPSHOT MISSING - COMPARISON NOT PRINTED'
               MOVE 4 TO RETURN-CODE
           END-IF.

       0310-NOTE-SNAPSHOT-DATE.
           IF WS-SNP-DATE(1:6) = WS-FROM-MONTH
              AND WS-SNP-DATE > WS-FROM-SNAPSHOT-DATE
               MOVE WS-SNP-DATE TO WS-FROM-SNAPSHOT-DATE
           END-IF
           PERFORM 0320-FIND-MONTH-ENTRY
           IF WS-MONTH-FOUND
              AND WS-SNP-DATE
                 > WS-MT-SNAPSHOT-DATE(WS-MONTH-MATCH-INDEX)
               MOVE WS-SNP-DATE
                  TO WS-MT-SNAPSHOT-DATE(WS-MONTH-MATCH-INDEX)
           END-IF
           PERFORM 0810-READ-SNAPSHOT-RECORD.

      *Shared by both snapshot passes and the history pass - the
      *month of the date in WS-WORK-MONTH-NUMBER.
       0320-FIND-MONTH-ENTRY.
           SET WS-MONTH-NOT-FOUND TO TRUE
           PERFORM 0321-COMPARE-MONTH-ENTRY
              VARYING WS-MONTH-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-MONTH-TABLE-INDEX > 12
                 OR WS-MONTH-FOUND.

       0321-COMPARE-MONTH-ENTRY.
           IF WS-MT-MONTH(WS-MONTH-TABLE-INDEX)
                 = WS-WORK-MONTH-NUMBER
               SET WS-MONTH-FOUND TO TRUE
               MOVE WS-MONTH-TABLE-INDEX TO WS-MONTH-MATCH-INDEX
           END-IF.

      *Second pass: the two compare sides, each month's total
      *value, and each part's latest average cost.
       0400-LOAD-SNAPSHOTS.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SNAPSHOT-FILE
           PERFORM 0810-READ-SNAPSHOT-RECORD
           PERFORM 0410-PROCESS-SNAPSHOT-ROW
              UNTIL WS-END-OF-FILE
           CLOSE SNAPSHOT-FILE.

       0410-PROCESS-SNAPSHOT-ROW.
           MOVE WS-SNP-MASTER-RECORD TO WS-INVENTORY-RECORD
           PERFORM 0320-FIND-MONTH-ENTRY
           IF WS-MONTH-FOUND
              AND WS-SNP-DATE
                 NOT = WS-MT-SNAPSHOT-DATE(WS-MONTH-MATCH-INDEX)
               SET WS-MONTH-NOT-FOUND TO TRUE
           END-IF
           IF WS-MONTH-FOUND
               ADD 1 TO WS-MT-PART-COUNT(WS-MONTH-MATCH-INDEX)
               COMPUTE WS-MT-TOTAL-VALUE(WS-MONTH-MATCH-INDEX)
                  = WS-MT-TOTAL-VALUE(WS-MONTH-MATCH-INDEX)
                    + WS-QUANTITY-ON-HAND * WS-UNIT-PRICE
           END-IF
           IF WS-MONTH-FOUND
              OR WS-SNP-DATE = WS-FROM-SNAPSHOT-DATE
               PERFORM 0420-FIND-PART-ENTRY
               IF WS-PART-NOT-FOUND
                   PERFORM 0425-ADD-PART-ENTRY
               END-IF
               IF WS-PART-FOUND
                   PERFORM 0430-STORE-SNAPSHOT-SIDE
               END-IF
           END-IF
           PERFORM 0810-READ-SNAPSHOT-RECORD.

       0420-FIND-PART-ENTRY.
           SET WS-PART-NOT-FOUND TO TRUE
           PERFORM 0421-COMPARE-PART-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
                 OR WS-PART-FOUND.

       0421-COMPARE-PART-ENTRY.
           IF WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX) = WS-PART-NUMBER
               SET WS-PART-FOUND TO TRUE
               MOVE WS-PART-TABLE-INDEX TO WS-PART-MATCH-INDEX
           END-IF.

       0425-ADD-PART-ENTRY.
           IF WS-PART-TABLE-COUNT >= 9999
               DISPLAY 'PART TABLE FULL - PART ' WS-PART-NUMBER
                  ' NOT COMPARED'
           ELSE
               ADD 1 TO WS-PART-TABLE-COUNT
               MOVE WS-PART-TABLE-COUNT TO WS-PART-MATCH-INDEX
               MOVE WS-PART-NUMBER
                  TO WS-PT-PART-NUMBER(WS-PART-MATCH-INDEX)
               MOVE WS-PART-NAME TO WS-PT-PART-NAME(WS-PART-MATCH-INDEX)
               MOVE WS-SUPPLIER-CODE
                  TO WS-PT-SUPPLIER-CODE(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-FROM-QTY(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-FROM-COST(WS-PART-MATCH-INDEX)
               MOVE SPACE TO WS-PT-FROM-STATUS(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-TO-QTY(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-TO-COST(WS-PART-MATCH-INDEX)
               MOVE SPACE TO WS-PT-TO-STATUS(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-COST-DATE(WS-PART-MATCH-INDEX)
               MOVE ZERO TO WS-PT-LATEST-COST(WS-PART-MATCH-INDEX)
               SET WS-PT-NOT-IN-FROM(WS-PART-MATCH-INDEX) TO TRUE
               SET WS-PT-NOT-IN-TO(WS-PART-MATCH-INDEX) TO TRUE
               SET WS-PT-NOT-PRINTED(WS-PART-MATCH-INDEX) TO TRUE
               SET WS-PART-FOUND TO TRUE
           END-IF.

       0430-STORE-SNAPSHOT-SIDE.
      *The later snapshot's name and supplier win, so a part that
      *changed supplier between the two is grouped under the one
      *it is bought from now.
           IF WS-SNP-DATE = WS-FROM-SNAPSHOT-DATE
               MOVE WS-QUANTITY-ON-HAND
                  TO WS-PT-FROM-QTY(WS-PART-MATCH-INDEX)
               MOVE WS-UNIT-PRICE
                  TO WS-PT-FROM-COST(WS-PART-MATCH-INDEX)
               MOVE WS-PART-STATUS
                  TO WS-PT-FROM-STATUS(WS-PART-MATCH-INDEX)
               SET WS-PT-IN-FROM(WS-PART-MATCH-INDEX) TO TRUE
           END-IF
           IF WS-SNP-DATE = WS-TO-SNAPSHOT-DATE
               MOVE WS-QUANTITY-ON-HAND
                  TO WS-PT-TO-QTY(WS-PART-MATCH-INDEX)
               MOVE WS-UNIT-PRICE
                  TO WS-PT-TO-COST(WS-PART-MATCH-INDEX)
               MOVE WS-PART-STATUS
                  TO WS-PT-TO-STATUS(WS-PART-MATCH-INDEX)
               MOVE WS-PART-NAME TO WS-PT-PART-NAME(WS-PART-MATCH-INDEX)
               MOVE WS-SUPPLIER-CODE
                  TO WS-PT-SUPPLIER-CODE(WS-PART-MATCH-INDEX)
               SET WS-PT-IN-TO(WS-PART-MATCH-INDEX) TO TRUE
           END-IF
           IF WS-SNP-DATE > WS-PT-COST-DATE(WS-PART-MATCH-INDEX)
               MOVE WS-SNP-DATE TO WS-PT-COST-DATE(WS-PART-MATCH-INDEX)
               MOVE WS-UNIT-PRICE
                  TO WS-PT-LATEST-COST(WS-PART-MATCH-INDEX)
           END-IF.

      *Third pass: each month's issues, valued at the part's latest
      *snapshot cost.  Stock sent back to a supplier was never
      *used, so return rows are left out the same way the ABC run
      *leaves them out.  History moved off by the archive run is
      *gone from this file, so a month older than the archive
      *cut-off shows no usage.
       0500-VALUE-USAGE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0820-READ-HISTORY-RECORD
           PERFORM 0510-PROCESS-HISTORY-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE MOVEMENT-HISTORY-FILE.

       0510-PROCESS-HISTORY-RECORD.
           IF NOT WS-HST-VENDOR-RETURN
              AND WS-HST-QTY-OUT > ZERO
               MOVE WS-HST-DATE(1:6) TO WS-WORK-MONTH-NUMBER
               PERFORM 0320-FIND-MONTH-ENTRY
               IF WS-MONTH-FOUND
                   MOVE WS-HST-PART-NUMBER TO WS-PART-NUMBER
                   PERFORM 0420-FIND-PART-ENTRY
                   IF WS-PART-FOUND
                       COMPUTE WS-MT-USAGE-VALUE(WS-MONTH-MATCH-INDEX)
                          = WS-MT-USAGE-VALUE(WS-MONTH-MATCH-INDEX)
                            + WS-HST-QTY-OUT
                            * WS-PT-LATEST-COST(WS-PART-MATCH-INDEX)
                   END-IF
               END-IF
           END-IF
           PERFORM 0820-READ-HISTORY-RECORD.

      *One group per supplier, in the order each first appears in
      *the part table: the first unprinted part names the group and
      *every part for the same supplier prints under it - same
      *table-then-group pattern as the debit memos.
       0600-PRINT-COMPARISON.
           MOVE WS-FROM-SNAPSHOT-DATE TO WS-HDG-FROM-DATE
           MOVE WS-TO-SNAPSHOT-DATE TO WS-HDG-TO-DATE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-HEADING-LINE-1
           PERFORM 0610-PRINT-ONE-SUPPLIER
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-BLANK-LINE
           MOVE 'TOTAL ALL SUPPLIERS' TO WS-TL-LABEL
           MOVE WS-GT-PART-COUNT TO WS-TL-PART-COUNT
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-TOTAL-LABEL-LINE
           MOVE WS-GT-FROM-VALUE TO WS-DL-FROM-VALUE
           MOVE WS-GT-TO-VALUE TO WS-DL-TO-VALUE
           MOVE WS-GT-VALUE-CHANGE TO WS-DL-VALUE-CHANGE
           MOVE WS-GT-QTY-EFFECT TO WS-DL-QTY-EFFECT
           MOVE WS-GT-COST-EFFECT TO WS-DL-COST-EFFECT
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-DETAIL-LINE-2.

      *Parts picked up only from the twelve-month snapshots are on
      *neither compare side and are skipped.
       0610-PRINT-ONE-SUPPLIER.
           IF WS-PT-NOT-PRINTED(WS-PART-TABLE-INDEX)
              AND (WS-PT-IN-FROM(WS-PART-TABLE-INDEX)
                 OR WS-PT-IN-TO(WS-PART-TABLE-INDEX))
               MOVE WS-PT-SUPPLIER-CODE(WS-PART-TABLE-INDEX)
                  TO WS-GROUP-SUPPLIER-CODE
               MOVE ZERO TO WS-ST-PART-COUNT
               MOVE ZERO TO WS-ST-FROM-VALUE
               MOVE ZERO TO WS-ST-TO-VALUE
               MOVE ZERO TO WS-ST-VALUE-CHANGE
               MOVE ZERO TO WS-ST-QTY-EFFECT
               MOVE ZERO TO WS-ST-COST-EFFECT
               PERFORM 0640-PRINT-SUPPLIER-HEADER
               PERFORM 0620-PRINT-SUPPLIER-PART
                  VARYING WS-PART-SCAN-INDEX FROM 1 BY 1
                  UNTIL WS-PART-SCAN-INDEX > WS-PART-TABLE-COUNT
               MOVE 'SUPPLIER TOTAL' TO WS-TL-LABEL
               MOVE WS-ST-PART-COUNT TO WS-TL-PART-COUNT
               WRITE SNAPSHOT-COMPARISON-RECORD
                  FROM WS-TOTAL-LABEL-LINE
               MOVE WS-ST-FROM-VALUE TO WS-DL-FROM-VALUE
               MOVE WS-ST-TO-VALUE TO WS-DL-TO-VALUE
               MOVE WS-ST-VALUE-CHANGE TO WS-DL-VALUE-CHANGE
               MOVE WS-ST-QTY-EFFECT TO WS-DL-QTY-EFFECT
               MOVE WS-ST-COST-EFFECT TO WS-DL-COST-EFFECT
               WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-DETAIL-LINE-2
           END-IF.

       0620-PRINT-SUPPLIER-PART.
           IF WS-PT-NOT-PRINTED(WS-PART-SCAN-INDEX)
              AND (WS-PT-IN-FROM(WS-PART-SCAN-INDEX)
                 OR WS-PT-IN-TO(WS-PART-SCAN-INDEX))
              AND WS-PT-SUPPLIER-CODE(WS-PART-SCAN-INDEX)
                  = WS-GROUP-SUPPLIER-CODE
               PERFORM 0650-PRINT-PART-DETAIL
               SET WS-PT-PRINTED(WS-PART-SCAN-INDEX) TO TRUE
           END-IF.

       0640-PRINT-SUPPLIER-HEADER.
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-BLANK-LINE
           MOVE WS-GROUP-SUPPLIER-CODE TO WS-SL-SUPPLIER-CODE
           SET WS-SUPPLIER-NOT-FOUND TO TRUE
           PERFORM 0641-COMPARE-SUPPLIER-ENTRY
              VARYING WS-SUPPLIER-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SUPPLIER-TABLE-INDEX > WS-SUPPLIER-TABLE-COUNT
                 OR WS-SUPPLIER-FOUND
           IF WS-SUPPLIER-FOUND
               MOVE WS-SUP-NAME TO WS-SL-SUPPLIER-NAME
           ELSE
               MOVE '** NOT ON SUPPLIER MASTER **'
                  TO WS-SL-SUPPLIER-NAME
           END-IF
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-SUPPLIER-LINE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-COLUMN-LINE-1
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-COLUMN-LINE-2.

       0641-COMPARE-SUPPLIER-ENTRY.
           MOVE WS-SUP-ENTRY(WS-SUPPLIER-TABLE-INDEX)
              TO WS-SUPPLIER-RECORD
           IF WS-SUP-CODE = WS-GROUP-SUPPLIER-CODE
               SET WS-SUPPLIER-FOUND TO TRUE
           END-IF.

      *Quantity effect is the change in on-hand at the earlier
      *cost; cost effect is the change in cost on the later
      *on-hand.  The two always add back to the value change.
       0650-PRINT-PART-DETAIL.
           MOVE WS-PT-FROM-COST(WS-PART-SCAN-INDEX)
              TO WS-SPLIT-FROM-COST
           MOVE WS-PT-TO-COST(WS-PART-SCAN-INDEX) TO WS-SPLIT-TO-COST
           IF WS-PT-NOT-IN-FROM(WS-PART-SCAN-INDEX)
               MOVE WS-SPLIT-TO-COST TO WS-SPLIT-FROM-COST
           END-IF
           IF WS-PT-NOT-IN-TO(WS-PART-SCAN-INDEX)
               MOVE WS-SPLIT-FROM-COST TO WS-SPLIT-TO-COST
           END-IF
           COMPUTE WS-QTY-CHANGE
              = WS-PT-TO-QTY(WS-PART-SCAN-INDEX)
                - WS-PT-FROM-QTY(WS-PART-SCAN-INDEX)
           COMPUTE WS-COST-CHANGE
              = WS-SPLIT-TO-COST - WS-SPLIT-FROM-COST
           COMPUTE WS-FROM-VALUE
              = WS-PT-FROM-QTY(WS-PART-SCAN-INDEX)
                * WS-PT-FROM-COST(WS-PART-SCAN-INDEX)
           COMPUTE WS-TO-VALUE
              = WS-PT-TO-QTY(WS-PART-SCAN-INDEX)
                * WS-PT-TO-COST(WS-PART-SCAN-INDEX)
           COMPUTE WS-VALUE-CHANGE = WS-TO-VALUE - WS-FROM-VALUE
           COMPUTE WS-QTY-EFFECT = WS-QTY-CHANGE * WS-SPLIT-FROM-COST
           COMPUTE WS-COST-EFFECT
              = WS-COST-CHANGE * WS-PT-TO-QTY(WS-PART-SCAN-INDEX)
           MOVE WS-PT-PART-NUMBER(WS-PART-SCAN-INDEX)
              TO WS-DL-PART-NUMBER
           MOVE WS-PT-PART-NAME(WS-PART-SCAN-INDEX) TO WS-DL-PART-NAME
           MOVE WS-PT-FROM-QTY(WS-PART-SCAN-INDEX) TO WS-DL-FROM-QTY
           MOVE WS-PT-TO-QTY(WS-PART-SCAN-INDEX) TO WS-DL-TO-QTY
           MOVE WS-QTY-CHANGE TO WS-DL-QTY-CHANGE
           MOVE WS-PT-FROM-COST(WS-PART-SCAN-INDEX) TO WS-DL-FROM-COST
           MOVE WS-PT-TO-COST(WS-PART-SCAN-INDEX) TO WS-DL-TO-COST
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-DETAIL-LINE-1
           MOVE WS-FROM-VALUE TO WS-DL-FROM-VALUE
           MOVE WS-TO-VALUE TO WS-DL-TO-VALUE
           MOVE WS-VALUE-CHANGE TO WS-DL-VALUE-CHANGE
           MOVE WS-QTY-EFFECT TO WS-DL-QTY-EFFECT
           MOVE WS-COST-EFFECT TO WS-DL-COST-EFFECT
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-DETAIL-LINE-2
           ADD 1 TO WS-ST-PART-COUNT
           ADD WS-FROM-VALUE TO WS-ST-FROM-VALUE
           ADD WS-TO-VALUE TO WS-ST-TO-VALUE
           ADD WS-VALUE-CHANGE TO WS-ST-VALUE-CHANGE
           ADD WS-QTY-EFFECT TO WS-ST-QTY-EFFECT
           ADD WS-COST-EFFECT TO WS-ST-COST-EFFECT
           ADD 1 TO WS-GT-PART-COUNT
           ADD WS-FROM-VALUE TO WS-GT-FROM-VALUE
           ADD WS-TO-VALUE TO WS-GT-TO-VALUE
           ADD WS-VALUE-CHANGE TO WS-GT-VALUE-CHANGE
           ADD WS-QTY-EFFECT TO WS-GT-QTY-EFFECT
           ADD WS-COST-EFFECT TO WS-GT-COST-EFFECT.

      *Appeared: on the later snapshot only.  Went obsolete: on
      *both, obsolete now and not before - shown at what is still
      *on the shelf.  Dropped off: on the earlier snapshot only,
      *shown at what it was worth then.
       0700-PRINT-PART-LISTS.
           MOVE 'PARTS THAT APPEARED' TO WS-LIST-HEADER
           PERFORM 0705-PRINT-LIST-HEADER
           PERFORM 0710-LIST-APPEARED-PART
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           PERFORM 0706-PRINT-LIST-FOOTER
           MOVE 'PARTS THAT WENT OBSOLETE' TO WS-LIST-HEADER
           PERFORM 0705-PRINT-LIST-HEADER
           PERFORM 0720-LIST-OBSOLETE-PART
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           PERFORM 0706-PRINT-LIST-FOOTER
           MOVE 'PARTS THAT DROPPED OFF THE MASTER' TO WS-LIST-HEADER
           PERFORM 0705-PRINT-LIST-HEADER
           PERFORM 0730-LIST-DROPPED-PART
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
           PERFORM 0706-PRINT-LIST-FOOTER.

       0705-PRINT-LIST-HEADER.
           MOVE ZERO TO WS-LIST-COUNT
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-BLANK-LINE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-LIST-HEADER
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-LIST-COLUMN-LINE.

       0706-PRINT-LIST-FOOTER.
           IF WS-LIST-COUNT = ZERO
               WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-NONE-LINE
           END-IF.

       0710-LIST-APPEARED-PART.
           IF WS-PT-IN-TO(WS-PART-TABLE-INDEX)
              AND WS-PT-NOT-IN-FROM(WS-PART-TABLE-INDEX)
               MOVE WS-PT-TO-QTY(WS-PART-TABLE-INDEX) TO WS-LL-QUANTITY
               COMPUTE WS-LL-VALUE
                  = WS-PT-TO-QTY(WS-PART-TABLE-INDEX)
                    * WS-PT-TO-COST(WS-PART-TABLE-INDEX)
               PERFORM 0740-WRITE-LIST-LINE
           END-IF.

       0720-LIST-OBSOLETE-PART.
           IF WS-PT-IN-TO(WS-PART-TABLE-INDEX)
              AND WS-PT-IN-FROM(WS-PART-TABLE-INDEX)
              AND WS-PT-TO-STATUS(WS-PART-TABLE-INDEX) = 'O'
              AND WS-PT-FROM-STATUS(WS-PART-TABLE-INDEX) NOT = 'O'
               MOVE WS-PT-TO-QTY(WS-PART-TABLE-INDEX) TO WS-LL-QUANTITY
               COMPUTE WS-LL-VALUE
                  = WS-PT-TO-QTY(WS-PART-TABLE-INDEX)
                    * WS-PT-TO-COST(WS-PART-TABLE-INDEX)
               PERFORM 0740-WRITE-LIST-LINE
           END-IF.

       0730-LIST-DROPPED-PART.
           IF WS-PT-IN-FROM(WS-PART-TABLE-INDEX)
              AND WS-PT-NOT-IN-TO(WS-PART-TABLE-INDEX)
               MOVE WS-PT-FROM-QTY(WS-PART-TABLE-INDEX)
                  TO WS-LL-QUANTITY
               COMPUTE WS-LL-VALUE
                  = WS-PT-FROM-QTY(WS-PART-TABLE-INDEX)
                    * WS-PT-FROM-COST(WS-PART-TABLE-INDEX)
               PERFORM 0740-WRITE-LIST-LINE
           END-IF.

       0740-WRITE-LIST-LINE.
           MOVE WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
              TO WS-LL-PART-NUMBER
           MOVE WS-PT-PART-NAME(WS-PART-TABLE-INDEX) TO WS-LL-PART-NAME
           MOVE WS-PT-SUPPLIER-CODE(WS-PART-TABLE-INDEX)
              TO WS-LL-SUPPLIER-CODE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-LIST-LINE
           ADD 1 TO WS-LIST-COUNT.

      *Turns are put at an annual rate - a month's usage times
      *twelve over what was on the shelf at the month end - so a
      *month can be read against the yearly figure purchasing
      *quotes.
       0750-PRINT-TWELVE-MONTH-SUMMARY.
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-BLANK-LINE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-SUMMARY-HEADER
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM 0760-PRINT-MONTH-LINE
              VARYING WS-MONTH-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-MONTH-TABLE-INDEX > 12
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-BLANK-LINE
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-SUMMARY-NOTE-LINE.

       0760-PRINT-MONTH-LINE.
           MOVE WS-MT-MONTH(WS-MONTH-TABLE-INDEX) TO WS-SM-MONTH
           IF WS-MT-SNAPSHOT-DATE(WS-MONTH-TABLE-INDEX) = ZERO
               MOVE 'NONE' TO WS-SM-SNAPSHOT-DATE
           ELSE
               MOVE WS-MT-SNAPSHOT-DATE(WS-MONTH-TABLE-INDEX)
                  TO WS-SM-SNAPSHOT-DATE
           END-IF
           MOVE WS-MT-PART-COUNT(WS-MONTH-TABLE-INDEX)
              TO WS-SM-PART-COUNT
           MOVE WS-MT-TOTAL-VALUE(WS-MONTH-TABLE-INDEX)
              TO WS-SM-TOTAL-VALUE
           MOVE WS-MT-USAGE-VALUE(WS-MONTH-TABLE-INDEX)
              TO WS-SM-USAGE-VALUE
           IF WS-MT-TOTAL-VALUE(WS-MONTH-TABLE-INDEX) = ZERO
               MOVE ZERO TO WS-TURNS
           ELSE
               COMPUTE WS-TURNS ROUNDED
                  = WS-MT-USAGE-VALUE(WS-MONTH-TABLE-INDEX) * 12
                    / WS-MT-TOTAL-VALUE(WS-MONTH-TABLE-INDEX)
                  ON SIZE ERROR
                      MOVE 99999.99 TO WS-TURNS
               END-COMPUTE
           END-IF
           MOVE WS-TURNS TO WS-SM-TURNS
           WRITE SNAPSHOT-COMPARISON-RECORD FROM WS-SUMMARY-LINE.

       0810-READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SNAPSHOT-RECORD TO WS-SNAPSHOT-ROW
                   MOVE WS-SNP-DATE(1:6) TO WS-WORK-MONTH-NUMBER
           END-READ.

       0820-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.

       0900-TERMINATE.
           CLOSE SNAPSHOT-COMPARISON-FILE
           DISPLAY 'PARTS COMPARED: ' WS-GT-PART-COUNT.
