       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-DEBIT-MEMOS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reads the movement history the nightly merge appends and
      *prints one debit memo per supplier for the stock returned to
      *it over an operator-supplied period - quantity and extended
      *cost at the master's average cost - so accounts payable can
      *claim the credit instead of the returns dying on the dock.
      *Only return-to-vendor rows count; their charge-code field
      *carries the supplier the stock went back to.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Part names and average costs for the detail lines.
           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS WS-PART-NUMBER.

      *Supplier names for the memo headers, the same way the
      *suggested-order run groups its orders.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE ASSIGN TO 'SUPFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT DEBIT-MEMO-FILE ASSIGN TO 'DEBITMEM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       FD DEBIT-MEMO-FILE.
       01 DEBIT-MEMO-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-SUPPLIER-RECORD.
           COPY SUPMAST.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *One entry per master part - name and average cost for the
      *detail lines, loaded once at start-up the same way
      *PRINT-DEPARTMENT-USAGE loads its part table.
       01 WS-PART-TABLE.
           03 WS-PART-ENTRY OCCURS 9999 TIMES.
               04 WS-PT-PART-NUMBER PIC 9(9).
               04 WS-PT-PART-NAME PIC X(20).
               04 WS-PT-UNIT-PRICE PIC 9(5)V99.
       01 WS-PART-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PART-TABLE-INDEX PIC 9(4) COMP.
       01 WS-PART-MATCH-INDEX PIC 9(4) COMP.

       01 WS-PART-FOUND-SWITCH PIC A(1).
           88 WS-PART-FOUND VALUE 'Y'.
           88 WS-PART-NOT-FOUND VALUE 'N'.

      *The period's returns, accumulated per supplier and part as
      *the history is read, then walked once per supplier so each
      *memo's parts come out together - same table-then-group
      *pattern as PRINT-DEPARTMENT-USAGE.
       01 WS-RETURN-TABLE.
           03 WS-RETURN-ENTRY OCCURS 999 TIMES.
               04 WS-RT-SUPPLIER-CODE PIC X(5).
               04 WS-RT-PART-NUMBER PIC 9(9).
               04 WS-RT-QUANTITY PIC 9(9) COMP.
               04 WS-RT-PRINTED-SWITCH PIC A(1).
                   88 WS-RT-PRINTED VALUE 'Y'.
                   88 WS-RT-NOT-PRINTED VALUE 'N'.
       01 WS-RETURN-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RETURN-TABLE-INDEX PIC 9(3) COMP.
       01 WS-RETURN-SCAN-INDEX PIC 9(3) COMP.
       01 WS-RETURN-MATCH-INDEX PIC 9(3) COMP.

       01 WS-RETURN-FOUND-SWITCH PIC A(1).
           88 WS-RETURN-FOUND VALUE 'Y'.
           88 WS-RETURN-NOT-FOUND VALUE 'N'.

      *The supplier master, read once at start-up for the memo
      *headers - raw records, same 999-entry sizing as everywhere
      *else it is tabled.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUP-ENTRY PIC X(45) OCCURS 999 TIMES.
       01 WS-SUPPLIER-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SUPPLIER-TABLE-INDEX PIC 9(3) COMP.

      *Returns on or after the from date and on or before the to
      *date count toward the period.
       01 WS-PERIOD-FROM-DATE PIC 9(8).
       01 WS-PERIOD-TO-DATE PIC 9(8).

       01 WS-GROUP-SUPPLIER-CODE PIC X(5).
       01 WS-EXTENDED-COST PIC 9(14)V99.
       01 WS-MEMO-TOTAL-COST PIC 9(14)V99.
       01 WS-MEMO-LINE-COUNT PIC 9(3) COMP.
       01 WS-MEMO-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-GRAND-TOTAL-COST PIC 9(15)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'RETURN TO VENDOR MEMOS'.
           05 FILLER PIC X(7) VALUE 'PERIOD '.
           05 WS-HDG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-HDG-TO-DATE PIC 9(8).

       01 WS-SUPPLIER-LINE.
           05 FILLER PIC X(17) VALUE 'DEBIT MEMO TO:   '.
           05 WS-SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SUPPLIER-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SUPPLIER-CONTACT PIC X(20).

       01 WS-NO-SUPPLIER-LINE.
           05 FILLER PIC X(17) VALUE 'DEBIT MEMO TO:   '.
           05 WS-NS-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28)
              VALUE '** NOT ON SUPPLIER MASTER **'.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE 'PART NO.'.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'PART NAME'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'QTY RETND'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AVG COST'.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'EXT COST'.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-PART-NAME PIC X(20).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DL-QUANTITY PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-UNIT-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-EXTENDED-COST PIC ZZZZZZZZZZZZ9.99.

       01 WS-MEMO-TOTAL-LINE.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'CREDIT CLAIMED.....'.
           05 WS-TL-MEMO-TOTAL PIC ZZZZZZZZZZZZZ9.99.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'TOTAL ALL MEMOS....'.
           05 WS-TL-GRAND-TOTAL PIC ZZZZZZZZZZZZZ9.99.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-NO-RETURN-LINE PIC X(80)
          VALUE '          NO RETURNS TO VENDOR IN THE PERIOD'.

       PROCEDURE DIVISION.

       0100-PRINT-DEBIT-MEMOS.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-HISTORY-RECORD
              UNTIL WS-END-OF-FILE
           PERFORM 0400-PRINT-SUPPLIER-MEMOS
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           DISPLAY 'ENTER PERIOD FROM DATE (YYYYMMDD)'
              LINE 1 COLUMN 5
           ACCEPT WS-PERIOD-FROM-DATE
              LINE 1 COLUMN 45
           DISPLAY 'ENTER PERIOD TO DATE (YYYYMMDD)'
              LINE 2 COLUMN 5
           ACCEPT WS-PERIOD-TO-DATE
              LINE 2 COLUMN 45
           OPEN OUTPUT DEBIT-MEMO-FILE
           PERFORM 0210-LOAD-PART-TABLE
           PERFORM 0220-LOAD-SUPPLIER-TABLE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0810-READ-HISTORY-RECORD
           MOVE WS-PERIOD-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE WS-PERIOD-TO-DATE TO WS-HDG-TO-DATE
           WRITE DEBIT-MEMO-RECORD FROM WS-HEADING-LINE-1.

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
           PERFORM 0211-READ-INVENTORY-RECORD.

       0220-LOAD-SUPPLIER-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SUPPLIER-MASTER-FILE
           PERFORM 0221-READ-SUPPLIER-RECORD
           PERFORM 0222-STORE-SUPPLIER-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE SUPPLIER-MASTER-FILE
           SET WS-NOT-END-OF-FILE TO TRUE.

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

       0300-PROCESS-HISTORY-RECORD.
      *Only return-to-vendor rows inside the period count - every
      *other row is stock that stayed in the building or went to a
      *department.
           IF WS-HST-DATE >= WS-PERIOD-FROM-DATE
              AND WS-HST-DATE <= WS-PERIOD-TO-DATE
              AND WS-HST-VENDOR-RETURN
               PERFORM 0310-ACCUMULATE-RETURN
           END-IF
           PERFORM 0810-READ-HISTORY-RECORD.

       0310-ACCUMULATE-RETURN.
           PERFORM 0311-FIND-RETURN-ENTRY
           IF WS-RETURN-FOUND
               ADD WS-HST-QTY-OUT
                  TO WS-RT-QUANTITY(WS-RETURN-MATCH-INDEX)
           ELSE
               IF WS-RETURN-TABLE-COUNT >= 999
                   DISPLAY 'RETURN TABLE FULL - PART '
                      WS-HST-PART-NUMBER ' SUPPLIER '
                      WS-HST-CHARGE-CODE ' NOT REPORTED'
               ELSE
                   ADD 1 TO WS-RETURN-TABLE-COUNT
                   MOVE WS-HST-CHARGE-CODE
                      TO WS-RT-SUPPLIER-CODE(WS-RETURN-TABLE-COUNT)
                   MOVE WS-HST-PART-NUMBER
                      TO WS-RT-PART-NUMBER(WS-RETURN-TABLE-COUNT)
                   MOVE WS-HST-QTY-OUT
                      TO WS-RT-QUANTITY(WS-RETURN-TABLE-COUNT)
                   SET WS-RT-NOT-PRINTED(WS-RETURN-TABLE-COUNT)
                      TO TRUE
               END-IF
           END-IF.

       0311-FIND-RETURN-ENTRY.
           SET WS-RETURN-NOT-FOUND TO TRUE
           PERFORM 0312-COMPARE-RETURN-ENTRY
              VARYING WS-RETURN-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-RETURN-TABLE-INDEX > WS-RETURN-TABLE-COUNT
                 OR WS-RETURN-FOUND.

       0312-COMPARE-RETURN-ENTRY.
           IF WS-RT-SUPPLIER-CODE(WS-RETURN-TABLE-INDEX)
                 = WS-HST-CHARGE-CODE
              AND WS-RT-PART-NUMBER(WS-RETURN-TABLE-INDEX)
                 = WS-HST-PART-NUMBER
               SET WS-RETURN-FOUND TO TRUE
               MOVE WS-RETURN-TABLE-INDEX TO WS-RETURN-MATCH-INDEX
           END-IF.

      *One memo per supplier: the supplier master is walked in file
      *order and each supplier's returned parts are printed under
      *its header.  Returns to codes no longer on the supplier
      *master come out last under a header that says so, so no
      *credit accounts payable is owed is dropped.
       0400-PRINT-SUPPLIER-MEMOS.
           IF WS-RETURN-TABLE-COUNT = ZERO
               WRITE DEBIT-MEMO-RECORD FROM WS-NO-RETURN-LINE
           ELSE
               PERFORM 0410-PRINT-ONE-SUPPLIER
                  VARYING WS-SUPPLIER-TABLE-INDEX FROM 1 BY 1
                  UNTIL WS-SUPPLIER-TABLE-INDEX
                     > WS-SUPPLIER-TABLE-COUNT
               PERFORM 0430-PRINT-ORPHAN-MEMOS
                  VARYING WS-RETURN-TABLE-INDEX FROM 1 BY 1
                  UNTIL WS-RETURN-TABLE-INDEX > WS-RETURN-TABLE-COUNT
               WRITE DEBIT-MEMO-RECORD FROM WS-BLANK-LINE
               MOVE WS-GRAND-TOTAL-COST TO WS-TL-GRAND-TOTAL
               WRITE DEBIT-MEMO-RECORD FROM WS-GRAND-TOTAL-LINE
           END-IF.

       0410-PRINT-ONE-SUPPLIER.
           MOVE WS-SUP-ENTRY(WS-SUPPLIER-TABLE-INDEX)
              TO WS-SUPPLIER-RECORD
           MOVE WS-SUP-CODE TO WS-GROUP-SUPPLIER-CODE
           MOVE ZERO TO WS-MEMO-LINE-COUNT
           MOVE ZERO TO WS-MEMO-TOTAL-COST
           PERFORM 0420-PRINT-SUPPLIER-PART
              VARYING WS-RETURN-SCAN-INDEX FROM 1 BY 1
              UNTIL WS-RETURN-SCAN-INDEX > WS-RETURN-TABLE-COUNT
           IF WS-MEMO-LINE-COUNT > ZERO
               PERFORM 0460-PRINT-MEMO-TOTAL
           END-IF.

       0420-PRINT-SUPPLIER-PART.
           IF WS-RT-NOT-PRINTED(WS-RETURN-SCAN-INDEX)
              AND WS-RT-SUPPLIER-CODE(WS-RETURN-SCAN-INDEX)
                  = WS-GROUP-SUPPLIER-CODE
               IF WS-MEMO-LINE-COUNT = ZERO
                   PERFORM 0440-PRINT-MEMO-HEADER
               END-IF
               PERFORM 0450-PRINT-RETURN-DETAIL
               SET WS-RT-PRINTED(WS-RETURN-SCAN-INDEX) TO TRUE
           END-IF.

       0430-PRINT-ORPHAN-MEMOS.
      *Any return entry still unprinted carries a supplier code
      *with no master record - its parts are gathered under an
      *unknown-supplier header.
           IF WS-RT-NOT-PRINTED(WS-RETURN-TABLE-INDEX)
               MOVE WS-RT-SUPPLIER-CODE(WS-RETURN-TABLE-INDEX)
                  TO WS-GROUP-SUPPLIER-CODE
               MOVE ZERO TO WS-MEMO-LINE-COUNT
               MOVE ZERO TO WS-MEMO-TOTAL-COST
               PERFORM 0431-PRINT-ORPHAN-PART
                  VARYING WS-RETURN-SCAN-INDEX FROM 1 BY 1
                  UNTIL WS-RETURN-SCAN-INDEX > WS-RETURN-TABLE-COUNT
               IF WS-MEMO-LINE-COUNT > ZERO
                   PERFORM 0460-PRINT-MEMO-TOTAL
               END-IF
           END-IF.

       0431-PRINT-ORPHAN-PART.
           IF WS-RT-NOT-PRINTED(WS-RETURN-SCAN-INDEX)
              AND WS-RT-SUPPLIER-CODE(WS-RETURN-SCAN-INDEX)
                  = WS-GROUP-SUPPLIER-CODE
               IF WS-MEMO-LINE-COUNT = ZERO
                   PERFORM 0441-PRINT-ORPHAN-HEADER
               END-IF
               PERFORM 0450-PRINT-RETURN-DETAIL
               SET WS-RT-PRINTED(WS-RETURN-SCAN-INDEX) TO TRUE
           END-IF.

       0440-PRINT-MEMO-HEADER.
           WRITE DEBIT-MEMO-RECORD FROM WS-BLANK-LINE
           MOVE WS-GROUP-SUPPLIER-CODE TO WS-SL-SUPPLIER-CODE
           MOVE WS-SUP-NAME TO WS-SL-SUPPLIER-NAME
           MOVE WS-SUP-CONTACT TO WS-SL-SUPPLIER-CONTACT
           WRITE DEBIT-MEMO-RECORD FROM WS-SUPPLIER-LINE
           WRITE DEBIT-MEMO-RECORD FROM WS-COLUMN-LINE
           ADD 1 TO WS-MEMO-COUNT.

       0441-PRINT-ORPHAN-HEADER.
           WRITE DEBIT-MEMO-RECORD FROM WS-BLANK-LINE
           MOVE WS-GROUP-SUPPLIER-CODE TO WS-NS-SUPPLIER-CODE
           WRITE DEBIT-MEMO-RECORD FROM WS-NO-SUPPLIER-LINE
           WRITE DEBIT-MEMO-RECORD FROM WS-COLUMN-LINE
           ADD 1 TO WS-MEMO-COUNT.

       0450-PRINT-RETURN-DETAIL.
      *A part since deleted from the master still went back - it
      *prints without a name and extends at zero rather than
      *disappearing from the memo's quantity.
           MOVE WS-RT-PART-NUMBER(WS-RETURN-SCAN-INDEX)
              TO WS-DL-PART-NUMBER
           PERFORM 0451-FIND-PART-ENTRY
           IF WS-PART-FOUND
               MOVE WS-PT-PART-NAME(WS-PART-MATCH-INDEX)
                  TO WS-DL-PART-NAME
               MOVE WS-PT-UNIT-PRICE(WS-PART-MATCH-INDEX)
                  TO WS-DL-UNIT-PRICE
               COMPUTE WS-EXTENDED-COST
                  = WS-RT-QUANTITY(WS-RETURN-SCAN-INDEX)
                    * WS-PT-UNIT-PRICE(WS-PART-MATCH-INDEX)
           ELSE
               MOVE '** NOT ON MASTER **' TO WS-DL-PART-NAME
               MOVE ZERO TO WS-DL-UNIT-PRICE
               MOVE ZERO TO WS-EXTENDED-COST
           END-IF
           MOVE WS-RT-QUANTITY(WS-RETURN-SCAN-INDEX)
              TO WS-DL-QUANTITY
           MOVE WS-EXTENDED-COST TO WS-DL-EXTENDED-COST
           ADD WS-EXTENDED-COST TO WS-MEMO-TOTAL-COST
           ADD WS-EXTENDED-COST TO WS-GRAND-TOTAL-COST
           WRITE DEBIT-MEMO-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-MEMO-LINE-COUNT.

       0451-FIND-PART-ENTRY.
           SET WS-PART-NOT-FOUND TO TRUE
           PERFORM 0452-COMPARE-PART-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
                 OR WS-PART-FOUND.

       0452-COMPARE-PART-ENTRY.
           IF WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
                 = WS-RT-PART-NUMBER(WS-RETURN-SCAN-INDEX)
               SET WS-PART-FOUND TO TRUE
               MOVE WS-PART-TABLE-INDEX TO WS-PART-MATCH-INDEX
           END-IF.

       0460-PRINT-MEMO-TOTAL.
           MOVE WS-MEMO-TOTAL-COST TO WS-TL-MEMO-TOTAL
           WRITE DEBIT-MEMO-RECORD FROM WS-MEMO-TOTAL-LINE.

       0600-TERMINATE.
           CLOSE MOVEMENT-HISTORY-FILE
           CLOSE DEBIT-MEMO-FILE
           DISPLAY 'DEBIT MEMOS PRINTED: ' WS-MEMO-COUNT.

       0810-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.
