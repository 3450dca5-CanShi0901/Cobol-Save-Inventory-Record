       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-PRICE-VARIANCE.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reads the receipt price log the entry programs append and
      *lists every receipt over an operator-supplied period whose
      *invoiced price per each strayed from the catalog's contract
      *price by more than an operator-supplied percentage, grouped
      *and totalled by supplier - so purchasing can catch price
      *creep before the merge rolls it into the moving average.
           SELECT OPTIONAL RECEIPT-PRICE-FILE ASSIGN TO 'RCPTPRC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Supplier names for the group headers, the same way the debit
      *memos are headed.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE ASSIGN TO 'SUPFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT PRICE-VARIANCE-FILE ASSIGN TO 'PPVRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-PRICE-FILE.
       01 RECEIPT-PRICE-RECORD PIC X(64).

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       FD PRICE-VARIANCE-FILE.
       01 PRICE-VARIANCE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-PRICE-RECORD.
           COPY RCPTPRC.

       01 WS-SUPPLIER-RECORD.
           COPY SUPMAST.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *The supplier master, read once at start-up for the group
      *headers - raw records, same 999-entry sizing as everywhere
      *else it is tabled.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUP-ENTRY PIC X(45) OCCURS 999 TIMES.
       01 WS-SUPPLIER-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SUPPLIER-TABLE-INDEX PIC 9(3) COMP.

       01 WS-SUPPLIER-FOUND-SWITCH PIC A(1).
           88 WS-SUPPLIER-FOUND VALUE 'Y'.
           88 WS-SUPPLIER-NOT-FOUND VALUE 'N'.

      *The period's receipts outside tolerance, gathered as the log
      *is read and then walked once per supplier so each supplier's
      *receipts come out together - same table-then-group pattern
      *as the debit memos.
       01 WS-VARIANCE-TABLE.
           03 WS-VARIANCE-ENTRY OCCURS 999 TIMES.
               04 WS-VT-SUPPLIER-CODE PIC X(5).
               04 WS-VT-DATE PIC 9(8).
               04 WS-VT-PART-NUMBER PIC 9(9).
               04 WS-VT-QUANTITY PIC 9(7).
               04 WS-VT-INVOICE-PRICE PIC 9(5)V99.
               04 WS-VT-CONTRACT-PRICE PIC 9(5)V99.
               04 WS-VT-PRINTED-SWITCH PIC A(1).
                   88 WS-VT-PRINTED VALUE 'Y'.
                   88 WS-VT-NOT-PRINTED VALUE 'N'.
       01 WS-VARIANCE-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-VARIANCE-TABLE-INDEX PIC 9(3) COMP.
       01 WS-VARIANCE-SCAN-INDEX PIC 9(3) COMP.

      *Receipts on or after the from date and on or before the to
      *date count toward the period.
       01 WS-PERIOD-FROM-DATE PIC 9(8).
       01 WS-PERIOD-TO-DATE PIC 9(8).

      *Numeric-edited so the operator can key the decimal point;
      *the value is then moved into WS-TOLERANCE-PERCENT unedited.
       01 WS-TOLERANCE-ENTRY PIC ZZ9.99.
       01 WS-TOLERANCE-PERCENT PIC 9(3)V99.

      *Positive variances are receipts invoiced above contract -
      *the price creep the report exists to catch; negative ones
      *came in under it.
       01 WS-VARIANCE-PER-EACH PIC S9(5)V99 COMP-3.
       01 WS-VARIANCE-PERCENT PIC S9(5)V99 COMP-3.
       01 WS-EXTENDED-VARIANCE PIC S9(12)V99 COMP-3.
       01 WS-SUPPLIER-TOTAL-VARIANCE PIC S9(13)V99 COMP-3.
       01 WS-GRAND-TOTAL-VARIANCE PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-GROUP-SUPPLIER-CODE PIC X(5).
       01 WS-GROUP-LINE-COUNT PIC 9(3) COMP.
       01 WS-RECEIPT-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-NO-CONTRACT-COUNT PIC 9(7) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'PURCHASE PRICE VARIANCE'.
           05 FILLER PIC X(7) VALUE 'PERIOD '.
           05 WS-HDG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-HDG-TO-DATE PIC 9(8).

       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(35)
              VALUE 'RECEIPTS OFF CONTRACT BY MORE THAN'.
           05 WS-HDG-TOLERANCE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.

       01 WS-SUPPLIER-LINE.
           05 FILLER PIC X(10) VALUE 'SUPPLIER: '.
           05 WS-SL-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SUPPLIER-NAME PIC X(28).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'RCPT DATE'.
           05 FILLER PIC X(11) VALUE 'PART NO.'.
           05 FILLER PIC X(9) VALUE '      QTY'.
           05 FILLER PIC X(10) VALUE '  INVOICED'.
           05 FILLER PIC X(10) VALUE '  CONTRACT'.
           05 FILLER PIC X(11) VALUE '    VAR PCT'.
           05 FILLER PIC X(16) VALUE '    EXT VARIANCE'.

       01 WS-DETAIL-LINE.
           05 WS-DL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-QUANTITY PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-INVOICE-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CONTRACT-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-VARIANCE-PERCENT PIC +++++9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-EXTENDED-VARIANCE PIC ++++++++++9.99.

       01 WS-SUPPLIER-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'SUPPLIER TOTAL  '.
           05 WS-ST-LINE-COUNT PIC ZZ9.
           05 FILLER PIC X(20) VALUE ' RECEIPTS'.
           05 WS-ST-TOTAL-VARIANCE PIC ++++++++++++9.99.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(39) VALUE 'TOTAL ALL SUPPLIERS'.
           05 WS-GT-TOTAL-VARIANCE PIC ++++++++++++9.99.

       01 WS-COUNT-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-CL-LABEL PIC X(40).
           05 WS-CL-COUNT PIC ZZZZZZ9.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-NO-VARIANCE-LINE PIC X(80)
          VALUE '          NO RECEIPTS OUTSIDE TOLERANCE IN THE PERIOD'.

       PROCEDURE DIVISION.

       0100-PRINT-PRICE-VARIANCE.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-RECEIPT-RECORD
              UNTIL WS-END-OF-FILE
           PERFORM 0400-PRINT-SUPPLIER-GROUPS
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
           DISPLAY 'ENTER TOLERANCE PERCENT (999.99)'
              LINE 3 COLUMN 5
           ACCEPT WS-TOLERANCE-ENTRY
              LINE 3 COLUMN 45
           MOVE WS-TOLERANCE-ENTRY TO WS-TOLERANCE-PERCENT
           OPEN OUTPUT PRICE-VARIANCE-FILE
           PERFORM 0220-LOAD-SUPPLIER-TABLE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT RECEIPT-PRICE-FILE
           PERFORM 0810-READ-RECEIPT-RECORD
           MOVE WS-PERIOD-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE WS-PERIOD-TO-DATE TO WS-HDG-TO-DATE
           MOVE WS-TOLERANCE-PERCENT TO WS-HDG-TOLERANCE
           WRITE PRICE-VARIANCE-RECORD FROM WS-HEADING-LINE-1
           WRITE PRICE-VARIANCE-RECORD FROM WS-HEADING-LINE-2.

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

       0300-PROCESS-RECEIPT-RECORD.
      *A receipt with no contract price has nothing to be measured
      *against - it is counted, so purchasing can see how much of
      *the period's buying is off catalog, but not listed.
           IF WS-RPR-DATE >= WS-PERIOD-FROM-DATE
              AND WS-RPR-DATE <= WS-PERIOD-TO-DATE
               ADD 1 TO WS-RECEIPT-COUNT
               IF WS-RPR-CONTRACT-PRICE = ZERO
                   ADD 1 TO WS-NO-CONTRACT-COUNT
               ELSE
                   PERFORM 0310-CHECK-TOLERANCE
               END-IF
           END-IF
           PERFORM 0810-READ-RECEIPT-RECORD.

       0310-CHECK-TOLERANCE.
      *The variance is measured per each against the contract price,
      *so a pack-priced line and a keyed each-priced one are judged
      *alike.
           COMPUTE WS-VARIANCE-PER-EACH
              = WS-RPR-INVOICE-PRICE - WS-RPR-CONTRACT-PRICE
           COMPUTE WS-VARIANCE-PERCENT ROUNDED
              = WS-VARIANCE-PER-EACH * 100 / WS-RPR-CONTRACT-PRICE
           IF WS-VARIANCE-PERCENT > WS-TOLERANCE-PERCENT
              OR WS-VARIANCE-PERCENT < ZERO - WS-TOLERANCE-PERCENT
               PERFORM 0320-STORE-VARIANCE-ENTRY
           END-IF.

       0320-STORE-VARIANCE-ENTRY.
           IF WS-VARIANCE-TABLE-COUNT >= 999
               DISPLAY 'VARIANCE TABLE FULL - PART '
                  WS-RPR-PART-NUMBER ' SUPPLIER '
                  WS-RPR-SUPPLIER-CODE ' NOT REPORTED'
           ELSE
               ADD 1 TO WS-VARIANCE-TABLE-COUNT
               MOVE WS-RPR-SUPPLIER-CODE
                  TO WS-VT-SUPPLIER-CODE(WS-VARIANCE-TABLE-COUNT)
               MOVE WS-RPR-DATE
                  TO WS-VT-DATE(WS-VARIANCE-TABLE-COUNT)
               MOVE WS-RPR-PART-NUMBER
                  TO WS-VT-PART-NUMBER(WS-VARIANCE-TABLE-COUNT)
               MOVE WS-RPR-QUANTITY
                  TO WS-VT-QUANTITY(WS-VARIANCE-TABLE-COUNT)
               MOVE WS-RPR-INVOICE-PRICE
                  TO WS-VT-INVOICE-PRICE(WS-VARIANCE-TABLE-COUNT)
               MOVE WS-RPR-CONTRACT-PRICE
                  TO WS-VT-CONTRACT-PRICE(WS-VARIANCE-TABLE-COUNT)
               SET WS-VT-NOT-PRINTED(WS-VARIANCE-TABLE-COUNT)
                  TO TRUE
           END-IF.

      *One group per supplier, in the order each first appears in
      *the log: the first unprinted entry names the group and
      *every entry for the same supplier prints under it.
       0400-PRINT-SUPPLIER-GROUPS.
           IF WS-VARIANCE-TABLE-COUNT = ZERO
               WRITE PRICE-VARIANCE-RECORD FROM WS-BLANK-LINE
               WRITE PRICE-VARIANCE-RECORD FROM WS-NO-VARIANCE-LINE
           ELSE
               PERFORM 0410-PRINT-ONE-SUPPLIER
                  VARYING WS-VARIANCE-TABLE-INDEX FROM 1 BY 1
                  UNTIL WS-VARIANCE-TABLE-INDEX
                     > WS-VARIANCE-TABLE-COUNT
               WRITE PRICE-VARIANCE-RECORD FROM WS-BLANK-LINE
               MOVE WS-GRAND-TOTAL-VARIANCE TO WS-GT-TOTAL-VARIANCE
               WRITE PRICE-VARIANCE-RECORD FROM WS-GRAND-TOTAL-LINE
           END-IF.

       0410-PRINT-ONE-SUPPLIER.
           IF WS-VT-NOT-PRINTED(WS-VARIANCE-TABLE-INDEX)
               MOVE WS-VT-SUPPLIER-CODE(WS-VARIANCE-TABLE-INDEX)
                  TO WS-GROUP-SUPPLIER-CODE
               MOVE ZERO TO WS-GROUP-LINE-COUNT
               MOVE ZERO TO WS-SUPPLIER-TOTAL-VARIANCE
               PERFORM 0440-PRINT-SUPPLIER-HEADER
               PERFORM 0420-PRINT-SUPPLIER-RECEIPT
                  VARYING WS-VARIANCE-SCAN-INDEX FROM 1 BY 1
                  UNTIL WS-VARIANCE-SCAN-INDEX
                     > WS-VARIANCE-TABLE-COUNT
               MOVE WS-GROUP-LINE-COUNT TO WS-ST-LINE-COUNT
               MOVE WS-SUPPLIER-TOTAL-VARIANCE
                  TO WS-ST-TOTAL-VARIANCE
               WRITE PRICE-VARIANCE-RECORD
                  FROM WS-SUPPLIER-TOTAL-LINE
           END-IF.

       0420-PRINT-SUPPLIER-RECEIPT.
           IF WS-VT-NOT-PRINTED(WS-VARIANCE-SCAN-INDEX)
              AND WS-VT-SUPPLIER-CODE(WS-VARIANCE-SCAN-INDEX)
                  = WS-GROUP-SUPPLIER-CODE
               PERFORM 0450-PRINT-VARIANCE-DETAIL
               SET WS-VT-PRINTED(WS-VARIANCE-SCAN-INDEX) TO TRUE
           END-IF.

       0440-PRINT-SUPPLIER-HEADER.
      *A supplier code no longer on the supplier master still
      *prints, under a header that says so.
           WRITE PRICE-VARIANCE-RECORD FROM WS-BLANK-LINE
           MOVE WS-GROUP-SUPPLIER-CODE TO WS-SL-SUPPLIER-CODE
           SET WS-SUPPLIER-NOT-FOUND TO TRUE
           PERFORM 0441-COMPARE-SUPPLIER-ENTRY
              VARYING WS-SUPPLIER-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SUPPLIER-TABLE-INDEX > WS-SUPPLIER-TABLE-COUNT
                 OR WS-SUPPLIER-FOUND
           IF WS-SUPPLIER-FOUND
               MOVE WS-SUP-NAME TO WS-SL-SUPPLIER-NAME
           ELSE
               MOVE '** NOT ON SUPPLIER MASTER **'
                  TO WS-SL-SUPPLIER-NAME
           END-IF
           WRITE PRICE-VARIANCE-RECORD FROM WS-SUPPLIER-LINE
           WRITE PRICE-VARIANCE-RECORD FROM WS-COLUMN-LINE.

       0441-COMPARE-SUPPLIER-ENTRY.
           MOVE WS-SUP-ENTRY(WS-SUPPLIER-TABLE-INDEX)
              TO WS-SUPPLIER-RECORD
           IF WS-SUP-CODE = WS-GROUP-SUPPLIER-CODE
               SET WS-SUPPLIER-FOUND TO TRUE
           END-IF.

       0450-PRINT-VARIANCE-DETAIL.
           COMPUTE WS-VARIANCE-PER-EACH
              = WS-VT-INVOICE-PRICE(WS-VARIANCE-SCAN-INDEX)
                - WS-VT-CONTRACT-PRICE(WS-VARIANCE-SCAN-INDEX)
           COMPUTE WS-VARIANCE-PERCENT ROUNDED
              = WS-VARIANCE-PER-EACH * 100
                / WS-VT-CONTRACT-PRICE(WS-VARIANCE-SCAN-INDEX)
           COMPUTE WS-EXTENDED-VARIANCE
              = WS-VARIANCE-PER-EACH
                * WS-VT-QUANTITY(WS-VARIANCE-SCAN-INDEX)
           MOVE WS-VT-DATE(WS-VARIANCE-SCAN-INDEX) TO WS-DL-DATE
           MOVE WS-VT-PART-NUMBER(WS-VARIANCE-SCAN-INDEX)
              TO WS-DL-PART-NUMBER
           MOVE WS-VT-QUANTITY(WS-VARIANCE-SCAN-INDEX)
              TO WS-DL-QUANTITY
           MOVE WS-VT-INVOICE-PRICE(WS-VARIANCE-SCAN-INDEX)
              TO WS-DL-INVOICE-PRICE
           MOVE WS-VT-CONTRACT-PRICE(WS-VARIANCE-SCAN-INDEX)
              TO WS-DL-CONTRACT-PRICE
           MOVE WS-VARIANCE-PERCENT TO WS-DL-VARIANCE-PERCENT
           MOVE WS-EXTENDED-VARIANCE TO WS-DL-EXTENDED-VARIANCE
           ADD WS-EXTENDED-VARIANCE TO WS-SUPPLIER-TOTAL-VARIANCE
           ADD WS-EXTENDED-VARIANCE TO WS-GRAND-TOTAL-VARIANCE
           WRITE PRICE-VARIANCE-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-GROUP-LINE-COUNT.

       0600-TERMINATE.
           WRITE PRICE-VARIANCE-RECORD FROM WS-BLANK-LINE
           MOVE 'RECEIPTS IN PERIOD' TO WS-CL-LABEL
           MOVE WS-RECEIPT-COUNT TO WS-CL-COUNT
           WRITE PRICE-VARIANCE-RECORD FROM WS-COUNT-LINE
           MOVE 'RECEIPTS OUTSIDE TOLERANCE' TO WS-CL-LABEL
           MOVE WS-VARIANCE-TABLE-COUNT TO WS-CL-COUNT
           WRITE PRICE-VARIANCE-RECORD FROM WS-COUNT-LINE
           MOVE 'RECEIPTS WITH NO CONTRACT PRICE' TO WS-CL-LABEL
           MOVE WS-NO-CONTRACT-COUNT TO WS-CL-COUNT
           WRITE PRICE-VARIANCE-RECORD FROM WS-COUNT-LINE
           CLOSE RECEIPT-PRICE-FILE
           CLOSE PRICE-VARIANCE-FILE
           DISPLAY 'RECEIPTS OUTSIDE TOLERANCE: '
              WS-VARIANCE-TABLE-COUNT.

       0810-READ-RECEIPT-RECORD.
           READ RECEIPT-PRICE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RECEIPT-PRICE-RECORD
                      TO WS-RECEIPT-PRICE-RECORD
           END-READ.
