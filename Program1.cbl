           RECORD KEY IS WS-MST-PART-NUMBER
           FILE STATUS IS WS-MASTER-FILE-STATUS.

      *A kit issue is exploded against this file into one issue
      *row per component part - see 0400-ISSUE-KIT.  Loaded into a
      *table at start-up, same as the supplier codes.
           SELECT OPTIONAL KIT-MASTER-FILE ASSIGN TO 'KITFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *A keyed receipt's price is logged beside the contract price
      *for its supplier and part, when the catalog has one, for the
      *price variance report - see 0392-WRITE-RECEIPT-PRICE.
           SELECT OPTIONAL SUPPLIER-CATALOG-FILE ASSIGN TO 'SUPCAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-PRICE-FILE ASSIGN TO 'RCPTPRC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Stock set aside for a charge code ahead of the day it is
      *needed - see RESVREC.cpy.  Read once at start-up so an issue
      *to anyone else can be stopped before it takes the reserved
      *stock; an issue to the reserved code itself is what the
      *reservation is for.  Only the nightly merge and RSVMAINT
      *write the file.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Parts kept by lot, and each one's stock by location and lot
      *as the nightly merge last left it - see LOTPART.cpy and
      *LOTBAL.cpy.  Read once at start-up: a receipt of a listed
      *part must carry its lot and expiry date, and a lot keyed on
      *an issue, transfer or return must be at the location with
      *enough on it.  Only the merge writes LOTBAL.TXT.
           SELECT OPTIONAL LOT-PART-FILE ASSIGN TO 'LOTPART.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO 'LOTBAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Operator sign-on is checked against this file before the
      *session starts - see 0230-SIGN-ON.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO 'OPRFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Read once at start-up for what each department with a
      *monthly budget has already drawn this month, valued the way
      *the usage report values it - see 0530-LOAD-MONTH-SPEND.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE
           ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE-OUT.
       01 INVENTORY-RECORD PIC X(133).

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

      *Only the key, the location balances, the average cost and
      *the status byte are named - the status check, a kit's
      *shortage check and the budget warning's valuation are all
      *this program reads the master for; everything else it works
      *with comes from the intake record.
       FD INVENTORY-MASTER-FILE.
       01 WS-MASTER-CHECK-RECORD.
           05 WS-MST-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(27).
           05 WS-MST-QTY-WAREHOUSE PIC 9(7).
           05 WS-MST-QTY-CAGE PIC 9(7).
           05 WS-MST-QTY-DOCK PIC 9(7).
           05 FILLER PIC X(14).
           05 WS-MST-UNIT-PRICE PIC 9(5)V99.
           05 FILLER PIC X(20).
           05 WS-MST-PART-STATUS PIC X(1).
               88 WS-MST-PART-HOLD VALUE 'H'.
               88 WS-MST-PART-OBSOLETE VALUE 'O'.

       FD KIT-MASTER-FILE.
       01 KIT-MASTER-RECORD PIC X(317).

       FD SUPPLIER-CATALOG-FILE.
       01 SUPPLIER-CATALOG-RECORD PIC X(46).

       FD RECEIPT-PRICE-FILE.
       01 RECEIPT-PRICE-RECORD PIC X(64).

       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

       FD LOT-PART-FILE.
       01 LOT-PART-RECORD PIC X(9).

       FD LOT-BALANCE-FILE.
       01 LOT-BALANCE-RECORD PIC X(43).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-RECORD.
           COPY INVTRAN.
      *Table of valid charge-to codes, loaded from DEPTFILE.TXT
      *when the file is opened, so an issue can only be charged to
      *a department or work-order that really exists - same
      *pattern as the supplier-code table.  Each code carries its
      *monthly budget and what it has drawn so far this month, for
      *the over-budget warning - see 0500-CHECK-ISSUE-BUDGET.
       01 WS-DEPT-CODE-TABLE.
           05 WS-DEPT-ENTRY OCCURS 999 TIMES.
               10 WS-DEPT-CODE-ENTRY PIC X(5).
               10 WS-DEPT-BUDGET-ENTRY PIC 9(7).
               10 WS-DEPT-SPENT-ENTRY PIC 9(11)V99 COMP-3.
       01 WS-DEPT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TABLE-INDEX PIC 9(3) COMP.

       01 WS-DEPARTMENT-RECORD.
           COPY DEPTREC.

      *Set when any department on the master keeps a budget - with
      *none there is nothing to warn about, and the month's history
      *is not read at all.
       01 WS-BUDGETS-KEPT-SWITCH PIC A(1) VALUE 'N'.
           88 WS-BUDGETS-KEPT VALUE 'Y'.
           88 WS-NO-BUDGETS-KEPT VALUE 'N'.

       01 WS-BUDGET-FOUND-SWITCH PIC A(1).
           88 WS-BUDGET-FOUND VALUE 'Y'.
           88 WS-BUDGET-NOT-FOUND VALUE 'N'.

       01 WS-BUDGET-CONFIRM-SWITCH PIC A(1).
           88 WS-BUDGET-CONFIRMED VALUE 'Y'.
           88 WS-BUDGET-NOT-CONFIRMED VALUE 'N'.

       01 WS-BUDGET-MATCH-INDEX PIC 9(3) COMP.

      *One draw to be valued against a department's budget - from a
      *history row, a pending intake row, or the issue being keyed.
       01 WS-BUDGET-CHARGE-CODE PIC X(5).
       01 WS-BUDGET-PART-NUMBER PIC 9(9).
       01 WS-BUDGET-QUANTITY PIC 9(9).
       01 WS-DRAW-VALUE PIC 9(11)V99 COMP-3.
       01 WS-ISSUE-VALUE PIC 9(11)V99 COMP-3.
       01 WS-SPEND-AFTER-ISSUE PIC 9(11)V99 COMP-3.

       01 WS-BUDGET-EDITED PIC Z,ZZZ,ZZ9.
       01 WS-SPEND-EDITED PIC ZZZ,ZZZ,ZZ9.99.

      *History on or after the first of this month counts toward
      *the month's spend.
       01 WS-MONTH-START-DATE PIC 9(8).
       01 FILLER REDEFINES WS-MONTH-START-DATE.
           05 WS-MSD-YEAR-MONTH PIC 9(6).
           05 WS-MSD-DAY PIC 9(2).

       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-CHARGE-VALID-SWITCH PIC A(1).
           88 WS-CHARGE-VALID VALUE 'Y'.
           88 WS-CHARGE-INVALID VALUE 'N'.
           88 WS-LOC-VALID VALUE 'Y'.
           88 WS-LOC-INVALID VALUE 'N'.

      *Only status 00 at open means there is a master to check
      *against.  Status 05 is a successful open of the OPTIONAL
      *master when the file does not exist yet - there is nothing
      *to check a status against, so issues go through as keyed,
      *same stance SUPMAINT takes on its delete scan.  Every READ
      *overwrites the status, so the open's answer is kept apart in
      *WS-MASTER-PRESENT-SWITCH for the rest of the session.
       01 WS-MASTER-FILE-STATUS PIC X(2).

       01 WS-MASTER-PRESENT-SWITCH PIC A(1).
           88 WS-MASTER-PRESENT VALUE 'Y'.
           88 WS-MASTER-ABSENT VALUE 'N'.

       01 WS-PART-OK-SWITCH PIC A(1).
           88 WS-PART-OK VALUE 'Y'.
           88 WS-PART-BLOCKED VALUE 'N'.

       01 WS-KIT-RECORD.
           COPY KITMAST.

      *The kit master, loaded at start-up - same table pattern as
      *the supplier codes, but the whole record is kept because a
      *kit issue needs its component list.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY PIC X(317) OCCURS 999 TIMES.
       01 WS-KIT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-KIT-TABLE-INDEX PIC 9(3) COMP.
       01 WS-COMPONENT-INDEX PIC 9(2) COMP.

       01 WS-KIT-FOUND-SWITCH PIC A(1).
           88 WS-KIT-FOUND VALUE 'Y'.
           88 WS-KIT-NOT-FOUND VALUE 'N'.

       01 WS-KIT-OK-SWITCH PIC A(1).
           88 WS-KIT-OK VALUE 'Y'.
           88 WS-KIT-REFUSED VALUE 'N'.

      *How many kits are being issued, and what one component of
      *them comes to - kept apart from WS-QUANTITY-ON-HAND, which
      *each component's issue row overwrites.
       01 WS-KITS-ISSUED PIC 9(7).
       01 WS-COMPONENT-NEED PIC 9(12).
       01 WS-LOCATION-AVAILABLE PIC S9(9) COMP-3.
       01 WS-KIT-REFUSED-PART PIC 9(9).
       01 WS-KIT-REFUSAL-REASON PIC X(25).

      *Stock already drawn today but not yet merged, by part and
      *location: the issue, transfer and return rows on
      *INVFILE.TXT when the session starts, plus every one written
      *since.  A kit's shortage check nets these off the master's
      *location balance, or two kits keyed the same day could both
      *be granted the last of a part.  Same-day receipts are not
      *counted - stock is not promised to a kit until the merge
      *has put it on the master.
       01 WS-PENDING-DRAW-TABLE.
           05 WS-PENDING-DRAW-ENTRY OCCURS 9999 TIMES.
               10 WS-PND-PART-NUMBER PIC 9(9).
               10 WS-PND-LOCATION PIC X(1).
               10 WS-PND-QUANTITY PIC 9(9).
       01 WS-PENDING-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PENDING-TABLE-INDEX PIC 9(4) COMP.

       01 WS-PENDING-FOUND-SWITCH PIC A(1).
           88 WS-PENDING-FOUND VALUE 'Y'.
           88 WS-PENDING-NOT-FOUND VALUE 'N'.

       01 WS-DRAW-PART-NUMBER PIC 9(9).
       01 WS-DRAW-LOCATION PIC X(1).
       01 WS-DRAW-QUANTITY PIC 9(7).

      *Stock issued or returned today but not yet merged, by part
      *and charge code: the issue and return rows on INVFILE.TXT
      *when the session starts, plus every one written since.  A
      *return carries no charge code.  Against a reservation this
      *is what has already been drawn on it since the merge last
      *relieved it; summed by part it is what has left the part's
      *total on hand - a transfer moves stock but takes none away,
      *so it has no place here.
       01 WS-PENDING-CHARGE-TABLE.
           05 WS-PENDING-CHARGE-ENTRY OCCURS 9999 TIMES.
               10 WS-PCH-PART-NUMBER PIC 9(9).
               10 WS-PCH-CHARGE-CODE PIC X(5).
               10 WS-PCH-QUANTITY PIC 9(9).
       01 WS-PENDING-CHARGE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-PENDING-CHARGE-INDEX PIC 9(5) COMP.

       01 WS-PENDING-CHARGE-SWITCH PIC A(1).
           88 WS-PENDING-CHARGE-FOUND VALUE 'Y'.
           88 WS-PENDING-CHARGE-NOT-FOUND VALUE 'N'.

       01 WS-CHARGE-DRAW-CODE PIC X(5).

       01 WS-RESERVATION-RECORD.
           COPY RESVREC.

      *Open reservations, loaded at start-up: part, charge code and
      *what is still reserved after the merge's last relief.
       01 WS-RESERVATION-TABLE.
           05 WS-RESERVATION-ENTRY OCCURS 999 TIMES.
               10 WS-RST-PART-NUMBER PIC 9(9).
               10 WS-RST-CHARGE-CODE PIC X(5).
               10 WS-RST-OUTSTANDING PIC 9(7).
       01 WS-RESERVATION-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RESERVATION-INDEX PIC 9(4) COMP.

      *Where an issue stands against the part's reservations - see
      *0470-COMPUTE-RESERVED-POSITION.  Free stock is what is on
      *hand across all locations less today's unmerged draws and
      *less what is still reserved for other charge codes; it goes
      *negative when the reservations already outrun the stock.
       01 WS-RESERVATION-LEFT PIC S9(9) COMP-3.
       01 WS-RESERVED-FOR-OTHERS PIC 9(9) COMP-3.
       01 WS-OWN-RESERVED PIC 9(9) COMP-3.
       01 WS-PART-PENDING-OUT PIC 9(9) COMP-3.
       01 WS-FREE-STOCK PIC S9(9) COMP-3.
       01 WS-OWN-REMAINING PIC 9(7).

       01 WS-ISSUE-OK-SWITCH PIC A(1).
           88 WS-ISSUE-ALLOWED VALUE 'Y'.
           88 WS-ISSUE-REFUSED VALUE 'N'.

      *Set when a supervisor's kit would take stock reserved for
      *another code - the kit goes ahead only once confirmed.
       01 WS-KIT-RESERVED-SWITCH PIC A(1).
           88 WS-KIT-TAKES-RESERVED VALUE 'Y'.
           88 WS-KIT-CLEAR-OF-RESERVED VALUE 'N'.

       01 WS-OVERRIDE-REPLY PIC A(1).
           88 WS-OVERRIDE-YES VALUE 'Y' 'y'.

       01 WS-CATALOG-RECORD.
           COPY SUPCAT.

      *The supplier catalog, loaded at start-up for the contract
      *price a keyed receipt is logged against - raw records, same
      *table pattern as the kit master.
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY PIC X(46) OCCURS 9999 TIMES.
       01 WS-CATALOG-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CATALOG-TABLE-INDEX PIC 9(4) COMP.

       01 WS-CATALOG-FOUND-SWITCH PIC A(1).
           88 WS-CATALOG-FOUND VALUE 'Y'.
           88 WS-CATALOG-NOT-FOUND VALUE 'N'.

       01 WS-RECEIPT-PRICE-RECORD.
           COPY RCPTPRC.

       01 WS-LOT-PART-RECORD.
           COPY LOTPART.

       01 WS-LOT-BALANCE-RECORD.
           COPY LOTBAL.

      *The lot-controlled part list and the lot balances, loaded at
      *start-up - the balances as raw records, same table pattern
      *as the supplier catalog.
       01 WS-LOT-PART-TABLE.
           05 WS-LOT-PART-ENTRY PIC 9(9) OCCURS 999 TIMES.
       01 WS-LOT-PART-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOT-PART-INDEX PIC 9(4) COMP.

       01 WS-LOT-BALANCE-TABLE.
           05 WS-LOT-BALANCE-ENTRY PIC X(43) OCCURS 9999 TIMES.
       01 WS-LOT-BALANCE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LOT-BALANCE-INDEX PIC 9(5) COMP.

       01 WS-LOT-CONTROL-SWITCH PIC A(1).
           88 WS-PART-LOT-CONTROLLED VALUE 'Y'.
           88 WS-PART-NOT-LOT-CONTROLLED VALUE 'N'.

       01 WS-LOT-VALID-SWITCH PIC A(1).
           88 WS-LOT-VALID VALUE 'Y'.
           88 WS-LOT-INVALID VALUE 'N'.

       01 WS-LOT-FOUND-SWITCH PIC A(1).
           88 WS-LOT-FOUND VALUE 'Y'.
           88 WS-LOT-NOT-FOUND VALUE 'N'.

      *The keyed lot's entry, and the lot an unkeyed draw will come
      *from - the earliest expiry among lots still good.
       01 WS-LOT-ON-HAND PIC 9(7).
       01 WS-LOT-ON-HAND-EXPIRY PIC 9(8).
       01 WS-LOT-NEXT-NUMBER PIC X(10).
       01 WS-LOT-NEXT-EXPIRY PIC 9(8).

      *Expiry date as keyed on a receipt, checked before it is
      *moved into the record.
       01 WS-ENTERED-EXPIRY-DATE PIC 9(8).
       01 FILLER REDEFINES WS-ENTERED-EXPIRY-DATE.
           05 WS-EX-YEAR PIC 9(4).
           05 WS-EX-MONTH PIC 9(2).
           05 WS-EX-DAY PIC 9(2).
       01 WS-EX-LAST-DAY PIC 9(2).
       01 WS-EX-LEAP-REMAINDER PIC 9(4) COMP.
       01 WS-EX-LEAP-QUOTIENT PIC 9(4) COMP.

       01 WS-TODAY-DATE PIC 9(8).

      *Identifies the operator on every audit trail row written this
      *session - proven against OPRFILE.TXT at sign-on, not taken
      *on faith.
      *came from - the other fields are cleared so the nightly
      *merge and the reports net the quantity against the part
      *already on file.  A transfer needs the two locations as
      *well; its total movement is zero.  A return to vendor is
      *drawn like an issue but names the supplier it goes back to
      *instead of a department.  A kit issue writes its own rows,
      *one per component - see 0400-ISSUE-KIT.
           PERFORM 0325-PROMPT-TRANSACTION-CODE
           SET WS-ISSUE-ALLOWED TO TRUE
           IF WS-TRAN-KIT-ISSUE
               PERFORM 0400-ISSUE-KIT
           ELSE
               EVALUATE TRUE
                   WHEN WS-TRAN-ISSUE
                       PERFORM 0326-PROMPT-ISSUE-PART-NUMBER
                       PERFORM 0305-PROMPT-QUANTITY
                       PERFORM 0357-PROMPT-LOCATION
                       PERFORM 0490-PROMPT-ISSUE-LOT
                       PERFORM 0365-PROMPT-CHARGE-CODE
                       PERFORM 0327-CLEAR-UNUSED-ISSUE-FIELDS
                       PERFORM 0460-CHECK-ISSUE-RESERVATIONS
                       IF WS-ISSUE-ALLOWED
                           PERFORM 0500-CHECK-ISSUE-BUDGET
                       END-IF
                   WHEN WS-TRAN-TRANSFER
                       PERFORM 0326-PROMPT-ISSUE-PART-NUMBER
                       PERFORM 0305-PROMPT-QUANTITY
                       PERFORM 0357-PROMPT-LOCATION
                       PERFORM 0490-PROMPT-ISSUE-LOT
                       PERFORM 0358-PROMPT-TO-LOCATION
                       PERFORM 0327-CLEAR-UNUSED-ISSUE-FIELDS
                   WHEN WS-TRAN-RETURN
                       PERFORM 0326-PROMPT-ISSUE-PART-NUMBER
                       PERFORM 0305-PROMPT-QUANTITY
                       PERFORM 0357-PROMPT-LOCATION
                       PERFORM 0490-PROMPT-ISSUE-LOT
                       PERFORM 0307-PROMPT-SUPPLIER-CODE
                       PERFORM 0327-CLEAR-UNUSED-ISSUE-FIELDS
                   WHEN OTHER
                       PERFORM 0303-PROMPT-PART-NUMBER
                       PERFORM 0304-PROMPT-PART-NAME
                       PERFORM 0305-PROMPT-QUANTITY
                       PERFORM 0357-PROMPT-LOCATION
                       PERFORM 0355-PROMPT-REORDER-POINT
                       PERFORM 0356-PROMPT-REORDER-QUANTITY
                       PERFORM 0306-PROMPT-UNIT-PRICE
                       PERFORM 0307-PROMPT-SUPPLIER-CODE
                       PERFORM 0480-PROMPT-RECEIPT-LOT
      *Only an issue carries a charge-to code - see 0365.
                       MOVE SPACES TO WS-CHARGE-CODE
               END-EVALUATE
               IF WS-ISSUE-ALLOWED
                   PERFORM 0308-WRITE-INV-FILE
               END-IF
           END-IF.
      *Ask the user again if another record is to be recorded.          
           PERFORM 0302-PROMPT-TO-RECORD.
                   
           PERFORM 0310-LOAD-PART-NUMBER-TABLE
           PERFORM 0360-LOAD-SUPPLIER-CODE-TABLE
           PERFORM 0380-LOAD-DEPT-CODE-TABLE
           PERFORM 0385-LOAD-KIT-TABLE
           PERFORM 0388-LOAD-CATALOG-TABLE
           PERFORM 0394-LOAD-RESERVATION-TABLE
           PERFORM 0397-LOAD-LOT-TABLES
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN EXTEND INVENTORY-FILE-OUT
           OPEN EXTEND RECEIPT-PRICE-FILE
           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-PRESENT TO TRUE
           ELSE
               SET WS-MASTER-ABSENT TO TRUE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-BUDGETS-KEPT AND WS-MASTER-PRESENT
               PERFORM 0530-LOAD-MONTH-SPEND
           END-IF.

       0380-LOAD-DEPT-CODE-TABLE.
           MOVE ZERO TO WS-DEPT-TABLE-COUNT
           END-READ.

       0382-STORE-DEPT-CODE.
      *A budget of spaces, on a record written before budgets were
      *carried, is no budget.
           ADD 1 TO WS-DEPT-TABLE-COUNT
           MOVE DEPARTMENT-MASTER-RECORD TO WS-DEPARTMENT-RECORD
           MOVE WS-DEPT-CODE
              TO WS-DEPT-CODE-ENTRY(WS-DEPT-TABLE-COUNT)
           IF WS-DEPT-MONTHLY-BUDGET IS NUMERIC
               MOVE WS-DEPT-MONTHLY-BUDGET
                  TO WS-DEPT-BUDGET-ENTRY(WS-DEPT-TABLE-COUNT)
           ELSE
               MOVE ZERO TO WS-DEPT-BUDGET-ENTRY(WS-DEPT-TABLE-COUNT)
           END-IF
           MOVE ZERO TO WS-DEPT-SPENT-ENTRY(WS-DEPT-TABLE-COUNT)
           IF WS-DEPT-BUDGET-ENTRY(WS-DEPT-TABLE-COUNT) > ZERO
               SET WS-BUDGETS-KEPT TO TRUE
           END-IF
           PERFORM 0381-READ-DEPT-RECORD.

       0385-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT KIT-MASTER-FILE
           PERFORM 0386-READ-KIT-RECORD
           PERFORM 0387-STORE-KIT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE KIT-MASTER-FILE.

       0386-READ-KIT-RECORD.
           READ KIT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0387-STORE-KIT-RECORD.
           ADD 1 TO WS-KIT-TABLE-COUNT
           MOVE KIT-MASTER-RECORD
              TO WS-KIT-ENTRY(WS-KIT-TABLE-COUNT)
           PERFORM 0386-READ-KIT-RECORD.

       0388-LOAD-CATALOG-TABLE.
           MOVE ZERO TO WS-CATALOG-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SUPPLIER-CATALOG-FILE
           PERFORM 0389-READ-CATALOG-RECORD
           PERFORM 0390-STORE-CATALOG-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE SUPPLIER-CATALOG-FILE.

       0389-READ-CATALOG-RECORD.
           READ SUPPLIER-CATALOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0390-STORE-CATALOG-RECORD.
           IF WS-CATALOG-TABLE-COUNT < 9999
               ADD 1 TO WS-CATALOG-TABLE-COUNT
               MOVE SUPPLIER-CATALOG-RECORD
                  TO WS-CATALOG-ENTRY(WS-CATALOG-TABLE-COUNT)
           END-IF
           PERFORM 0389-READ-CATALOG-RECORD.

       0310-LOAD-PART-NUMBER-TABLE.
           MOVE ZERO TO WS-PART-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           END-READ.

       0312-STORE-EXISTING-PART-NUMBER.
      *Only receipt rows claim their part number - an issue, a
      *transfer or a return already on file must not block a
      *receipt of the same part.  Those rows are the day's pending
      *draws instead - see WS-PENDING-DRAW-TABLE.
           IF INVENTORY-RECORD(100:1) NOT = 'I'
              AND INVENTORY-RECORD(100:1) NOT = 'T'
              AND INVENTORY-RECORD(100:1) NOT = 'V'
               ADD 1 TO WS-PART-TABLE-COUNT
               MOVE INVENTORY-RECORD(1:9)
                  TO WS-PART-NUMBER-ENTRY(WS-PART-TABLE-COUNT)
           ELSE
               MOVE INVENTORY-RECORD(1:9) TO WS-DRAW-PART-NUMBER
               MOVE INVENTORY-RECORD(101:1) TO WS-DRAW-LOCATION
               MOVE INVENTORY-RECORD(30:7) TO WS-DRAW-QUANTITY
               PERFORM 0314-ADD-PENDING-DRAW
               IF INVENTORY-RECORD(100:1) NOT = 'T'
                   MOVE INVENTORY-RECORD(103:5) TO WS-CHARGE-DRAW-CODE
                   PERFORM 0317-ADD-PENDING-CHARGE
               END-IF
           END-IF
           PERFORM 0311-READ-EXISTING-RECORD.

       0314-ADD-PENDING-DRAW.
      *A blank location on an old row is the main warehouse.  A
      *full table stops adding - the shortage check then errs the
      *way it did before draws were netted at all.
           IF WS-DRAW-LOCATION = SPACE
               MOVE 'W' TO WS-DRAW-LOCATION
           END-IF
           PERFORM 0315-FIND-PENDING-DRAW
           IF WS-PENDING-FOUND
               ADD WS-DRAW-QUANTITY
                  TO WS-PND-QUANTITY(WS-PENDING-TABLE-INDEX)
           ELSE
               IF WS-PENDING-TABLE-COUNT < 9999
                   ADD 1 TO WS-PENDING-TABLE-COUNT
                   MOVE WS-DRAW-PART-NUMBER
                      TO WS-PND-PART-NUMBER(WS-PENDING-TABLE-COUNT)
                   MOVE WS-DRAW-LOCATION
                      TO WS-PND-LOCATION(WS-PENDING-TABLE-COUNT)
                   MOVE WS-DRAW-QUANTITY
                      TO WS-PND-QUANTITY(WS-PENDING-TABLE-COUNT)
               END-IF
           END-IF.

       0315-FIND-PENDING-DRAW.
      *Leaves WS-PENDING-TABLE-INDEX on the matching entry.
           SET WS-PENDING-NOT-FOUND TO TRUE
           MOVE 1 TO WS-PENDING-TABLE-INDEX
           PERFORM 0316-COMPARE-PENDING-ENTRY
              UNTIL WS-PENDING-TABLE-INDEX > WS-PENDING-TABLE-COUNT
                 OR WS-PENDING-FOUND.

       0316-COMPARE-PENDING-ENTRY.
           IF WS-PND-PART-NUMBER(WS-PENDING-TABLE-INDEX)
                 = WS-DRAW-PART-NUMBER
              AND WS-PND-LOCATION(WS-PENDING-TABLE-INDEX)
                 = WS-DRAW-LOCATION
               SET WS-PENDING-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PENDING-TABLE-INDEX
           END-IF.

       0317-ADD-PENDING-CHARGE.
      *Same full-table stance as the pending draws - a full table
      *stops adding, and the reservation check then counts less as
      *already drawn than really was.
           PERFORM 0318-FIND-PENDING-CHARGE
           IF WS-PENDING-CHARGE-FOUND
               ADD WS-DRAW-QUANTITY
                  TO WS-PCH-QUANTITY(WS-PENDING-CHARGE-INDEX)
           ELSE
               IF WS-PENDING-CHARGE-COUNT < 9999
                   ADD 1 TO WS-PENDING-CHARGE-COUNT
                   MOVE WS-DRAW-PART-NUMBER
                      TO WS-PCH-PART-NUMBER(WS-PENDING-CHARGE-COUNT)
                   MOVE WS-CHARGE-DRAW-CODE
                      TO WS-PCH-CHARGE-CODE(WS-PENDING-CHARGE-COUNT)
                   MOVE WS-DRAW-QUANTITY
                      TO WS-PCH-QUANTITY(WS-PENDING-CHARGE-COUNT)
               END-IF
           END-IF.

       0318-FIND-PENDING-CHARGE.
      *Leaves WS-PENDING-CHARGE-INDEX on the matching entry.
           SET WS-PENDING-CHARGE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-PENDING-CHARGE-INDEX
           PERFORM 0319-COMPARE-PENDING-CHARGE
              UNTIL WS-PENDING-CHARGE-INDEX > WS-PENDING-CHARGE-COUNT
                 OR WS-PENDING-CHARGE-FOUND.

       0319-COMPARE-PENDING-CHARGE.
           IF WS-PCH-PART-NUMBER(WS-PENDING-CHARGE-INDEX)
                 = WS-DRAW-PART-NUMBER
              AND WS-PCH-CHARGE-CODE(WS-PENDING-CHARGE-INDEX)
                 = WS-CHARGE-DRAW-CODE
               SET WS-PENDING-CHARGE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PENDING-CHARGE-INDEX
           END-IF.

       0360-LOAD-SUPPLIER-CODE-TABLE.
           MOVE ZERO TO WS-SUPPLIER-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
      *Checks the code literally rather than through the condition
      *names - a blank only counts as a receipt on rows written
      *before the code was carried, not on a keying slip here.
           DISPLAY 'Enter transaction code (R/I/T/V/K)'
              LINE 3 COLUMN 5
           ACCEPT WS-TRAN-CODE
              LINE 3 COLUMN 41
           IF WS-TRAN-CODE = 'R' OR WS-TRAN-CODE = 'I'
              OR WS-TRAN-CODE = 'T' OR WS-TRAN-CODE = 'V'
              OR WS-TRAN-CODE = 'K'
               SET WS-TRAN-VALID TO TRUE
               DISPLAY '                                      '
                  LINE 3 COLUMN 43
           ELSE
               DISPLAY 'CODE MUST BE R, I, T, V, OR K'
                  LINE 3 COLUMN 43
           END-IF.

       0326-PROMPT-ISSUE-PART-NUMBER.
      *here.  What does apply is the part's status: stock under
      *quality hold or obsolete must not be drawn, so the master
      *is read and a blocked part re-prompts.  Transfers pass -
      *moving held stock between locations is allowed - and so do
      *returns to vendor: held or obsolete stock is exactly what
      *goes back to the supplier for credit.
           SET WS-PART-BLOCKED TO TRUE
           PERFORM 0345-ENTER-ISSUE-PART-NUMBER UNTIL WS-PART-OK.

      *same way it always has for same-day parts the merge has
      *not added.
           SET WS-PART-OK TO TRUE
           IF WS-TRAN-ISSUE AND WS-MASTER-PRESENT
               MOVE WS-PART-NUMBER TO WS-MST-PART-NUMBER
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
       0327-CLEAR-UNUSED-ISSUE-FIELDS.
      *The merge only uses the part number, quantity, and locations
      *of an issue or transfer row - the descriptive fields stay on
      *the master record.  A return keeps the supplier it goes back
      *to.
           MOVE SPACES TO WS-PART-NAME
           MOVE ZEROS TO WS-REORDER-POINT
           MOVE ZEROS TO WS-REORDER-QUANTITY
           MOVE ZEROS TO WS-UNIT-PRICE
           IF NOT WS-TRAN-RETURN
               MOVE SPACES TO WS-SUPPLIER-CODE
           END-IF
           IF NOT WS-TRAN-TRANSFER
               MOVE SPACE TO WS-TRAN-TO-LOCATION
           END-IF
           MOVE WS-INVENTORY-RECORD TO INVENTORY-RECORD
           WRITE INVENTORY-RECORD
           END-WRITE
      *Only a receipt claims the part number - an issue, a
      *transfer or a return must not block a later receipt of the
      *same part from being keyed.
           IF NOT WS-TRAN-ISSUE AND NOT WS-TRAN-TRANSFER
              AND NOT WS-TRAN-RETURN
               PERFORM 0323-ADD-PART-NUMBER-TO-TABLE
               PERFORM 0392-WRITE-RECEIPT-PRICE
           ELSE
               MOVE WS-PART-NUMBER TO WS-DRAW-PART-NUMBER
               MOVE WS-TRAN-LOCATION TO WS-DRAW-LOCATION
               MOVE WS-QUANTITY-ON-HAND TO WS-DRAW-QUANTITY
               PERFORM 0314-ADD-PENDING-DRAW
               IF NOT WS-TRAN-TRANSFER
                   MOVE WS-CHARGE-CODE TO WS-CHARGE-DRAW-CODE
                   PERFORM 0317-ADD-PENDING-CHARGE
               END-IF
      *An issue counts against its department's month at once, so
      *the next issue keyed sees it.
               IF WS-TRAN-ISSUE AND WS-BUDGETS-KEPT
                  AND WS-MASTER-PRESENT
                   MOVE WS-CHARGE-CODE TO WS-BUDGET-CHARGE-CODE
                   MOVE WS-PART-NUMBER TO WS-BUDGET-PART-NUMBER
                   MOVE WS-QUANTITY-ON-HAND TO WS-BUDGET-QUANTITY
                   PERFORM 0535-ADD-DEPT-SPEND
               END-IF
           END-IF
           PERFORM 0391-WRITE-AUDIT-RECORD.

       0392-WRITE-RECEIPT-PRICE.
      *A keyed receipt is already in our part number and eaches -
      *the catalog is only looked up by supplier and part for the
      *contract price.  No entry logs zeros, which the variance
      *report passes over.
           ACCEPT WS-RPR-DATE FROM DATE YYYYMMDD
           MOVE WS-SUPPLIER-CODE TO WS-RPR-SUPPLIER-CODE
           MOVE WS-PART-NUMBER TO WS-RPR-PART-NUMBER
           MOVE SPACES TO WS-RPR-SUPPLIER-ITEM
           MOVE WS-QUANTITY-ON-HAND TO WS-RPR-QUANTITY
           MOVE WS-UNIT-PRICE TO WS-RPR-INVOICE-PRICE
           MOVE ZEROS TO WS-RPR-CONTRACT-PRICE
           SET WS-CATALOG-NOT-FOUND TO TRUE
           PERFORM 0393-COMPARE-CATALOG-ENTRY
              VARYING WS-CATALOG-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-CATALOG-TABLE-INDEX > WS-CATALOG-TABLE-COUNT
                 OR WS-CATALOG-FOUND
           MOVE 'K' TO WS-RPR-SOURCE
           MOVE WS-RECEIPT-PRICE-RECORD TO RECEIPT-PRICE-RECORD
           WRITE RECEIPT-PRICE-RECORD
           END-WRITE.

       0393-COMPARE-CATALOG-ENTRY.
           MOVE WS-CATALOG-ENTRY(WS-CATALOG-TABLE-INDEX)
              TO WS-CATALOG-RECORD
           IF WS-CAT-SUPPLIER-CODE = WS-SUPPLIER-CODE
              AND WS-CAT-PART-NUMBER = WS-PART-NUMBER
               SET WS-CATALOG-FOUND TO TRUE
               MOVE WS-CAT-CONTRACT-PRICE TO WS-RPR-CONTRACT-PRICE
           END-IF.

       0394-LOAD-RESERVATION-TABLE.
      *Only what is still reserved is kept - a reservation the
      *merge has relieved in full is dropped from the file anyway.
      *A full table stops adding, and the reservations past it are
      *not protected this session.
           MOVE ZERO TO WS-RESERVATION-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESERVATION-FILE
           PERFORM 0395-READ-RESERVATION-RECORD
           PERFORM 0396-STORE-RESERVATION-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE RESERVATION-FILE.

       0395-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0396-STORE-RESERVATION-ENTRY.
           MOVE RESERVATION-RECORD TO WS-RESERVATION-RECORD
           IF WS-RSV-QUANTITY > WS-RSV-DRAWN-QUANTITY
              AND WS-RESERVATION-COUNT < 999
               ADD 1 TO WS-RESERVATION-COUNT
               MOVE WS-RSV-PART-NUMBER
                  TO WS-RST-PART-NUMBER(WS-RESERVATION-COUNT)
               MOVE WS-RSV-CHARGE-CODE
                  TO WS-RST-CHARGE-CODE(WS-RESERVATION-COUNT)
               COMPUTE WS-RST-OUTSTANDING(WS-RESERVATION-COUNT)
                  = WS-RSV-QUANTITY - WS-RSV-DRAWN-QUANTITY
           END-IF
           PERFORM 0395-READ-RESERVATION-RECORD.

       0397-LOAD-LOT-TABLES.
      *A full table stops adding - a part past it is treated as not
      *lot-controlled this session, and a lot past it cannot be
      *keyed, only drawn oldest first.
           MOVE ZERO TO WS-LOT-PART-COUNT
           MOVE ZERO TO WS-LOT-BALANCE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-PART-FILE
           PERFORM 0398-READ-LOT-PART-RECORD
           PERFORM 0399-STORE-LOT-PART-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE LOT-PART-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-BALANCE-FILE
           PERFORM 0401-READ-LOT-BALANCE-RECORD
           PERFORM 0402-STORE-LOT-BALANCE-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE LOT-BALANCE-FILE.

       0398-READ-LOT-PART-RECORD.
           READ LOT-PART-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOT-PART-RECORD TO WS-LOT-PART-RECORD
           END-READ.

       0399-STORE-LOT-PART-ENTRY.
           IF WS-LOT-PART-COUNT < 999
               ADD 1 TO WS-LOT-PART-COUNT
               MOVE WS-LTP-PART-NUMBER
                  TO WS-LOT-PART-ENTRY(WS-LOT-PART-COUNT)
           END-IF
           PERFORM 0398-READ-LOT-PART-RECORD.

       0401-READ-LOT-BALANCE-RECORD.
           READ LOT-BALANCE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0402-STORE-LOT-BALANCE-ENTRY.
           IF WS-LOT-BALANCE-COUNT < 9999
               ADD 1 TO WS-LOT-BALANCE-COUNT
               MOVE LOT-BALANCE-RECORD
                  TO WS-LOT-BALANCE-ENTRY(WS-LOT-BALANCE-COUNT)
           END-IF
           PERFORM 0401-READ-LOT-BALANCE-RECORD.

       0391-WRITE-AUDIT-RECORD.
      *An intake row is new by definition, so its prior values are
      *zeros and its new values are the transaction as keyed.
                   MOVE 'I' TO WS-AUD-ACTION-CODE
               WHEN WS-TRAN-TRANSFER
                   MOVE 'T' TO WS-AUD-ACTION-CODE
               WHEN WS-TRAN-RETURN
                   MOVE 'V' TO WS-AUD-ACTION-CODE
               WHEN OTHER
                   MOVE 'A' TO WS-AUD-ACTION-CODE
           END-EVALUATE
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.
                   
       0400-ISSUE-KIT.
      *A kit issue draws every component of the kit from one
      *location and charges it to one code.  Each component is
      *checked before anything is written - a part on hold or
      *obsolete, a part the master does not carry, or a part short
      *at the location refuses the kit whole, so the floor never
      *gets half a kit and the books never show one.  Only then is
      *one issue row written per component, each audited as an
      *ordinary issue.
           IF WS-KIT-TABLE-COUNT = ZERO
               DISPLAY 'KIT MASTER NOT LOADED - KIT ISSUE REFUSED'
                  LINE 10 COLUMN 5
           ELSE
               PERFORM 0410-PROMPT-KIT-CODE
               PERFORM 0420-PROMPT-KIT-COUNT
               PERFORM 0357-PROMPT-LOCATION
               PERFORM 0365-PROMPT-CHARGE-CODE
               PERFORM 0430-CHECK-KIT-COMPONENTS
               IF WS-KIT-OK AND WS-KIT-TAKES-RESERVED
                   PERFORM 0440-CONFIRM-KIT-RESERVED
               END-IF
               IF WS-KIT-OK
                   PERFORM 0505-CHECK-KIT-BUDGET
               END-IF
               IF WS-KIT-OK
                   PERFORM 0450-WRITE-KIT-COMPONENT
                      VARYING WS-COMPONENT-INDEX FROM 1 BY 1
                      UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT
                   DISPLAY 'KIT ISSUED - ' WS-KIT-COMPONENT-COUNT
                      ' ISSUE ROWS WRITTEN                       '
                      LINE 10 COLUMN 5
               ELSE
                   DISPLAY 'KIT REFUSED - PART ' WS-KIT-REFUSED-PART
                      ' ' WS-KIT-REFUSAL-REASON
                      LINE 10 COLUMN 5
               END-IF
           END-IF.

       0410-PROMPT-KIT-CODE.
      *Re-prompts until a kit code on KITFILE.TXT is keyed.
           SET WS-KIT-NOT-FOUND TO TRUE
           PERFORM 0411-ENTER-KIT-CODE UNTIL WS-KIT-FOUND.

       0411-ENTER-KIT-CODE.
           DISPLAY 'Enter kit code'
              LINE 4 COLUMN 5
           ACCEPT WS-KIT-CODE
              LINE 5 COLUMN 10
           PERFORM 0412-COMPARE-KIT-ENTRY
              VARYING WS-KIT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-KIT-TABLE-INDEX > WS-KIT-TABLE-COUNT
                 OR WS-KIT-FOUND
           IF WS-KIT-FOUND
               DISPLAY '                                       '
                  LINE 6 COLUMN 5
               DISPLAY WS-KIT-DESCRIPTION
                  LINE 7 COLUMN 10
           ELSE
               DISPLAY 'KIT CODE NOT ON FILE - RE-ENTER'
                  LINE 6 COLUMN 5
           END-IF.

       0412-COMPARE-KIT-ENTRY.
           IF WS-KIT-ENTRY(WS-KIT-TABLE-INDEX)(1:5) = WS-KIT-CODE
               SET WS-KIT-FOUND TO TRUE
               MOVE WS-KIT-ENTRY(WS-KIT-TABLE-INDEX) TO WS-KIT-RECORD
           END-IF.

       0420-PROMPT-KIT-COUNT.
      *Re-prompts until a number of kits greater than zero is
      *keyed, same as the quantity on a single-part issue.
           SET WS-QTY-INVALID TO TRUE
           PERFORM 0421-ENTER-KIT-COUNT UNTIL WS-QTY-VALID.

       0421-ENTER-KIT-COUNT.
           DISPLAY 'Enter number of kits'
              LINE 8 COLUMN 5
           ACCEPT WS-KITS-ISSUED
              LINE 9 COLUMN 10
           IF WS-KITS-ISSUED > 0
               SET WS-QTY-VALID TO TRUE
               DISPLAY '                                       '
                  LINE 9 COLUMN 30
           ELSE
               DISPLAY 'NUMBER OF KITS MUST BE GREATER THAN ZERO'
                  LINE 9 COLUMN 30
           END-IF.

       0430-CHECK-KIT-COMPONENTS.
           SET WS-KIT-OK TO TRUE
           MOVE ZERO TO WS-ISSUE-VALUE
           SET WS-KIT-CLEAR-OF-RESERVED TO TRUE
           PERFORM 0431-CHECK-ONE-COMPONENT
              VARYING WS-COMPONENT-INDEX FROM 1 BY 1
              UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT
                 OR WS-KIT-REFUSED.

       0431-CHECK-ONE-COMPONENT.
      *Unlike a single-part issue, a master that cannot be read or
      *a part not on it refuses the kit - the shortage check has
      *nothing to prove the stock is there.
           MOVE WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
              TO WS-KIT-REFUSED-PART
           COMPUTE WS-COMPONENT-NEED =
              WS-KITS-ISSUED * WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX)
           IF WS-COMPONENT-NEED > 9999999
               SET WS-KIT-REFUSED TO TRUE
               MOVE 'QUANTITY TOO LARGE' TO WS-KIT-REFUSAL-REASON
           ELSE
               IF NOT WS-MASTER-PRESENT
                   SET WS-KIT-REFUSED TO TRUE
                   MOVE 'MASTER NOT READABLE'
                      TO WS-KIT-REFUSAL-REASON
               ELSE
                   MOVE WS-KIT-REFUSED-PART TO WS-MST-PART-NUMBER
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           SET WS-KIT-REFUSED TO TRUE
                           MOVE 'NOT ON MASTER'
                              TO WS-KIT-REFUSAL-REASON
                       NOT INVALID KEY
                           PERFORM 0432-CHECK-COMPONENT-STOCK
                   END-READ
               END-IF
           END-IF.

       0432-CHECK-COMPONENT-STOCK.
           IF WS-MST-PART-HOLD OR WS-MST-PART-OBSOLETE
               SET WS-KIT-REFUSED TO TRUE
               MOVE 'ON HOLD OR OBSOLETE' TO WS-KIT-REFUSAL-REASON
           ELSE
      *The whole kit is valued as its components are checked, for
      *the budget warning once every component has passed.
               COMPUTE WS-ISSUE-VALUE = WS-ISSUE-VALUE
                  + WS-COMPONENT-NEED * WS-MST-UNIT-PRICE
               EVALUATE WS-TRAN-LOCATION
                   WHEN 'C'
                       MOVE WS-MST-QTY-CAGE TO WS-LOCATION-AVAILABLE
                   WHEN 'D'
                       MOVE WS-MST-QTY-DOCK TO WS-LOCATION-AVAILABLE
                   WHEN OTHER
                       MOVE WS-MST-QTY-WAREHOUSE
                          TO WS-LOCATION-AVAILABLE
               END-EVALUATE
               MOVE WS-KIT-REFUSED-PART TO WS-DRAW-PART-NUMBER
               MOVE WS-TRAN-LOCATION TO WS-DRAW-LOCATION
               PERFORM 0315-FIND-PENDING-DRAW
               IF WS-PENDING-FOUND
                   SUBTRACT WS-PND-QUANTITY(WS-PENDING-TABLE-INDEX)
                      FROM WS-LOCATION-AVAILABLE
               END-IF
               IF WS-LOCATION-AVAILABLE < WS-COMPONENT-NEED
                   SET WS-KIT-REFUSED TO TRUE
                   MOVE 'SHORT AT LOCATION' TO WS-KIT-REFUSAL-REASON
               ELSE
                   PERFORM 0433-CHECK-COMPONENT-RESERVED
               END-IF
           END-IF.

       0433-CHECK-COMPONENT-RESERVED.
      *A component is held to the same reservation rule as a
      *single-part issue - see 0460.  A clerk's kit is refused
      *whole; a supervisor's is flagged and confirmed once all its
      *components have been checked.
           MOVE WS-CHARGE-CODE TO WS-CHARGE-DRAW-CODE
           PERFORM 0470-COMPUTE-RESERVED-POSITION
           IF WS-RESERVED-FOR-OTHERS > ZERO
              AND WS-COMPONENT-NEED > WS-FREE-STOCK
               IF WS-OPERATOR-SUPERVISOR
                   SET WS-KIT-TAKES-RESERVED TO TRUE
               ELSE
                   SET WS-KIT-REFUSED TO TRUE
                   MOVE 'RESERVED FOR OTHERS' TO WS-KIT-REFUSAL-REASON
                   PERFORM 0248-WRITE-REFUSED-RECORD
               END-IF
           END-IF.

       0440-CONFIRM-KIT-RESERVED.
           DISPLAY 'KIT TAKES STOCK RESERVED FOR OTHER CODES'
              LINE 10 COLUMN 5
           DISPLAY 'Issue kit anyway? y/n'
              LINE 11 COLUMN 5
           ACCEPT WS-OVERRIDE-REPLY
              LINE 11 COLUMN 30
           IF NOT WS-OVERRIDE-YES
               SET WS-KIT-REFUSED TO TRUE
               MOVE 'NOT CONFIRMED' TO WS-KIT-REFUSAL-REASON
           END-IF.

       0460-CHECK-ISSUE-RESERVATIONS.
      *An issue may not take stock reserved for another charge
      *code.  When the quantity keyed is more than the part's free
      *stock and some of the shortfall is another code's
      *reservation, a clerk's issue is refused and leaves a refused
      *row on the trail; a supervisor is warned and may issue
      *anyway.  An issue to a reserved code draws its own
      *reservation down - the file itself is relieved by the merge
      *tonight, but the pending-charge table counts the draw at
      *once, so the next issue keyed sees it.  A master that cannot
      *be read, or a part not on it, cannot be checked - the issue
      *goes through as keyed, the same stance as the status check.
           DISPLAY '                                                  '
              LINE 10 COLUMN 5
           DISPLAY '                                                  '
              LINE 11 COLUMN 5
           IF WS-RESERVATION-COUNT > ZERO AND WS-MASTER-PRESENT
               MOVE WS-PART-NUMBER TO WS-MST-PART-NUMBER
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0461-APPLY-RESERVATION-RULE
               END-READ
           END-IF.

       0461-APPLY-RESERVATION-RULE.
           MOVE WS-PART-NUMBER TO WS-DRAW-PART-NUMBER
           MOVE WS-CHARGE-CODE TO WS-CHARGE-DRAW-CODE
           PERFORM 0470-COMPUTE-RESERVED-POSITION
           IF WS-RESERVED-FOR-OTHERS > ZERO
              AND WS-QUANTITY-ON-HAND > WS-FREE-STOCK
               DISPLAY 'ISSUE TAKES STOCK RESERVED FOR OTHER CODES'
                  LINE 10 COLUMN 5
               IF WS-OPERATOR-SUPERVISOR
                   DISPLAY 'Issue anyway? y/n'
                      LINE 11 COLUMN 5
                   ACCEPT WS-OVERRIDE-REPLY
                      LINE 11 COLUMN 30
                   IF NOT WS-OVERRIDE-YES
                       SET WS-ISSUE-REFUSED TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ISSUE REFUSED - SUPERVISOR MUST KEY IT'
                      LINE 11 COLUMN 5
                   SET WS-ISSUE-REFUSED TO TRUE
                   PERFORM 0248-WRITE-REFUSED-RECORD
               END-IF
           ELSE
               IF WS-OWN-RESERVED > ZERO
                   IF WS-QUANTITY-ON-HAND < WS-OWN-RESERVED
                       COMPUTE WS-OWN-REMAINING
                          = WS-OWN-RESERVED - WS-QUANTITY-ON-HAND
                   ELSE
                       MOVE ZERO TO WS-OWN-REMAINING
                   END-IF
                   DISPLAY 'RESERVATION DRAWN - ' WS-OWN-REMAINING
                      ' STILL RESERVED FOR ' WS-CHARGE-CODE
                      LINE 10 COLUMN 5
               END-IF
           END-IF.

       0470-COMPUTE-RESERVED-POSITION.
      *For the part in WS-DRAW-PART-NUMBER, issued to the code in
      *WS-CHARGE-DRAW-CODE, against the master record just read.
      *Each reservation counts only what today's unmerged issues to
      *its code have not already drawn.
           MOVE ZERO TO WS-RESERVED-FOR-OTHERS
           MOVE ZERO TO WS-OWN-RESERVED
           MOVE ZERO TO WS-PART-PENDING-OUT
           PERFORM 0471-ADD-RESERVATION-ENTRY
              VARYING WS-RESERVATION-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-INDEX > WS-RESERVATION-COUNT
           PERFORM 0473-ADD-PART-PENDING-OUT
              VARYING WS-PENDING-CHARGE-INDEX FROM 1 BY 1
              UNTIL WS-PENDING-CHARGE-INDEX > WS-PENDING-CHARGE-COUNT
           COMPUTE WS-FREE-STOCK = WS-MST-QTY-WAREHOUSE
              + WS-MST-QTY-CAGE + WS-MST-QTY-DOCK
              - WS-PART-PENDING-OUT - WS-RESERVED-FOR-OTHERS.

       0471-ADD-RESERVATION-ENTRY.
           IF WS-RST-PART-NUMBER(WS-RESERVATION-INDEX)
                 = WS-DRAW-PART-NUMBER
               MOVE WS-RST-OUTSTANDING(WS-RESERVATION-INDEX)
                  TO WS-RESERVATION-LEFT
               PERFORM 0472-NET-RESERVATION-DRAWS
               IF WS-RESERVATION-LEFT > ZERO
                   IF WS-RST-CHARGE-CODE(WS-RESERVATION-INDEX)
                         = WS-CHARGE-DRAW-CODE
                       ADD WS-RESERVATION-LEFT TO WS-OWN-RESERVED
                   ELSE
                       ADD WS-RESERVATION-LEFT
                          TO WS-RESERVED-FOR-OTHERS
                   END-IF
               END-IF
           END-IF.

       0472-NET-RESERVATION-DRAWS.
           PERFORM 0474-COMPARE-RESERVATION-DRAW
              VARYING WS-PENDING-CHARGE-INDEX FROM 1 BY 1
              UNTIL WS-PENDING-CHARGE-INDEX > WS-PENDING-CHARGE-COUNT.

       0473-ADD-PART-PENDING-OUT.
           IF WS-PCH-PART-NUMBER(WS-PENDING-CHARGE-INDEX)
                 = WS-DRAW-PART-NUMBER
               ADD WS-PCH-QUANTITY(WS-PENDING-CHARGE-INDEX)
                  TO WS-PART-PENDING-OUT
           END-IF.

       0474-COMPARE-RESERVATION-DRAW.
           IF WS-PCH-PART-NUMBER(WS-PENDING-CHARGE-INDEX)
                 = WS-DRAW-PART-NUMBER
              AND WS-PCH-CHARGE-CODE(WS-PENDING-CHARGE-INDEX)
                 = WS-RST-CHARGE-CODE(WS-RESERVATION-INDEX)
               SUBTRACT WS-PCH-QUANTITY(WS-PENDING-CHARGE-INDEX)
                  FROM WS-RESERVATION-LEFT
           END-IF.

       0450-WRITE-KIT-COMPONENT.
      *Each component goes on file as an ordinary issue, so the
      *merge, the GL feed and the usage reports need no idea that
      *a kit was involved.
           SET WS-TRAN-ISSUE TO TRUE
           MOVE WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
              TO WS-PART-NUMBER
           COMPUTE WS-QUANTITY-ON-HAND =
              WS-KITS-ISSUED * WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX)
           PERFORM 0327-CLEAR-UNUSED-ISSUE-FIELDS
      *No lot is keyed for a component - the merge draws the
      *oldest-expiring lot of any that is lot-controlled.
           MOVE SPACES TO WS-TRAN-LOT-NUMBER
           MOVE ZEROS TO WS-TRAN-EXPIRY-DATE
           PERFORM 0308-WRITE-INV-FILE.

       0480-PROMPT-RECEIPT-LOT.
      *A receipt of a lot-controlled part must say which lot it is
      *and when that lot goes bad, or the stock cannot be told
      *apart on the shelf.  Any other part carries neither.
           PERFORM 0485-CHECK-LOT-CONTROL
           IF WS-PART-LOT-CONTROLLED
               SET WS-LOT-INVALID TO TRUE
               PERFORM 0481-ENTER-RECEIPT-LOT UNTIL WS-LOT-VALID
               SET WS-LOT-INVALID TO TRUE
               PERFORM 0482-ENTER-EXPIRY-DATE UNTIL WS-LOT-VALID
           ELSE
               MOVE SPACES TO WS-TRAN-LOT-NUMBER
               MOVE ZEROS TO WS-TRAN-EXPIRY-DATE
           END-IF.

       0481-ENTER-RECEIPT-LOT.
           DISPLAY 'Enter lot number'
              LINE 21 COLUMN 5
           ACCEPT WS-TRAN-LOT-NUMBER
              LINE 21 COLUMN 35
           IF WS-TRAN-LOT-NUMBER = SPACES
               DISPLAY 'LOT-CONTROLLED PART - LOT NUMBER REQUIRED'
                  LINE 22 COLUMN 5
           ELSE
               SET WS-LOT-VALID TO TRUE
               DISPLAY '                                         '
                  LINE 22 COLUMN 5
           END-IF.

       0482-ENTER-EXPIRY-DATE.
      *A lot already expired, or expiring today, has no business
      *going on the shelf - it goes back to the supplier instead.
           DISPLAY 'Enter expiry date (YYYYMMDD)'
              LINE 23 COLUMN 5
           ACCEPT WS-ENTERED-EXPIRY-DATE
              LINE 23 COLUMN 35
           PERFORM 0483-CHECK-EXPIRY-DATE
           IF WS-LOT-VALID
               IF WS-ENTERED-EXPIRY-DATE > WS-TODAY-DATE
                   MOVE WS-ENTERED-EXPIRY-DATE TO WS-TRAN-EXPIRY-DATE
                   DISPLAY '                                         '
                      LINE 24 COLUMN 5
               ELSE
                   SET WS-LOT-INVALID TO TRUE
                   DISPLAY 'LOT ALREADY EXPIRED - DO NOT RECEIVE     '
                      LINE 24 COLUMN 5
               END-IF
           ELSE
               DISPLAY 'NOT A VALID DATE - KEY AS YYYYMMDD       '
                  LINE 24 COLUMN 5
           END-IF.

       0483-CHECK-EXPIRY-DATE.
           SET WS-LOT-VALID TO TRUE
           EVALUATE WS-EX-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EX-LAST-DAY
               WHEN 2
                   DIVIDE WS-EX-YEAR BY 4 GIVING WS-EX-LEAP-QUOTIENT
                      REMAINDER WS-EX-LEAP-REMAINDER
                   IF WS-EX-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-EX-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-EX-LAST-DAY
                   END-IF
               WHEN 1 THRU 12
                   MOVE 31 TO WS-EX-LAST-DAY
               WHEN OTHER
                   SET WS-LOT-INVALID TO TRUE
           END-EVALUATE
           IF WS-LOT-VALID
               IF WS-EX-DAY < 1 OR WS-EX-DAY > WS-EX-LAST-DAY
                   SET WS-LOT-INVALID TO TRUE
               END-IF
           END-IF.

       0485-CHECK-LOT-CONTROL.
           SET WS-PART-NOT-LOT-CONTROLLED TO TRUE
           PERFORM 0486-COMPARE-LOT-PART-ENTRY
              VARYING WS-LOT-PART-INDEX FROM 1 BY 1
              UNTIL WS-LOT-PART-INDEX > WS-LOT-PART-COUNT
                 OR WS-PART-LOT-CONTROLLED.

       0486-COMPARE-LOT-PART-ENTRY.
           IF WS-LOT-PART-ENTRY(WS-LOT-PART-INDEX) = WS-PART-NUMBER
               SET WS-PART-LOT-CONTROLLED TO TRUE
           END-IF.

       0490-PROMPT-ISSUE-LOT.
      *A lot-controlled part's stock leaves oldest expiry first
      *unless the clerk keys the lot actually picked.  The lot the
      *merge would draw is shown so the picker can go straight to
      *it.  A keyed lot must be at the location with enough on it,
      *as of last night's merge.  An expired lot may be moved to
      *quarantine or sent back to the supplier, but never issued
      *to the floor.
           MOVE ZEROS TO WS-TRAN-EXPIRY-DATE
           PERFORM 0485-CHECK-LOT-CONTROL
           IF WS-PART-LOT-CONTROLLED
               PERFORM 0495-FIND-NEXT-LOT
               EVALUATE TRUE
                   WHEN WS-LOT-NOT-FOUND
                       DISPLAY 'NEXT: NO GOOD LOT ON FILE HERE'
                          LINE 12 COLUMN 46
                   WHEN WS-LOT-NEXT-NUMBER = SPACES
                       DISPLAY 'NEXT: UNLOTTED STOCK          '
                          LINE 12 COLUMN 46
                   WHEN OTHER
                       DISPLAY 'NEXT: ' WS-LOT-NEXT-NUMBER
                          ' EXP ' WS-LOT-NEXT-EXPIRY
                          LINE 12 COLUMN 46
               END-EVALUATE
               SET WS-LOT-INVALID TO TRUE
               PERFORM 0491-ENTER-ISSUE-LOT UNTIL WS-LOT-VALID
           ELSE
               MOVE SPACES TO WS-TRAN-LOT-NUMBER
           END-IF.

       0491-ENTER-ISSUE-LOT.
           DISPLAY 'Enter lot (blank = oldest expiry first)'
              LINE 12 COLUMN 5
           ACCEPT WS-TRAN-LOT-NUMBER
              LINE 13 COLUMN 10
           IF WS-TRAN-LOT-NUMBER = SPACES
               SET WS-LOT-VALID TO TRUE
           ELSE
               PERFORM 0492-CHECK-KEYED-LOT
           END-IF
           IF WS-LOT-VALID
               DISPLAY '                                         '
                  LINE 13 COLUMN 30
           END-IF.

       0492-CHECK-KEYED-LOT.
           SET WS-LOT-NOT-FOUND TO TRUE
           PERFORM 0493-COMPARE-KEYED-LOT
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
                 OR WS-LOT-FOUND
           EVALUATE TRUE
               WHEN WS-LOT-NOT-FOUND
                   DISPLAY 'LOT NOT AT THIS LOCATION - RE-ENTER     '
                      LINE 13 COLUMN 30
               WHEN WS-LOT-ON-HAND < WS-QUANTITY-ON-HAND
                   DISPLAY 'LOT HOLDS ONLY ' WS-LOT-ON-HAND
                      ' - RE-ENTER          '
                      LINE 13 COLUMN 30
               WHEN WS-TRAN-ISSUE
                  AND WS-LOT-ON-HAND-EXPIRY > ZERO
                  AND WS-LOT-ON-HAND-EXPIRY < WS-TODAY-DATE
                   DISPLAY 'LOT EXPIRED - MAY NOT BE ISSUED         '
                      LINE 13 COLUMN 30
               WHEN OTHER
                   SET WS-LOT-VALID TO TRUE
           END-EVALUATE.

       0493-COMPARE-KEYED-LOT.
           MOVE WS-LOT-BALANCE-ENTRY(WS-LOT-BALANCE-INDEX)
              TO WS-LOT-BALANCE-RECORD
           IF WS-LOT-PART-NUMBER = WS-PART-NUMBER
              AND WS-LOT-LOCATION = WS-TRAN-LOCATION
              AND WS-LOT-NUMBER = WS-TRAN-LOT-NUMBER
               SET WS-LOT-FOUND TO TRUE
               MOVE WS-LOT-QUANTITY TO WS-LOT-ON-HAND
               MOVE WS-LOT-EXPIRY-DATE TO WS-LOT-ON-HAND-EXPIRY
           END-IF.

       0495-FIND-NEXT-LOT.
      *The same choice the merge makes for an unkeyed draw: the
      *earliest expiry among lots still good, the unlotted balance
      *(no expiry) ahead of all of them.
           MOVE SPACES TO WS-LOT-NEXT-NUMBER
           MOVE ZEROS TO WS-LOT-NEXT-EXPIRY
           SET WS-LOT-NOT-FOUND TO TRUE
           PERFORM 0496-RANK-NEXT-LOT
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT.

       0496-RANK-NEXT-LOT.
           MOVE WS-LOT-BALANCE-ENTRY(WS-LOT-BALANCE-INDEX)
              TO WS-LOT-BALANCE-RECORD
           IF WS-LOT-PART-NUMBER = WS-PART-NUMBER
              AND WS-LOT-LOCATION = WS-TRAN-LOCATION
              AND WS-LOT-QUANTITY > ZERO
              AND (WS-LOT-EXPIRY-DATE = ZERO
                 OR WS-LOT-EXPIRY-DATE NOT < WS-TODAY-DATE)
               IF WS-LOT-NOT-FOUND
                  OR WS-LOT-EXPIRY-DATE < WS-LOT-NEXT-EXPIRY
                   SET WS-LOT-FOUND TO TRUE
                   MOVE WS-LOT-NUMBER TO WS-LOT-NEXT-NUMBER
                   MOVE WS-LOT-EXPIRY-DATE TO WS-LOT-NEXT-EXPIRY
               END-IF
           END-IF.

       0500-CHECK-ISSUE-BUDGET.
      *An issue that would take its department past the month's
      *budget is shown to the clerk with the month's spend it would
      *leave, and goes on file only if the clerk confirms it.  The
      *spend is valued the way the usage report values it - the
      *quantity at the master's average cost - so the warning and
      *the month-end budget report agree.  A department with no
      *budget, or a master that cannot be read, is never warned
      *about; a part not on the master values at zero.
           DISPLAY '                                                  '
              LINE 14 COLUMN 5
           DISPLAY '                                                  '
              LINE 15 COLUMN 5
           IF WS-BUDGETS-KEPT AND WS-MASTER-PRESENT
               MOVE WS-CHARGE-CODE TO WS-BUDGET-CHARGE-CODE
               PERFORM 0510-FIND-DEPT-BUDGET
               IF WS-BUDGET-FOUND
                   MOVE WS-PART-NUMBER TO WS-BUDGET-PART-NUMBER
                   MOVE WS-QUANTITY-ON-HAND TO WS-BUDGET-QUANTITY
                   PERFORM 0520-VALUE-DRAW
                   MOVE WS-DRAW-VALUE TO WS-ISSUE-VALUE
                   PERFORM 0515-WARN-OVER-BUDGET
                   IF WS-BUDGET-NOT-CONFIRMED
                       SET WS-ISSUE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       0505-CHECK-KIT-BUDGET.
      *A kit is warned about once, for all its components together
      *- valued in 0432 as they were checked.
           DISPLAY '                                                  '
              LINE 14 COLUMN 5
           DISPLAY '                                                  '
              LINE 15 COLUMN 5
           IF WS-BUDGETS-KEPT AND WS-MASTER-PRESENT
               MOVE WS-CHARGE-CODE TO WS-BUDGET-CHARGE-CODE
               PERFORM 0510-FIND-DEPT-BUDGET
               IF WS-BUDGET-FOUND
                   PERFORM 0515-WARN-OVER-BUDGET
                   IF WS-BUDGET-NOT-CONFIRMED
                       SET WS-KIT-REFUSED TO TRUE
                       MOVE 'OVER BUDGET NOT CONFIRMED'
                          TO WS-KIT-REFUSAL-REASON
                   END-IF
               END-IF
           END-IF.

       0510-FIND-DEPT-BUDGET.
      *Found only when the code is on the master with a budget set.
           SET WS-BUDGET-NOT-FOUND TO TRUE
           PERFORM 0511-COMPARE-DEPT-BUDGET
              VARYING WS-DEPT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPT-TABLE-INDEX > WS-DEPT-TABLE-COUNT
                 OR WS-BUDGET-FOUND.

       0511-COMPARE-DEPT-BUDGET.
           IF WS-DEPT-CODE-ENTRY(WS-DEPT-TABLE-INDEX)
                 = WS-BUDGET-CHARGE-CODE
              AND WS-DEPT-BUDGET-ENTRY(WS-DEPT-TABLE-INDEX) > ZERO
               SET WS-BUDGET-FOUND TO TRUE
               MOVE WS-DEPT-TABLE-INDEX TO WS-BUDGET-MATCH-INDEX
           END-IF.

       0515-WARN-OVER-BUDGET.
      *For the department at WS-BUDGET-MATCH-INDEX and the draw in
      *WS-ISSUE-VALUE.
           SET WS-BUDGET-CONFIRMED TO TRUE
           COMPUTE WS-SPEND-AFTER-ISSUE
              = WS-DEPT-SPENT-ENTRY(WS-BUDGET-MATCH-INDEX)
                + WS-ISSUE-VALUE
           IF WS-SPEND-AFTER-ISSUE
                 > WS-DEPT-BUDGET-ENTRY(WS-BUDGET-MATCH-INDEX)
               MOVE WS-DEPT-BUDGET-ENTRY(WS-BUDGET-MATCH-INDEX)
                  TO WS-BUDGET-EDITED
               MOVE WS-SPEND-AFTER-ISSUE TO WS-SPEND-EDITED
               DISPLAY 'OVER BUDGET - ' WS-BUDGET-CHARGE-CODE
                  ' MONTH ' WS-BUDGET-EDITED
                  ' SPENT WITH THIS ' WS-SPEND-EDITED
                  LINE 14 COLUMN 5
               DISPLAY 'Issue anyway? y/n'
                  LINE 15 COLUMN 5
               ACCEPT WS-OVERRIDE-REPLY
                  LINE 15 COLUMN 30
               IF NOT WS-OVERRIDE-YES
                   SET WS-BUDGET-NOT-CONFIRMED TO TRUE
               END-IF
           END-IF.

       0520-VALUE-DRAW.
      *WS-BUDGET-QUANTITY of WS-BUDGET-PART-NUMBER at the master's
      *average cost.
           MOVE WS-BUDGET-PART-NUMBER TO WS-MST-PART-NUMBER
           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-DRAW-VALUE
               NOT INVALID KEY
                   COMPUTE WS-DRAW-VALUE
                      = WS-BUDGET-QUANTITY * WS-MST-UNIT-PRICE
           END-READ.

       0530-LOAD-MONTH-SPEND.
      *What each budgeted department has drawn this month: the
      *charged history rows the merge has written since the first
      *of the month - the same rows the usage report counts - plus
      *the issues keyed today and not yet merged.
           MOVE WS-TODAY-DATE TO WS-MONTH-START-DATE
           MOVE 1 TO WS-MSD-DAY
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0531-READ-HISTORY-RECORD
           PERFORM 0532-ADD-HISTORY-SPEND
              UNTIL WS-END-OF-FILE
           CLOSE MOVEMENT-HISTORY-FILE
           PERFORM 0533-ADD-PENDING-SPEND
              VARYING WS-PENDING-CHARGE-INDEX FROM 1 BY 1
              UNTIL WS-PENDING-CHARGE-INDEX > WS-PENDING-CHARGE-COUNT.

       0531-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.

       0532-ADD-HISTORY-SPEND.
           IF WS-HST-DATE >= WS-MONTH-START-DATE
              AND WS-HST-CHARGE-CODE NOT = SPACES
              AND NOT WS-HST-VENDOR-RETURN
               MOVE WS-HST-CHARGE-CODE TO WS-BUDGET-CHARGE-CODE
               MOVE WS-HST-PART-NUMBER TO WS-BUDGET-PART-NUMBER
               MOVE WS-HST-QTY-OUT TO WS-BUDGET-QUANTITY
               PERFORM 0535-ADD-DEPT-SPEND
           END-IF
           PERFORM 0531-READ-HISTORY-RECORD.

       0533-ADD-PENDING-SPEND.
      *A return to vendor is pending with a blank code - only
      *issues carry one.
           IF WS-PCH-CHARGE-CODE(WS-PENDING-CHARGE-INDEX)
                 NOT = SPACES
               MOVE WS-PCH-CHARGE-CODE(WS-PENDING-CHARGE-INDEX)
                  TO WS-BUDGET-CHARGE-CODE
               MOVE WS-PCH-PART-NUMBER(WS-PENDING-CHARGE-INDEX)
                  TO WS-BUDGET-PART-NUMBER
               MOVE WS-PCH-QUANTITY(WS-PENDING-CHARGE-INDEX)
                  TO WS-BUDGET-QUANTITY
               PERFORM 0535-ADD-DEPT-SPEND
           END-IF.

       0535-ADD-DEPT-SPEND.
           PERFORM 0510-FIND-DEPT-BUDGET
           IF WS-BUDGET-FOUND
               PERFORM 0520-VALUE-DRAW
               ADD WS-DRAW-VALUE
                  TO WS-DEPT-SPENT-ENTRY(WS-BUDGET-MATCH-INDEX)
           END-IF.

       0309-CLOSE-FILE.
           DISPLAY 'Stopping...'
               lINE 25 COLUMN 4
           CLOSE INVENTORY-FILE-OUT
           CLOSE RECEIPT-PRICE-FILE
           CLOSE INVENTORY-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE.
       
