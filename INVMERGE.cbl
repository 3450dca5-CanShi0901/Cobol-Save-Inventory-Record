      *merged into the cumulative indexed master: a receipt has its
      *quantity added to the part's on-hand balance, an issue has
      *its quantity subtracted, and a new part number on a receipt
      *is added outright.  A return to vendor leaves on-hand the
      *same way an issue does.
           SELECT INTAKE-SORTED-FILE ASSIGN TO 'INVSORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *One row per value movement the merge makes on a part -
      *receipts in, issues and returns out, and the averaging
      *rounding - for the ledger journal feed that runs once the
      *reconciliation has balanced.  Replaced by a fresh run and
      *extended by a same-day restart, so it always covers exactly
      *the night the control record covers.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO 'GLPOST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Stock reserved for a charge code ahead of need - see
      *RESVREC.cpy.  As each part's issues are merged, the ones to a
      *reserved code relieve that reservation; one drawn in full is
      *dropped.  The file is rewritten from the table after every
      *part that relieved anything, just before that part's
      *checkpoint, so a same-day restart that skips the part skips
      *a relief already on file.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The parts whose stock is kept by lot - see LOTPART.cpy.
      *Read once into a table; the list is kept by hand, the same
      *way the supplier catalog is.
           SELECT OPTIONAL LOT-PART-FILE ASSIGN TO 'LOTPART.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Each lot-controlled part's stock by location and lot - see
      *LOTBAL.cpy.  Held in a table for the run: the night's
      *receipts add their lots, and issues, returns and transfers
      *draw the lot keyed or else the one expiring soonest.  Each
      *location is then trued up to the master record just written.
      *Rewritten from the table after every lot-controlled part,
      *just before that part's checkpoint, the same way the
      *reservation file is - and once more at the end, after every
      *listed part has been trued up against the master, which
      *catches count and maintenance changes made during the day.
           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO 'LOTBAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Once STEP20 has merged the entire day's sorted intake into
      *INVMAST.DAT, INVFILE.TXT is cleared so tomorrow night's merge
      *does not re-read and re-apply quantities already rolled
       DATA DIVISION.
       FILE SECTION.
       FD INTAKE-SORTED-FILE.
       01 INTAKE-RECORD PIC X(133).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
       01 CONTROL-TOTALS-RECORD PIC X(42).

       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD PRICE-CHANGE-FILE.
       01 PRICE-CHANGE-RECORD PIC X(80).

       FD GL-POSTING-FILE.
       01 GL-POSTING-RECORD PIC X(46).

       FD INVENTORY-FILE-OUT.
       01 INVENTORY-RECORD PIC X(133).

       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

       FD LOT-PART-FILE.
       01 LOT-PART-RECORD PIC X(9).

       FD LOT-BALANCE-FILE.
       01 LOT-BALANCE-RECORD PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-INTAKE-RECORD.
       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-GL-POSTING.
           COPY GLPOST.

      *What the part's ledger rows have accounted for so far - the
      *difference from its real change in value is the averaging
      *rounding, posted on a row of its own so the night's rows
      *sum to the control total to the penny.
       01 WS-GL-ACCOUNTED-VALUE PIC S9(13)V99 COMP-3.
       01 WS-GL-ROUNDING-VALUE PIC S9(13)V99 COMP-3.

      *One part's whole day of intake, gathered before any of it is
      *applied.  All of a part's rows sort together, so its receipts
      *and issues are netted into WS-GROUP-NET-QUANTITY and merged
       01 WS-GROUP-QTY-OUT PIC 9(9) COMP.
       01 WS-GROUP-NET-QUANTITY PIC S9(9) COMP.
       01 WS-GROUP-NEW-BALANCE PIC S9(9) COMP.
       01 WS-GROUP-FIRST-RECEIPT PIC X(133).

      *The day's net per stock location - receipts and transfers in
      *added, issues and transfers out subtracted.  A transfer nets
      *so the movement history can say who drew what.  Issues whose
      *rows carry no code - rows written before the code was
      *carried - stay in the blank bucket and come out on the
      *part's main history row.  Returns to vendor are gathered in
      *the same table under the supplier's code, marked with their
      *own movement type so a supplier code can never be read back
      *as a department that drew stock.
       01 WS-GROUP-CHARGE-TABLE.
           03 WS-GROUP-CHARGE-ENTRY OCCURS 20 TIMES.
               04 WS-GC-CHARGE-CODE PIC X(5).
               04 WS-GC-MOVE-TYPE PIC X(1).
               04 WS-GC-QTY-OUT PIC 9(9) COMP.
       01 WS-GROUP-CHARGE-COUNT PIC 9(2) COMP.
       01 WS-GROUP-CHARGE-INDEX PIC 9(2) COMP.
       01 WS-GC-MATCH-INDEX PIC 9(2) COMP.
       01 WS-GROUP-BLANK-QTY-OUT PIC 9(9) COMP.
       01 WS-GC-SEEK-CODE PIC X(5).
       01 WS-GC-SEEK-TYPE PIC X(1).

       01 WS-CHARGE-FOUND-SWITCH PIC A(1).
           88 WS-GC-FOUND VALUE 'Y'.
       01 WS-NO-PRICE-CHANGE-LINE PIC X(80)
          VALUE '          NO AVERAGE COSTS MOVED TONIGHT'.

       01 WS-RESERVATION-RECORD.
           COPY RESVREC.

      *The whole reservation file, held as raw records so it can be
      *rewritten from the table - same 999-entry sizing RSVMAINT
      *keeps it to.  A file too big for the table is left alone
      *tonight rather than rewritten short.
       01 WS-RESERVATION-TABLE.
           05 WS-RESERVATION-ENTRY PIC X(52) OCCURS 999 TIMES.
       01 WS-RESERVATION-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RESERVATION-TABLE-INDEX PIC 9(4) COMP.
       01 WS-RESERVATION-MATCH-INDEX PIC 9(4) COMP.

       01 WS-RESERVATION-FOUND-SWITCH PIC A(1).
           88 WS-RESERVATION-FOUND VALUE 'Y'.
           88 WS-RESERVATION-NOT-FOUND VALUE 'N'.

       01 WS-RESERVATION-LOAD-SWITCH PIC A(1).
           88 WS-RESERVATIONS-LOADED VALUE 'Y'.
           88 WS-RESERVATIONS-TOO-MANY VALUE 'N'.

       01 WS-RESERVATION-CHANGE-SWITCH PIC A(1).
           88 WS-RESERVATIONS-CHANGED VALUE 'Y'.
           88 WS-RESERVATIONS-UNCHANGED VALUE 'N'.

       01 WS-RESERVATION-OUTSTANDING PIC 9(7).
       01 WS-RESERVATION-RELIEF PIC 9(7).
       01 WS-RELIEVED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-FILLED-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-LOT-PART-RECORD.
           COPY LOTPART.

      *The lot-controlled part list, and the whole lot balance file
      *in part, location and lot order.  A file too big for its
      *table leaves every lot untouched tonight rather than have
      *the balance file rewritten short.
       01 WS-LOT-PART-TABLE.
           05 WS-LPT-PART-NUMBER PIC 9(9) OCCURS 999 TIMES.
       01 WS-LOT-PART-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOT-PART-INDEX PIC 9(4) COMP.

       01 WS-LOT-BALANCE-TABLE.
           05 WS-LBT-ENTRY OCCURS 9999 TIMES.
               10 WS-LBT-KEY.
                   15 WS-LBT-PART-NUMBER PIC 9(9).
                   15 WS-LBT-LOCATION PIC X(1).
                   15 WS-LBT-LOT-NUMBER PIC X(10).
               10 WS-LBT-EXPIRY-DATE PIC 9(8).
               10 WS-LBT-QUANTITY PIC 9(7).
               10 WS-LBT-RECEIVED-DATE PIC 9(8).
       01 WS-LOT-BALANCE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LOT-BALANCE-INDEX PIC 9(5) COMP.
       01 WS-LOT-MATCH-INDEX PIC 9(5) COMP.
       01 WS-LOT-INSERT-INDEX PIC 9(5) COMP.
       01 WS-LOT-BEST-INDEX PIC 9(5) COMP.

       01 WS-LOT-LOAD-SWITCH PIC A(1).
           88 WS-LOTS-LOADED VALUE 'Y'.
           88 WS-LOTS-TOO-MANY VALUE 'N'.

       01 WS-LOT-PART-FOUND-SWITCH PIC A(1).
           88 WS-LOT-PART-FOUND VALUE 'Y'.
           88 WS-LOT-PART-NOT-FOUND VALUE 'N'.

       01 WS-LOT-FOUND-SWITCH PIC A(1).
           88 WS-LOT-FOUND VALUE 'Y'.
           88 WS-LOT-NOT-FOUND VALUE 'N'.

       01 WS-GROUP-LOT-SWITCH PIC A(1).
           88 WS-GROUP-LOT-CONTROLLED VALUE 'Y'.
           88 WS-GROUP-NOT-LOT-CONTROLLED VALUE 'N'.

      *A lot-controlled part's lot movements for the day, gathered
      *with its other intake rows and applied once the master has
      *taken them - receipts first, so a lot received and drawn the
      *same day is there to draw.  Move type R = receipt into a
      *lot, O = issue or return drawn out, T = transfer.  A part
      *with more than 99 in a day leaves the excess to the true-up.
       01 WS-GROUP-LOT-TABLE.
           05 WS-GROUP-LOT-ENTRY OCCURS 99 TIMES.
               10 WS-GLT-MOVE-TYPE PIC X(1).
               10 WS-GLT-LOCATION PIC X(1).
               10 WS-GLT-TO-LOCATION PIC X(1).
               10 WS-GLT-LOT-NUMBER PIC X(10).
               10 WS-GLT-EXPIRY-DATE PIC 9(8).
               10 WS-GLT-QUANTITY PIC 9(7).
       01 WS-GROUP-LOT-COUNT PIC 9(2) COMP.
       01 WS-GROUP-LOT-INDEX PIC 9(3) COMP.

      *The lot being looked for, added to or drawn from.  The key
      *lines up with WS-LBT-KEY so one compare finds a lot and
      *places a new one in order.
       01 WS-LOT-SEEK-KEY.
           05 WS-LOT-SEEK-PART PIC 9(9).
           05 WS-LOT-SEEK-LOCATION PIC X(1).
           05 WS-LOT-SEEK-NUMBER PIC X(10).
       01 WS-LOT-SEEK-EXPIRY PIC 9(8).
       01 WS-LOT-SEEK-RECEIVED PIC 9(8).
       01 WS-LOT-SEEK-QUANTITY PIC 9(7).
       01 WS-LOT-DRAW-FROM-LOCATION PIC X(1).
       01 WS-LOT-DRAW-TO-LOCATION PIC X(1).
       01 WS-LOT-DRAW-REMAINING PIC 9(7).
       01 WS-LOT-DRAW-PIECE PIC 9(7).
       01 WS-LOT-BEST-RANK PIC 9(1).
       01 WS-LOT-BEST-EXPIRY PIC 9(8).
       01 WS-LOT-CANDIDATE-RANK PIC 9(1).
       01 WS-LOT-LOCATION-SUM PIC 9(9) COMP.
       01 WS-LOT-MASTER-QUANTITY PIC 9(7).
       01 WS-LOT-LOCATION-CODES PIC X(3) VALUE 'WCD'.
       01 FILLER REDEFINES WS-LOT-LOCATION-CODES.
           05 WS-LOT-LOCATION-CODE PIC X(1) OCCURS 3 TIMES.
       01 WS-LOT-LOCATION-INDEX PIC 9(1) COMP.
       01 WS-LOT-TRUE-UP-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LOT-WRITTEN-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-GROUP-RECEIPT-SWITCH PIC A(1).
           88 WS-GROUP-HAS-RECEIPT VALUE 'Y'.
           88 WS-GROUP-NO-RECEIPT VALUE 'N'.
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0210-READ-CHECKPOINT
           PERFORM 0230-LOAD-RESERVATION-TABLE
           PERFORM 0240-LOAD-LOT-TABLES
      *A restart adds to the ledger rows the interrupted run wrote
      *for the parts before the checkpoint; a fresh night starts
      *the file over.
           IF WS-CHECKPOINT-ACTIVE
               OPEN EXTEND GL-POSTING-FILE
           ELSE
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 0810-READ-INTAKE-RECORD.

               MOVE WS-CKPT-NET-VALUE TO WS-RUN-NET-VALUE
           END-IF.

       0230-LOAD-RESERVATION-TABLE.
           MOVE ZERO TO WS-RESERVATION-TABLE-COUNT
           SET WS-RESERVATIONS-LOADED TO TRUE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESERVATION-FILE
           PERFORM 0231-READ-RESERVATION-RECORD
           PERFORM 0232-STORE-RESERVATION-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE RESERVATION-FILE
           IF WS-RESERVATIONS-TOO-MANY
               DISPLAY 'RESVFILE.TXT OVER 999 RESERVATIONS'
                  ' - NONE RELIEVED TONIGHT'
           END-IF.

       0231-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0232-STORE-RESERVATION-RECORD.
           IF WS-RESERVATION-TABLE-COUNT < 999
               ADD 1 TO WS-RESERVATION-TABLE-COUNT
               MOVE RESERVATION-RECORD
                  TO WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-COUNT)
           ELSE
               SET WS-RESERVATIONS-TOO-MANY TO TRUE
           END-IF
           PERFORM 0231-READ-RESERVATION-RECORD.

       0240-LOAD-LOT-TABLES.
           MOVE ZERO TO WS-LOT-PART-COUNT
           MOVE ZERO TO WS-LOT-BALANCE-COUNT
           SET WS-LOTS-LOADED TO TRUE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-PART-FILE
           PERFORM 0241-READ-LOT-PART-RECORD
           PERFORM 0242-STORE-LOT-PART-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE LOT-PART-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-BALANCE-FILE
           PERFORM 0243-READ-LOT-BALANCE-RECORD
           PERFORM 0244-STORE-LOT-BALANCE-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE LOT-BALANCE-FILE
           IF WS-LOTS-TOO-MANY
               DISPLAY 'LOTPART.TXT OR LOTBAL.TXT OVER TABLE SIZE'
                  ' - NO LOTS MAINTAINED TONIGHT'
           END-IF.

       0241-READ-LOT-PART-RECORD.
           READ LOT-PART-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOT-PART-RECORD TO WS-LOT-PART-RECORD
           END-READ.

       0242-STORE-LOT-PART-RECORD.
           IF WS-LOT-PART-COUNT < 999
               ADD 1 TO WS-LOT-PART-COUNT
               MOVE WS-LTP-PART-NUMBER
                  TO WS-LPT-PART-NUMBER(WS-LOT-PART-COUNT)
           ELSE
               SET WS-LOTS-TOO-MANY TO TRUE
           END-IF
           PERFORM 0241-READ-LOT-PART-RECORD.

       0243-READ-LOT-BALANCE-RECORD.
           READ LOT-BALANCE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0244-STORE-LOT-BALANCE-RECORD.
           IF WS-LOT-BALANCE-COUNT < 9999
               ADD 1 TO WS-LOT-BALANCE-COUNT
               MOVE LOT-BALANCE-RECORD
                  TO WS-LBT-ENTRY(WS-LOT-BALANCE-COUNT)
           ELSE
               SET WS-LOTS-TOO-MANY TO TRUE
           END-IF
           PERFORM 0243-READ-LOT-BALANCE-RECORD.

       0300-PROCESS-INTAKE-GROUP.
           PERFORM 0310-ACCUMULATE-INTAKE-GROUP
           IF WS-CHECKPOINT-ACTIVE
           ELSE
               PERFORM 0500-MERGE-GROUP
               IF WS-MERGE-OK
                   PERFORM 0590-RELIEVE-RESERVATIONS
                   PERFORM 0620-MAINTAIN-PART-LOTS
                   PERFORM 0550-WRITE-CHECKPOINT
               ELSE
      *A failed merge stops the run right here instead of checkpointing
           MOVE ZERO TO WS-GROUP-LAST-PRICE
           MOVE ZERO TO WS-GROUP-CHARGE-COUNT
           MOVE ZERO TO WS-GROUP-BLANK-QTY-OUT
           MOVE ZERO TO WS-GROUP-LOT-COUNT
           SET WS-GROUP-NO-RECEIPT TO TRUE
           PERFORM 0380-CHECK-GROUP-LOT-CONTROL
           PERFORM 0320-ACCUMULATE-GROUP-RECORD
              UNTIL WS-END-OF-FILE
                 OR WS-PART-NUMBER OF WS-INTAKE-RECORD
      *movement history row wants to show what came in and what
      *went out, not just where the part landed.  A transfer moves
      *quantity between location nets and touches neither total.
      *A return to vendor goes out like an issue, out of the
      *location it was drawn from, but is gathered under its
      *supplier so the history shows it as a return.
           EVALUATE TRUE
               WHEN WS-TRAN-ISSUE
                   ADD WS-QUANTITY-ON-HAND OF WS-INTAKE-RECORD
                      TO WS-GROUP-QTY-OUT
                   PERFORM 0340-SUBTRACT-FROM-LOCATION
                   MOVE WS-CHARGE-CODE TO WS-GC-SEEK-CODE
                   MOVE SPACE TO WS-GC-SEEK-TYPE
                   PERFORM 0370-ACCUMULATE-CHARGE
               WHEN WS-TRAN-RETURN
                   ADD WS-QUANTITY-ON-HAND OF WS-INTAKE-RECORD
                      TO WS-GROUP-QTY-OUT
                   PERFORM 0340-SUBTRACT-FROM-LOCATION
                   MOVE WS-SUPPLIER-CODE OF WS-INTAKE-RECORD
                      TO WS-GC-SEEK-CODE
                   MOVE 'V' TO WS-GC-SEEK-TYPE
                   PERFORM 0370-ACCUMULATE-CHARGE
               WHEN WS-TRAN-TRANSFER
                   PERFORM 0340-SUBTRACT-FROM-LOCATION
                       SET WS-GROUP-HAS-RECEIPT TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-GROUP-LOT-CONTROLLED
               PERFORM 0385-GATHER-LOT-MOVEMENT
           END-IF
           PERFORM 0810-READ-INTAKE-RECORD.

       0330-ADD-TO-LOCATION.
      *the table; the excess lands in the blank bucket with a
      *console note so the night still ends and the total still
      *balances, just without saying who drew that piece.
           IF WS-GC-SEEK-CODE = SPACES
              AND WS-GC-SEEK-TYPE = SPACE
               ADD WS-QUANTITY-ON-HAND OF WS-INTAKE-RECORD
                  TO WS-GROUP-BLANK-QTY-OUT
           ELSE
               ELSE
                   IF WS-GROUP-CHARGE-COUNT < 20
                       ADD 1 TO WS-GROUP-CHARGE-COUNT
                       MOVE WS-GC-SEEK-CODE
                          TO WS-GC-CHARGE-CODE(WS-GROUP-CHARGE-COUNT)
                       MOVE WS-GC-SEEK-TYPE
                          TO WS-GC-MOVE-TYPE(WS-GROUP-CHARGE-COUNT)
                       MOVE WS-QUANTITY-ON-HAND OF WS-INTAKE-RECORD
                          TO WS-GC-QTY-OUT(WS-GROUP-CHARGE-COUNT)
                   ELSE

       0372-COMPARE-CHARGE-ENTRY.
           IF WS-GC-CHARGE-CODE(WS-GROUP-CHARGE-INDEX)
                 = WS-GC-SEEK-CODE
              AND WS-GC-MOVE-TYPE(WS-GROUP-CHARGE-INDEX)
                 = WS-GC-SEEK-TYPE
               SET WS-GC-FOUND TO TRUE
               MOVE WS-GROUP-CHARGE-INDEX TO WS-GC-MATCH-INDEX
           END-IF.

       0380-CHECK-GROUP-LOT-CONTROL.
           SET WS-GROUP-NOT-LOT-CONTROLLED TO TRUE
           IF WS-LOTS-LOADED
               MOVE WS-GROUP-PART-NUMBER TO WS-LOT-SEEK-PART
               PERFORM 0381-FIND-LOT-PART
               IF WS-LOT-PART-FOUND
                   SET WS-GROUP-LOT-CONTROLLED TO TRUE
               END-IF
           END-IF.

       0381-FIND-LOT-PART.
           SET WS-LOT-PART-NOT-FOUND TO TRUE
           PERFORM 0382-COMPARE-LOT-PART
              VARYING WS-LOT-PART-INDEX FROM 1 BY 1
              UNTIL WS-LOT-PART-INDEX > WS-LOT-PART-COUNT
                 OR WS-LOT-PART-FOUND.

       0382-COMPARE-LOT-PART.
           IF WS-LPT-PART-NUMBER(WS-LOT-PART-INDEX) = WS-LOT-SEEK-PART
               SET WS-LOT-PART-FOUND TO TRUE
           END-IF.

       0385-GATHER-LOT-MOVEMENT.
      *Locations are held as W, C or D - a blank location on an
      *old row is the warehouse, as the copybook's 88s say.  An
      *expiry that is not a date (a row written before lots were
      *carried) counts as none.
           IF WS-GROUP-LOT-COUNT < 99
               ADD 1 TO WS-GROUP-LOT-COUNT
               EVALUATE TRUE
                   WHEN WS-TRAN-ISSUE
                   WHEN WS-TRAN-RETURN
                       MOVE 'O' TO WS-GLT-MOVE-TYPE(WS-GROUP-LOT-COUNT)
                   WHEN WS-TRAN-TRANSFER
                       MOVE 'T' TO WS-GLT-MOVE-TYPE(WS-GROUP-LOT-COUNT)
                   WHEN OTHER
                       MOVE 'R' TO WS-GLT-MOVE-TYPE(WS-GROUP-LOT-COUNT)
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-TRAN-LOC-CAGE
                       MOVE 'C' TO WS-GLT-LOCATION(WS-GROUP-LOT-COUNT)
                   WHEN WS-TRAN-LOC-DOCK
                       MOVE 'D' TO WS-GLT-LOCATION(WS-GROUP-LOT-COUNT)
                   WHEN OTHER
                       MOVE 'W' TO WS-GLT-LOCATION(WS-GROUP-LOT-COUNT)
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-TRAN-TO-CAGE
                       MOVE 'C'
                          TO WS-GLT-TO-LOCATION(WS-GROUP-LOT-COUNT)
                   WHEN WS-TRAN-TO-DOCK
                       MOVE 'D'
                          TO WS-GLT-TO-LOCATION(WS-GROUP-LOT-COUNT)
                   WHEN OTHER
                       MOVE 'W'
                          TO WS-GLT-TO-LOCATION(WS-GROUP-LOT-COUNT)
               END-EVALUATE
               MOVE WS-TRAN-LOT-NUMBER
                  TO WS-GLT-LOT-NUMBER(WS-GROUP-LOT-COUNT)
               IF WS-TRAN-EXPIRY-DATE IS NUMERIC
                   MOVE WS-TRAN-EXPIRY-DATE
                      TO WS-GLT-EXPIRY-DATE(WS-GROUP-LOT-COUNT)
               ELSE
                   MOVE ZEROS TO WS-GLT-EXPIRY-DATE(WS-GROUP-LOT-COUNT)
               END-IF
               MOVE WS-QUANTITY-ON-HAND OF WS-INTAKE-RECORD
                  TO WS-GLT-QUANTITY(WS-GROUP-LOT-COUNT)
           ELSE
               DISPLAY 'PART ' WS-GROUP-PART-NUMBER
                  ' OVER 99 LOT MOVEMENTS - EXCESS LEFT TO TRUE-UP'
           END-IF.

       0360-ADD-TO-TO-LOCATION.
           EVALUATE TRUE
               WHEN WS-TRAN-TO-CAGE
           CLOSE INTAKE-SORTED-FILE
           CLOSE MOVEMENT-HISTORY-FILE
           CLOSE PRICE-CHANGE-FILE
           CLOSE GL-POSTING-FILE
           IF WS-MERGE-OK
              AND WS-LOTS-LOADED
               PERFORM 0640-TRUE-UP-ALL-LOTS
           END-IF
           CLOSE INVENTORY-MASTER-FILE
           IF WS-MERGE-OK
               PERFORM 0700-WRITE-CONTROL-TOTALS
                  ' - INVFILE.TXT NOT CLEARED'
           END-IF
           DISPLAY 'PARTS UPDATED: ' WS-MERGE-COUNT
           DISPLAY 'PARTS ADDED..: ' WS-ADD-COUNT
           DISPLAY 'RESERVATIONS RELIEVED: ' WS-RELIEVED-COUNT
           DISPLAY 'RESERVATIONS FILLED..: ' WS-FILLED-COUNT
           DISPLAY 'LOT TRUE-UPS.........: ' WS-LOT-TRUE-UP-COUNT
           DISPLAY 'LOT BALANCES ON FILE.: ' WS-LOT-WRITTEN-COUNT.

       0600-CLEAR-INTAKE-FILE.
      *The sorted copy just merged (INVSORT.TXT) was read from
                 NOT = WS-PRICE-OLD-AVERAGE
               PERFORM 0570-WRITE-PRICE-CHANGE-RECORD
           END-IF
           PERFORM 0560-WRITE-MOVEMENT-RECORD
           PERFORM 0580-WRITE-GL-POSTINGS.

       0570-WRITE-PRICE-CHANGE-RECORD.
           MOVE WS-PART-NUMBER OF WS-INVENTORY-RECORD
      *A part's night can spread over several history rows: the
      *main row carries the receipts and any uncharged issues, and
      *each department charged gets its own row, so the usage
      *report can say who drew what - and each supplier stock went
      *back to gets a return row.  Quantities never repeat
      *across a part's rows; every row shows the balance the
      *master ended the night on.
           IF WS-GROUP-QTY-IN > ZERO
               MOVE WS-QUANTITY-ON-HAND OF WS-INVENTORY-RECORD
                  TO WS-HST-BALANCE
               MOVE SPACES TO WS-HST-CHARGE-CODE
               MOVE SPACE TO WS-HST-MOVE-TYPE
               MOVE WS-MOVEMENT-RECORD TO MOVEMENT-HISTORY-RECORD
               WRITE MOVEMENT-HISTORY-RECORD
               END-WRITE
              TO WS-HST-BALANCE
           MOVE WS-GC-CHARGE-CODE(WS-GROUP-CHARGE-INDEX)
              TO WS-HST-CHARGE-CODE
           MOVE WS-GC-MOVE-TYPE(WS-GROUP-CHARGE-INDEX)
              TO WS-HST-MOVE-TYPE
           MOVE WS-MOVEMENT-RECORD TO MOVEMENT-HISTORY-RECORD
           WRITE MOVEMENT-HISTORY-RECORD
           END-WRITE.

       0580-WRITE-GL-POSTINGS.
      *Receipts go in at the prices keyed on them - that is what
      *rolled into the average.  Issues and returns go out at the
      *average the record now carries, the cost the night actually
      *drew them at.  Whatever the averaging rounded away is the
      *part's change in value less all of that.
           MOVE ZERO TO WS-GL-ACCOUNTED-VALUE
           IF WS-GROUP-QTY-IN > ZERO
               MOVE 'R' TO WS-GLP-POSTING-TYPE
               MOVE SPACES TO WS-GLP-CODE
               MOVE WS-GROUP-QTY-IN TO WS-GLP-QUANTITY
               MOVE WS-GROUP-RECEIPT-VALUE TO WS-GLP-VALUE
               PERFORM 0585-WRITE-GL-POSTING-RECORD
           END-IF
           IF WS-GROUP-BLANK-QTY-OUT > ZERO
               MOVE 'I' TO WS-GLP-POSTING-TYPE
               MOVE SPACES TO WS-GLP-CODE
               MOVE WS-GROUP-BLANK-QTY-OUT TO WS-GLP-QUANTITY
               COMPUTE WS-GLP-VALUE
                  = ZERO - WS-GROUP-BLANK-QTY-OUT
                    * WS-UNIT-PRICE OF WS-INVENTORY-RECORD
               PERFORM 0585-WRITE-GL-POSTING-RECORD
           END-IF
           PERFORM 0582-WRITE-GL-CHARGE-POSTING
              VARYING WS-GROUP-CHARGE-INDEX FROM 1 BY 1
              UNTIL WS-GROUP-CHARGE-INDEX > WS-GROUP-CHARGE-COUNT
           COMPUTE WS-GL-ROUNDING-VALUE
              = WS-PART-VALUE-AFTER - WS-PART-VALUE-BEFORE
                - WS-GL-ACCOUNTED-VALUE
           IF WS-GL-ROUNDING-VALUE NOT = ZERO
               MOVE 'A' TO WS-GLP-POSTING-TYPE
               MOVE SPACES TO WS-GLP-CODE
               MOVE ZERO TO WS-GLP-QUANTITY
               MOVE WS-GL-ROUNDING-VALUE TO WS-GLP-VALUE
               PERFORM 0585-WRITE-GL-POSTING-RECORD
           END-IF.

       0582-WRITE-GL-CHARGE-POSTING.
           IF WS-GC-MOVE-TYPE(WS-GROUP-CHARGE-INDEX) = 'V'
               MOVE 'V' TO WS-GLP-POSTING-TYPE
           ELSE
               MOVE 'I' TO WS-GLP-POSTING-TYPE
           END-IF
           MOVE WS-GC-CHARGE-CODE(WS-GROUP-CHARGE-INDEX)
              TO WS-GLP-CODE
           MOVE WS-GC-QTY-OUT(WS-GROUP-CHARGE-INDEX)
              TO WS-GLP-QUANTITY
           COMPUTE WS-GLP-VALUE
              = ZERO - WS-GC-QTY-OUT(WS-GROUP-CHARGE-INDEX)
                * WS-UNIT-PRICE OF WS-INVENTORY-RECORD
           PERFORM 0585-WRITE-GL-POSTING-RECORD.

       0585-WRITE-GL-POSTING-RECORD.
           MOVE WS-TODAY-DATE TO WS-GLP-DATE
           MOVE WS-GROUP-PART-NUMBER TO WS-GLP-PART-NUMBER
           ADD WS-GLP-VALUE TO WS-GL-ACCOUNTED-VALUE
           MOVE WS-GL-POSTING TO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           END-WRITE.

       0530-REWRITE-MASTER-RECORD.
           REWRITE WS-INVENTORY-RECORD
               INVALID KEY
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       0590-RELIEVE-RESERVATIONS.
      *Each charge code the part was issued to tonight draws down
      *its reservation for the part, if it has one, by no more than
      *is still reserved - issuing beyond a reservation is allowed,
      *the excess is simply unreserved stock.  Returns to vendor
      *are gathered under a supplier code and never relieve.
           IF WS-RESERVATIONS-LOADED
              AND WS-RESERVATION-TABLE-COUNT > ZERO
               SET WS-RESERVATIONS-UNCHANGED TO TRUE
               PERFORM 0591-RELIEVE-CHARGE-RESERVATION
                  VARYING WS-GROUP-CHARGE-INDEX FROM 1 BY 1
                  UNTIL WS-GROUP-CHARGE-INDEX > WS-GROUP-CHARGE-COUNT
               IF WS-RESERVATIONS-CHANGED
                   PERFORM 0595-REWRITE-RESERVATION-FILE
               END-IF
           END-IF.

       0591-RELIEVE-CHARGE-RESERVATION.
           IF WS-GC-MOVE-TYPE(WS-GROUP-CHARGE-INDEX) = SPACE
               PERFORM 0592-FIND-RESERVATION-ENTRY
               IF WS-RESERVATION-FOUND
                   PERFORM 0594-APPLY-RESERVATION-RELIEF
               END-IF
           END-IF.

       0592-FIND-RESERVATION-ENTRY.
           SET WS-RESERVATION-NOT-FOUND TO TRUE
           PERFORM 0593-COMPARE-RESERVATION-ENTRY
              VARYING WS-RESERVATION-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-TABLE-INDEX
                 > WS-RESERVATION-TABLE-COUNT
                 OR WS-RESERVATION-FOUND.

       0593-COMPARE-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX)
              TO WS-RESERVATION-RECORD
           IF WS-RSV-PART-NUMBER = WS-GROUP-PART-NUMBER
              AND WS-RSV-CHARGE-CODE
                 = WS-GC-CHARGE-CODE(WS-GROUP-CHARGE-INDEX)
               SET WS-RESERVATION-FOUND TO TRUE
               MOVE WS-RESERVATION-TABLE-INDEX
                  TO WS-RESERVATION-MATCH-INDEX
           END-IF.

       0594-APPLY-RESERVATION-RELIEF.
      *WS-RESERVATION-RECORD still holds the matched entry.  One
      *drawn in full is taken out of the table, closing the gap so
      *the table stays dense for the rewrite.
           COMPUTE WS-RESERVATION-OUTSTANDING
              = WS-RSV-QUANTITY - WS-RSV-DRAWN-QUANTITY
           IF WS-GC-QTY-OUT(WS-GROUP-CHARGE-INDEX)
                 < WS-RESERVATION-OUTSTANDING
               MOVE WS-GC-QTY-OUT(WS-GROUP-CHARGE-INDEX)
                  TO WS-RESERVATION-RELIEF
           ELSE
               MOVE WS-RESERVATION-OUTSTANDING
                  TO WS-RESERVATION-RELIEF
           END-IF
           ADD WS-RESERVATION-RELIEF TO WS-RSV-DRAWN-QUANTITY
           SET WS-RESERVATIONS-CHANGED TO TRUE
           ADD 1 TO WS-RELIEVED-COUNT
           IF WS-RSV-DRAWN-QUANTITY < WS-RSV-QUANTITY
               MOVE WS-RESERVATION-RECORD
                  TO WS-RESERVATION-ENTRY(WS-RESERVATION-MATCH-INDEX)
           ELSE
               ADD 1 TO WS-FILLED-COUNT
               PERFORM 0596-SHIFT-RESERVATION-ENTRY
                  VARYING WS-RESERVATION-TABLE-INDEX
                  FROM WS-RESERVATION-MATCH-INDEX BY 1
                  UNTIL WS-RESERVATION-TABLE-INDEX
                     >= WS-RESERVATION-TABLE-COUNT
               SUBTRACT 1 FROM WS-RESERVATION-TABLE-COUNT
           END-IF.

       0595-REWRITE-RESERVATION-FILE.
           OPEN OUTPUT RESERVATION-FILE
           PERFORM 0597-WRITE-RESERVATION-ENTRY
              VARYING WS-RESERVATION-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-TABLE-INDEX
                 > WS-RESERVATION-TABLE-COUNT
           CLOSE RESERVATION-FILE.

       0596-SHIFT-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX + 1)
              TO WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX).

       0597-WRITE-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX)
              TO RESERVATION-RECORD
           WRITE RESERVATION-RECORD
           END-WRITE.

       0620-MAINTAIN-PART-LOTS.
      *Runs once the part's merge has been written, so the master
      *record in WS-INVENTORY-RECORD is the balance the lots are
      *trued up to.
           IF WS-LOTS-LOADED
              AND WS-GROUP-LOT-CONTROLLED
               PERFORM 0621-APPLY-LOT-RECEIPT
                  VARYING WS-GROUP-LOT-INDEX FROM 1 BY 1
                  UNTIL WS-GROUP-LOT-INDEX > WS-GROUP-LOT-COUNT
               PERFORM 0622-APPLY-LOT-DRAW
                  VARYING WS-GROUP-LOT-INDEX FROM 1 BY 1
                  UNTIL WS-GROUP-LOT-INDEX > WS-GROUP-LOT-COUNT
               MOVE WS-GROUP-PART-NUMBER TO WS-LOT-SEEK-PART
               PERFORM 0630-TRUE-UP-PART-LOTS
               PERFORM 0680-REWRITE-LOT-BALANCE-FILE
           END-IF.

       0621-APPLY-LOT-RECEIPT.
           IF WS-GLT-MOVE-TYPE(WS-GROUP-LOT-INDEX) = 'R'
               MOVE WS-GROUP-PART-NUMBER TO WS-LOT-SEEK-PART
               MOVE WS-GLT-LOCATION(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-SEEK-LOCATION
               MOVE WS-GLT-LOT-NUMBER(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-SEEK-NUMBER
               MOVE WS-GLT-EXPIRY-DATE(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-SEEK-EXPIRY
               MOVE WS-TODAY-DATE TO WS-LOT-SEEK-RECEIVED
               MOVE WS-GLT-QUANTITY(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-SEEK-QUANTITY
               PERFORM 0670-ADD-TO-LOT
           END-IF.

       0622-APPLY-LOT-DRAW.
      *A keyed lot is drawn first, as far as it goes; anything it
      *cannot cover, and every draw with no lot keyed, comes from
      *the oldest-expiring lots at the location.  A transfer
      *carries each piece it draws to the to-location under the
      *same lot, expiry and received date.
           IF WS-GLT-MOVE-TYPE(WS-GROUP-LOT-INDEX) NOT = 'R'
               MOVE WS-GROUP-PART-NUMBER TO WS-LOT-SEEK-PART
               MOVE WS-GLT-LOCATION(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-DRAW-FROM-LOCATION
               MOVE WS-GLT-QUANTITY(WS-GROUP-LOT-INDEX)
                  TO WS-LOT-DRAW-REMAINING
               IF WS-GLT-MOVE-TYPE(WS-GROUP-LOT-INDEX) = 'T'
                   MOVE WS-GLT-TO-LOCATION(WS-GROUP-LOT-INDEX)
                      TO WS-LOT-DRAW-TO-LOCATION
               ELSE
                   MOVE SPACE TO WS-LOT-DRAW-TO-LOCATION
               END-IF
               IF WS-GLT-LOT-NUMBER(WS-GROUP-LOT-INDEX) NOT = SPACES
                   MOVE WS-LOT-DRAW-FROM-LOCATION
                      TO WS-LOT-SEEK-LOCATION
                   MOVE WS-GLT-LOT-NUMBER(WS-GROUP-LOT-INDEX)
                      TO WS-LOT-SEEK-NUMBER
                   PERFORM 0660-FIND-LOT
                   IF WS-LOT-FOUND
                       MOVE WS-LOT-MATCH-INDEX TO WS-LOT-BEST-INDEX
                       PERFORM 0665-DRAW-FROM-LOT
                   END-IF
               END-IF
               PERFORM 0650-DRAW-OLDEST-LOTS
           END-IF.

       0630-TRUE-UP-PART-LOTS.
      *The master is the balance of record.  Each location's lots
      *for the part in WS-LOT-SEEK-PART are brought to the quantity
      *the master record in WS-INVENTORY-RECORD holds there: lots
      *that add up to more have the excess drawn oldest expiry
      *first, and stock no lot accounts for goes to the location's
      *unlotted balance.
           PERFORM 0631-TRUE-UP-LOCATION-LOTS
              VARYING WS-LOT-LOCATION-INDEX FROM 1 BY 1
              UNTIL WS-LOT-LOCATION-INDEX > 3.

       0631-TRUE-UP-LOCATION-LOTS.
           MOVE WS-LOT-LOCATION-CODE(WS-LOT-LOCATION-INDEX)
              TO WS-LOT-DRAW-FROM-LOCATION
           EVALUATE WS-LOT-DRAW-FROM-LOCATION
               WHEN 'C'
                   MOVE WS-QTY-CAGE OF WS-INVENTORY-RECORD
                      TO WS-LOT-MASTER-QUANTITY
               WHEN 'D'
                   MOVE WS-QTY-DOCK OF WS-INVENTORY-RECORD
                      TO WS-LOT-MASTER-QUANTITY
               WHEN OTHER
                   MOVE WS-QTY-WAREHOUSE OF WS-INVENTORY-RECORD
                      TO WS-LOT-MASTER-QUANTITY
           END-EVALUATE
           MOVE ZERO TO WS-LOT-LOCATION-SUM
           PERFORM 0632-SUM-LOCATION-LOT
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
           EVALUATE TRUE
               WHEN WS-LOT-LOCATION-SUM > WS-LOT-MASTER-QUANTITY
                   COMPUTE WS-LOT-DRAW-REMAINING
                      = WS-LOT-LOCATION-SUM - WS-LOT-MASTER-QUANTITY
                   MOVE SPACE TO WS-LOT-DRAW-TO-LOCATION
                   PERFORM 0650-DRAW-OLDEST-LOTS
                   ADD 1 TO WS-LOT-TRUE-UP-COUNT
               WHEN WS-LOT-LOCATION-SUM < WS-LOT-MASTER-QUANTITY
                   MOVE WS-LOT-DRAW-FROM-LOCATION
                      TO WS-LOT-SEEK-LOCATION
                   MOVE SPACES TO WS-LOT-SEEK-NUMBER
                   MOVE ZEROS TO WS-LOT-SEEK-EXPIRY
                   MOVE WS-TODAY-DATE TO WS-LOT-SEEK-RECEIVED
                   COMPUTE WS-LOT-SEEK-QUANTITY
                      = WS-LOT-MASTER-QUANTITY - WS-LOT-LOCATION-SUM
                   PERFORM 0670-ADD-TO-LOT
                   ADD 1 TO WS-LOT-TRUE-UP-COUNT
           END-EVALUATE.

       0632-SUM-LOCATION-LOT.
           IF WS-LBT-PART-NUMBER(WS-LOT-BALANCE-INDEX)
                 = WS-LOT-SEEK-PART
              AND WS-LBT-LOCATION(WS-LOT-BALANCE-INDEX)
                 = WS-LOT-DRAW-FROM-LOCATION
               ADD WS-LBT-QUANTITY(WS-LOT-BALANCE-INDEX)
                  TO WS-LOT-LOCATION-SUM
           END-IF.

       0640-TRUE-UP-ALL-LOTS.
      *Every listed part is trued up against the master as it
      *stands at the end of the night, merged tonight or not, so a
      *count adjustment or a maintenance change made during the
      *day reaches the lots too.  A listed part not on the master
      *has nothing on hand anywhere.  Lots of a part no longer
      *listed are dropped.
           PERFORM 0641-TRUE-UP-LISTED-PART
              VARYING WS-LOT-PART-INDEX FROM 1 BY 1
              UNTIL WS-LOT-PART-INDEX > WS-LOT-PART-COUNT
           PERFORM 0645-DROP-UNLISTED-LOT
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
           PERFORM 0680-REWRITE-LOT-BALANCE-FILE.

       0641-TRUE-UP-LISTED-PART.
           MOVE WS-LPT-PART-NUMBER(WS-LOT-PART-INDEX)
              TO WS-LOT-SEEK-PART
           MOVE WS-LOT-SEEK-PART
              TO WS-PART-NUMBER OF WS-INVENTORY-RECORD
           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-QTY-WAREHOUSE OF WS-INVENTORY-RECORD
                   MOVE ZEROS TO WS-QTY-CAGE OF WS-INVENTORY-RECORD
                   MOVE ZEROS TO WS-QTY-DOCK OF WS-INVENTORY-RECORD
           END-READ
           PERFORM 0630-TRUE-UP-PART-LOTS.

       0645-DROP-UNLISTED-LOT.
           MOVE WS-LBT-PART-NUMBER(WS-LOT-BALANCE-INDEX)
              TO WS-LOT-SEEK-PART
           PERFORM 0381-FIND-LOT-PART
           IF WS-LOT-PART-NOT-FOUND
               MOVE ZERO TO WS-LBT-QUANTITY(WS-LOT-BALANCE-INDEX)
           END-IF.

       0650-DRAW-OLDEST-LOTS.
           SET WS-LOT-FOUND TO TRUE
           PERFORM 0651-DRAW-OLDEST-LOT
              UNTIL WS-LOT-DRAW-REMAINING = ZERO
                 OR WS-LOT-NOT-FOUND.

       0651-DRAW-OLDEST-LOT.
           PERFORM 0652-FIND-OLDEST-LOT
           IF WS-LOT-FOUND
               PERFORM 0665-DRAW-FROM-LOT
           END-IF.

       0652-FIND-OLDEST-LOT.
      *Lots still good are drawn before expired ones, and within
      *each the earliest expiry goes first.  The unlotted balance
      *has no expiry and is the oldest stock at the location, so it
      *goes ahead of any dated lot.
           SET WS-LOT-NOT-FOUND TO TRUE
           PERFORM 0653-RANK-LOT-ENTRY
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT.

       0653-RANK-LOT-ENTRY.
           IF WS-LBT-PART-NUMBER(WS-LOT-BALANCE-INDEX)
                 = WS-LOT-SEEK-PART
              AND WS-LBT-LOCATION(WS-LOT-BALANCE-INDEX)
                 = WS-LOT-DRAW-FROM-LOCATION
              AND WS-LBT-QUANTITY(WS-LOT-BALANCE-INDEX) > ZERO
               IF WS-LBT-EXPIRY-DATE(WS-LOT-BALANCE-INDEX) > ZERO
                  AND WS-LBT-EXPIRY-DATE(WS-LOT-BALANCE-INDEX)
                     < WS-TODAY-DATE
                   MOVE 1 TO WS-LOT-CANDIDATE-RANK
               ELSE
                   MOVE 0 TO WS-LOT-CANDIDATE-RANK
               END-IF
               IF WS-LOT-NOT-FOUND
                  OR WS-LOT-CANDIDATE-RANK < WS-LOT-BEST-RANK
                  OR (WS-LOT-CANDIDATE-RANK = WS-LOT-BEST-RANK
                     AND WS-LBT-EXPIRY-DATE(WS-LOT-BALANCE-INDEX)
                        < WS-LOT-BEST-EXPIRY)
                   SET WS-LOT-FOUND TO TRUE
                   MOVE WS-LOT-BALANCE-INDEX TO WS-LOT-BEST-INDEX
                   MOVE WS-LOT-CANDIDATE-RANK TO WS-LOT-BEST-RANK
                   MOVE WS-LBT-EXPIRY-DATE(WS-LOT-BALANCE-INDEX)
                      TO WS-LOT-BEST-EXPIRY
               END-IF
           END-IF.

       0660-FIND-LOT.
           SET WS-LOT-NOT-FOUND TO TRUE
           PERFORM 0661-COMPARE-LOT-ENTRY
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
                 OR WS-LOT-FOUND.

       0661-COMPARE-LOT-ENTRY.
           IF WS-LBT-KEY(WS-LOT-BALANCE-INDEX) = WS-LOT-SEEK-KEY
               SET WS-LOT-FOUND TO TRUE
               MOVE WS-LOT-BALANCE-INDEX TO WS-LOT-MATCH-INDEX
           END-IF.

       0665-DRAW-FROM-LOT.
      *Draws what the lot at WS-LOT-BEST-INDEX can give toward
      *WS-LOT-DRAW-REMAINING.  A lot drawn to nothing stays in the
      *table at zero and is left off the file when it is rewritten.
           IF WS-LBT-QUANTITY(WS-LOT-BEST-INDEX) < WS-LOT-DRAW-REMAINING
               MOVE WS-LBT-QUANTITY(WS-LOT-BEST-INDEX)
                  TO WS-LOT-DRAW-PIECE
           ELSE
               MOVE WS-LOT-DRAW-REMAINING TO WS-LOT-DRAW-PIECE
           END-IF
           SUBTRACT WS-LOT-DRAW-PIECE
              FROM WS-LBT-QUANTITY(WS-LOT-BEST-INDEX)
           SUBTRACT WS-LOT-DRAW-PIECE FROM WS-LOT-DRAW-REMAINING
           IF WS-LOT-DRAW-TO-LOCATION NOT = SPACE
              AND WS-LOT-DRAW-PIECE > ZERO
               MOVE WS-LOT-DRAW-TO-LOCATION TO WS-LOT-SEEK-LOCATION
               MOVE WS-LBT-LOT-NUMBER(WS-LOT-BEST-INDEX)
                  TO WS-LOT-SEEK-NUMBER
               MOVE WS-LBT-EXPIRY-DATE(WS-LOT-BEST-INDEX)
                  TO WS-LOT-SEEK-EXPIRY
               MOVE WS-LBT-RECEIVED-DATE(WS-LOT-BEST-INDEX)
                  TO WS-LOT-SEEK-RECEIVED
               MOVE WS-LOT-DRAW-PIECE TO WS-LOT-SEEK-QUANTITY
               PERFORM 0670-ADD-TO-LOT
           END-IF.

       0670-ADD-TO-LOT.
      *Adds WS-LOT-SEEK-QUANTITY to the lot in WS-LOT-SEEK-KEY,
      *placing a lot not yet on file in key order.  A lot drawn to
      *nothing earlier and received again takes the new expiry.
           PERFORM 0660-FIND-LOT
           IF WS-LOT-FOUND
               IF WS-LBT-QUANTITY(WS-LOT-MATCH-INDEX) = ZERO
                   MOVE WS-LOT-SEEK-EXPIRY
                      TO WS-LBT-EXPIRY-DATE(WS-LOT-MATCH-INDEX)
                   MOVE WS-LOT-SEEK-RECEIVED
                      TO WS-LBT-RECEIVED-DATE(WS-LOT-MATCH-INDEX)
               END-IF
               ADD WS-LOT-SEEK-QUANTITY
                  TO WS-LBT-QUANTITY(WS-LOT-MATCH-INDEX)
           ELSE
               IF WS-LOT-BALANCE-COUNT < 9999
                   PERFORM 0672-INSERT-LOT-ENTRY
               ELSE
                   DISPLAY 'LOTBAL.TXT FULL - PART ' WS-LOT-SEEK-PART
                      ' LOT ' WS-LOT-SEEK-NUMBER ' NOT ADDED'
               END-IF
           END-IF.

       0672-INSERT-LOT-ENTRY.
           COMPUTE WS-LOT-INSERT-INDEX = WS-LOT-BALANCE-COUNT + 1
           PERFORM 0673-FIND-INSERT-POINT
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
                 OR WS-LOT-INSERT-INDEX NOT > WS-LOT-BALANCE-COUNT
           PERFORM 0674-SHIFT-LOT-ENTRY-UP
              VARYING WS-LOT-BALANCE-INDEX
              FROM WS-LOT-BALANCE-COUNT BY -1
              UNTIL WS-LOT-BALANCE-INDEX < WS-LOT-INSERT-INDEX
           ADD 1 TO WS-LOT-BALANCE-COUNT
           MOVE WS-LOT-SEEK-KEY TO WS-LBT-KEY(WS-LOT-INSERT-INDEX)
           MOVE WS-LOT-SEEK-EXPIRY
              TO WS-LBT-EXPIRY-DATE(WS-LOT-INSERT-INDEX)
           MOVE WS-LOT-SEEK-QUANTITY
              TO WS-LBT-QUANTITY(WS-LOT-INSERT-INDEX)
           MOVE WS-LOT-SEEK-RECEIVED
              TO WS-LBT-RECEIVED-DATE(WS-LOT-INSERT-INDEX).

       0673-FIND-INSERT-POINT.
           IF WS-LBT-KEY(WS-LOT-BALANCE-INDEX) > WS-LOT-SEEK-KEY
               MOVE WS-LOT-BALANCE-INDEX TO WS-LOT-INSERT-INDEX
           END-IF.

       0674-SHIFT-LOT-ENTRY-UP.
           MOVE WS-LBT-ENTRY(WS-LOT-BALANCE-INDEX)
              TO WS-LBT-ENTRY(WS-LOT-BALANCE-INDEX + 1).

       0680-REWRITE-LOT-BALANCE-FILE.
           MOVE ZERO TO WS-LOT-WRITTEN-COUNT
           OPEN OUTPUT LOT-BALANCE-FILE
           PERFORM 0681-WRITE-LOT-ENTRY
              VARYING WS-LOT-BALANCE-INDEX FROM 1 BY 1
              UNTIL WS-LOT-BALANCE-INDEX > WS-LOT-BALANCE-COUNT
           CLOSE LOT-BALANCE-FILE.

       0681-WRITE-LOT-ENTRY.
           IF WS-LBT-QUANTITY(WS-LOT-BALANCE-INDEX) > ZERO
               MOVE WS-LBT-ENTRY(WS-LOT-BALANCE-INDEX)
                  TO LOT-BALANCE-RECORD
               WRITE LOT-BALANCE-RECORD
               END-WRITE
               ADD 1 TO WS-LOT-WRITTEN-COUNT
           END-IF.

       0810-READ-INTAKE-RECORD.
           READ INTAKE-SORTED-FILE
               AT END
