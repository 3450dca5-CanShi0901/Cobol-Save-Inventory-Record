           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Stock reservations - see RESVREC.cpy.  Whatever is still
      *reserved for a charge code is spoken for, so it comes off the
      *part's position here: available is on hand plus on order
      *less reserved.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-MASTER-FILE.
           COPY INVMAST.

       FD INTAKE-FILE.
       01 INTAKE-RECORD PIC X(133).

       FD REORDER-EXCEPTION-FILE.
       01 REORDER-EXCEPTION-RECORD PIC X(80).
       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD PIC X(38).

       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-PO-TABLE-INDEX PIC 9(3) COMP.

       01 WS-ON-ORDER-QUANTITY PIC 9(9) COMP.

       01 WS-RESERVATION-RECORD.
           COPY RESVREC.

      *Reservations with something still outstanding, loaded before
      *today's intake so an issue already keyed to a reserved charge
      *code can be netted off what that code still has set aside -
      *the merge will relieve it tonight, and it must not come off
      *the position twice in the meantime.
       01 WS-RESERVATION-TABLE.
           03 WS-RESERVATION-ENTRY OCCURS 999 TIMES.
               04 WS-RST-PART-NUMBER PIC 9(9).
               04 WS-RST-CHARGE-CODE PIC X(5).
               04 WS-RST-OUTSTANDING PIC 9(7).
       01 WS-RESERVATION-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RESERVATION-INDEX PIC 9(4) COMP.

       01 WS-RESERVED-QUANTITY PIC 9(9) COMP.
       01 WS-AVAILABLE-POSITION PIC S9(9) COMP.

       01 WS-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'PART NAME'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AVAIL'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'REORD PT'.
           05 FILLER PIC X(3) VALUE SPACES.
           OPEN OUTPUT REORDER-EXCEPTION-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           PERFORM 0240-LOAD-RESERVATION-TABLE
           PERFORM 0210-LOAD-INTAKE-TABLE
           PERFORM 0230-LOAD-OPEN-PO-TABLE
           PERFORM 0810-READ-INVENTORY-RECORD.

      *Only reservations with something still outstanding are
      *kept - fully drawn ones no longer hold any stock back.
       0240-LOAD-RESERVATION-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESERVATION-FILE
           PERFORM 0241-READ-RESERVATION-RECORD
           PERFORM 0242-STORE-RESERVATION-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE RESERVATION-FILE
           SET WS-NOT-END-OF-FILE TO TRUE.

       0241-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RESERVATION-RECORD TO WS-RESERVATION-RECORD
           END-READ.

       0242-STORE-RESERVATION-ENTRY.
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
           PERFORM 0241-READ-RESERVATION-RECORD.

      *Only the still-open orders matter here - closed ones have
      *been received and their quantity is already on hand.
       0230-LOAD-OPEN-PO-TABLE.
               WHEN WS-TRAN-TRANSFER
                   CONTINUE
               WHEN WS-TRAN-ISSUE
               WHEN WS-TRAN-RETURN
                   SUBTRACT WS-QUANTITY-ON-HAND OF WS-INTAKE-WORK-RECORD
                      FROM WS-IT-NET-QUANTITY(WS-INTAKE-MATCH-INDEX)
               WHEN OTHER
                   ADD WS-QUANTITY-ON-HAND OF WS-INTAKE-WORK-RECORD
                      TO WS-IT-NET-QUANTITY(WS-INTAKE-MATCH-INDEX)
           END-EVALUATE
           IF WS-TRAN-ISSUE
               PERFORM 0215-NET-RESERVATION-DRAW
           END-IF
           PERFORM 0211-READ-INTAKE-RECORD.

      *An issue keyed today to a charge code holding a reservation
      *on the part has already drawn that much of the reservation -
      *it is off on hand through the intake net above, so it comes
      *off what is still reserved as well, never below zero.
       0215-NET-RESERVATION-DRAW.
           PERFORM 0216-DRAW-RESERVATION-ENTRY
              VARYING WS-RESERVATION-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-INDEX > WS-RESERVATION-COUNT.

       0216-DRAW-RESERVATION-ENTRY.
           IF WS-RST-PART-NUMBER(WS-RESERVATION-INDEX)
                 = WS-PART-NUMBER OF WS-INTAKE-WORK-RECORD
              AND WS-RST-CHARGE-CODE(WS-RESERVATION-INDEX)
                 = WS-CHARGE-CODE OF WS-INTAKE-WORK-RECORD
               IF WS-QUANTITY-ON-HAND OF WS-INTAKE-WORK-RECORD
                     >= WS-RST-OUTSTANDING(WS-RESERVATION-INDEX)
                   MOVE ZERO TO WS-RST-OUTSTANDING(WS-RESERVATION-INDEX)
               ELSE
                   SUBTRACT WS-QUANTITY-ON-HAND OF WS-INTAKE-WORK-RECORD
                      FROM WS-RST-OUTSTANDING(WS-RESERVATION-INDEX)
               END-IF
           END-IF.

       0213-FIND-INTAKE-ENTRY.
           SET WS-INTAKE-NOT-FOUND TO TRUE
           PERFORM 0214-COMPARE-INTAKE-ENTRY

      *Quantity on an open PO counts as available - the part is
      *already coming, purchasing does not need telling twice.
      *Quantity still reserved for a charge code does not - it is
      *on the shelf but already promised - so the position tested
      *is on hand plus on order less reserved, floored at zero.
       0325-APPLY-ON-ORDER-QUANTITY.
           PERFORM 0326-SUM-ON-ORDER-QUANTITY
           PERFORM 0328-SUM-RESERVED-QUANTITY
           IF WS-ON-ORDER-QUANTITY > ZERO
              OR WS-RESERVED-QUANTITY > ZERO
               COMPUTE WS-AVAILABLE-POSITION
                  = WS-QUANTITY-ON-HAND OF WS-INVENTORY-RECORD
                    + WS-ON-ORDER-QUANTITY
                    - WS-RESERVED-QUANTITY
               EVALUATE TRUE
                   WHEN WS-AVAILABLE-POSITION NEGATIVE
                       MOVE ZERO
                          TO WS-QUANTITY-ON-HAND OF WS-INVENTORY-RECORD
                   WHEN WS-AVAILABLE-POSITION > 9999999
                       MOVE 9999999
                          TO WS-QUANTITY-ON-HAND OF WS-INVENTORY-RECORD
                   WHEN OTHER
                       MOVE WS-AVAILABLE-POSITION
                          TO WS-QUANTITY-ON-HAND OF WS-INVENTORY-RECORD
               END-EVALUATE
           END-IF.

       0326-SUM-ON-ORDER-QUANTITY.
                  TO WS-ON-ORDER-QUANTITY
           END-IF.

       0328-SUM-RESERVED-QUANTITY.
           MOVE ZERO TO WS-RESERVED-QUANTITY
           PERFORM 0329-ADD-RESERVED-QUANTITY
              VARYING WS-RESERVATION-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-INDEX > WS-RESERVATION-COUNT.

       0329-ADD-RESERVED-QUANTITY.
           IF WS-RST-PART-NUMBER(WS-RESERVATION-INDEX)
                 = WS-PART-NUMBER OF WS-INVENTORY-RECORD
               ADD WS-RST-OUTSTANDING(WS-RESERVATION-INDEX)
                  TO WS-RESERVED-QUANTITY
           END-IF.

      *Nets in any of today's not-yet-merged intake quantity for
      *this part - receipts less issues - so the exception check
      *reflects the current position instead of just what tonight's
