           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Stock sent back to each supplier over the period, read off
      *the return-to-vendor rows of the movement history, so the
      *quantity returned sits next to the reject counts - a
      *supplier whose lines pass receiving but come back off the
      *shelf is no better than one whose lines get rejected.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Supplier names for the detail lines.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE ASSIGN TO 'SUPFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD DELIVERY-HISTORY-FILE.
       01 DELIVERY-HISTORY-RECORD PIC X(31).

       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       01 WS-SUPPLIER-RECORD.
           COPY SUPMAST.

       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.
      *One entry per supplier seen in the period.  A shipment with
      *no promised date still counts its lines and rejects but is
      *left out of the timeliness figures - there is nothing to
      *judge it against.  A supplier with returns but no shipments
      *in the period still gets an entry for its returns.
       01 WS-PERF-TABLE.
           03 WS-PERF-ENTRY OCCURS 999 TIMES.
               04 WS-PF-SUPPLIER-CODE PIC X(5).
               04 WS-PF-LATE-DAYS PIC 9(7) COMP.
               04 WS-PF-ACCEPT-LINES PIC 9(7) COMP.
               04 WS-PF-REJECT-LINES PIC 9(7) COMP.
               04 WS-PF-RETURN-QTY PIC 9(9) COMP.
               04 WS-PF-PRINTED-SWITCH PIC A(1).
                   88 WS-PF-PRINTED VALUE 'Y'.
                   88 WS-PF-NOT-PRINTED VALUE 'N'.
       01 WS-PERF-TABLE-INDEX PIC 9(3) COMP.
       01 WS-PERF-SCAN-INDEX PIC 9(3) COMP.
       01 WS-PERF-MATCH-INDEX PIC 9(3) COMP.
       01 WS-PERF-SEEK-CODE PIC X(5).

       01 WS-PERF-FOUND-SWITCH PIC A(1).
           88 WS-PERF-FOUND VALUE 'Y'.
           05 FILLER PIC X(13) VALUE 'AVG DAYS LATE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'REJECT %'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'RETURN QTY'.

       01 WS-DETAIL-LINE.
           05 WS-DL-SUPPLIER-CODE PIC X(5).
           05 WS-DL-AVG-DAYS-LATE PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-DL-REJECT-PERCENT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RETURN-QTY PIC ZZZZZZZ9.

       01 WS-NO-DELIVERY-LINE PIC X(90)
          VALUE '          NO SHIPMENTS OR RETURNS IN THE PERIOD'.

       PROCEDURE DIVISION.

           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-DELIVERY-RECORD
              UNTIL WS-END-OF-FILE
           PERFORM 0330-LOAD-RETURNS
           PERFORM 0400-PRINT-SUPPLIER-GROUPS
           PERFORM 0600-TERMINATE.
           STOP RUN.
           PERFORM 0810-READ-DELIVERY-RECORD.

       0310-ACCUMULATE-SHIPMENT.
           MOVE WS-DLV-SUPPLIER-CODE TO WS-PERF-SEEK-CODE
           PERFORM 0313-FIND-OR-ADD-PERF-ENTRY
           IF WS-PERF-MATCH-INDEX > ZERO
               PERFORM 0320-TALLY-SHIPMENT
           END-IF.

       0313-FIND-OR-ADD-PERF-ENTRY.
           PERFORM 0311-FIND-PERF-ENTRY
           IF WS-PERF-NOT-FOUND
               IF WS-PERF-TABLE-COUNT >= 999
                   DISPLAY 'PERFORMANCE TABLE FULL - SUPPLIER '
                      WS-PERF-SEEK-CODE ' NOT REPORTED'
                   MOVE ZERO TO WS-PERF-MATCH-INDEX
               ELSE
                   ADD 1 TO WS-PERF-TABLE-COUNT
                   MOVE WS-PERF-SEEK-CODE
                      TO WS-PF-SUPPLIER-CODE(WS-PERF-TABLE-COUNT)
                   MOVE ZERO
                      TO WS-PF-SHIPMENT-COUNT(WS-PERF-TABLE-COUNT)
                      TO WS-PF-ACCEPT-LINES(WS-PERF-TABLE-COUNT)
                   MOVE ZERO
                      TO WS-PF-REJECT-LINES(WS-PERF-TABLE-COUNT)
                   MOVE ZERO
                      TO WS-PF-RETURN-QTY(WS-PERF-TABLE-COUNT)
                   SET WS-PF-NOT-PRINTED(WS-PERF-TABLE-COUNT)
                      TO TRUE
                   MOVE WS-PERF-TABLE-COUNT TO WS-PERF-MATCH-INDEX
               END-IF
           END-IF.

       0311-FIND-PERF-ENTRY.

       0312-COMPARE-PERF-ENTRY.
           IF WS-PF-SUPPLIER-CODE(WS-PERF-TABLE-INDEX)
                 = WS-PERF-SEEK-CODE
               SET WS-PERF-FOUND TO TRUE
               MOVE WS-PERF-TABLE-INDEX TO WS-PERF-MATCH-INDEX
           END-IF.
               END-IF
           END-IF.

      *The period's returns to vendor, gathered under the supplier
      *each went back to - the history row's charge-code field
      *carries the supplier on a return.
       0330-LOAD-RETURNS.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0820-READ-HISTORY-RECORD
           PERFORM 0331-PROCESS-HISTORY-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE MOVEMENT-HISTORY-FILE.

       0331-PROCESS-HISTORY-RECORD.
           IF WS-HST-DATE >= WS-PERIOD-FROM-DATE
              AND WS-HST-DATE <= WS-PERIOD-TO-DATE
              AND WS-HST-VENDOR-RETURN
               MOVE WS-HST-CHARGE-CODE TO WS-PERF-SEEK-CODE
               PERFORM 0313-FIND-OR-ADD-PERF-ENTRY
               IF WS-PERF-MATCH-INDEX > ZERO
                   ADD WS-HST-QTY-OUT
                      TO WS-PF-RETURN-QTY(WS-PERF-MATCH-INDEX)
               END-IF
           END-IF
           PERFORM 0820-READ-HISTORY-RECORD.

      *One group pass per supplier: the supplier master is walked
      *in file order and each supplier's line printed; codes with
      *no master record come out last, so nothing purchasing needs
                    / WS-TOTAL-LINES
               MOVE WS-REJECT-PERCENT TO WS-DL-REJECT-PERCENT
           END-IF
           MOVE WS-PF-RETURN-QTY(WS-PERF-SCAN-INDEX)
              TO WS-DL-RETURN-QTY
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

               NOT AT END
                   MOVE DELIVERY-HISTORY-RECORD TO WS-DELIVERY-RECORD
           END-READ.

       0820-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.
