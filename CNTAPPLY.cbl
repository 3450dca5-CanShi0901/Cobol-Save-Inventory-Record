           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The cycle count schedule.  Every count that reaches the
      *master - posted or found to agree - stamps the location's
      *last-counted date here, so the part drops off the count
      *sheets until its next cycle.  Read whole and rewritten at
      *the end of the run.
           SELECT OPTIONAL COUNT-SCHEDULE-FILE ASSIGN TO 'CNTSCHED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PHYSICAL-COUNT-FILE.
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       FD COUNT-SCHEDULE-FILE.
       01 COUNT-SCHEDULE-RECORD PIC X(58).

       WORKING-STORAGE SECTION.
       01 WS-COUNT-RECORD.
           COPY CNTREC.
       01 WS-AUDIT-RECORD.
           COPY AUDREC.

       01 WS-SCHEDULE-RECORD.
           COPY CNTSCHD.

      *The schedule held in raw records while the counts post.  A
      *part counted before the schedule was ever built for it gets
      *an unclassified row of its own, which the next monthly
      *rebuild classifies without losing the date.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY PIC X(58) OCCURS 9999 TIMES.
       01 WS-SCHEDULE-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SCHEDULE-TABLE-INDEX PIC 9(4) COMP.
       01 WS-SCHEDULE-MATCH-INDEX PIC 9(4) COMP.

       01 WS-SCHEDULE-FOUND-SWITCH PIC A(1).
           88 WS-SCHEDULE-FOUND VALUE 'Y'.
           88 WS-SCHEDULE-NOT-FOUND VALUE 'N'.

       01 WS-SCHEDULE-CHANGED-SWITCH PIC A(1) VALUE 'N'.
           88 WS-SCHEDULE-CHANGED VALUE 'Y'.

       PROCEDURE DIVISION.

       0100-APPLY-PHYSICAL-COUNT.
                  ' - APPLY REFUSED'
               PERFORM 0250-CLOSE-AND-STOP
           END-IF
           PERFORM 0270-LOAD-SCHEDULE-TABLE
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 0810-READ-COUNT-RECORD.

       0270-LOAD-SCHEDULE-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT COUNT-SCHEDULE-FILE
           PERFORM 0271-READ-SCHEDULE-RECORD
           PERFORM 0272-STORE-SCHEDULE-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE COUNT-SCHEDULE-FILE.

       0271-READ-SCHEDULE-RECORD.
           READ COUNT-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0272-STORE-SCHEDULE-RECORD.
           ADD 1 TO WS-SCHEDULE-TABLE-COUNT
           MOVE COUNT-SCHEDULE-RECORD
              TO WS-SCHEDULE-ENTRY(WS-SCHEDULE-TABLE-COUNT)
           PERFORM 0271-READ-SCHEDULE-RECORD.

       0260-CHECK-BATCH-LOCK.
           MOVE SPACES TO WS-BATCH-LOCK-RECORD
           OPEN INPUT BATCH-LOCK-FILE
      *nothing to post and no audit row, the same as a change
      *screen backed out untouched.
                   ADD 1 TO WS-UNCHANGED-COUNT
                   PERFORM 0550-STAMP-COUNT-DATE
               ELSE
                   PERFORM 0500-POST-ADJUSTMENT
               END-IF
           CLOSE PHYSICAL-COUNT-FILE
           CLOSE INVENTORY-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-SCHEDULE-CHANGED
               PERFORM 0610-REWRITE-SCHEDULE
           END-IF
           IF WS-APPLY-OK
               PERFORM 0600-CLEAR-COUNT-FILE
           ELSE
               NOT INVALID KEY
                   ADD 1 TO WS-ADJUST-COUNT
                   PERFORM 0910-WRITE-AUDIT-RECORD
                   PERFORM 0550-STAMP-COUNT-DATE
           END-REWRITE.

       0550-STAMP-COUNT-DATE.
      *Only ever moves the date forward - an old count applied late
      *does not make a location look less recently counted than it
      *is.
           PERFORM 0560-FIND-SCHEDULE-ENTRY
           IF WS-SCHEDULE-NOT-FOUND
              AND WS-SCHEDULE-TABLE-COUNT < 9999
               MOVE ZEROS TO WS-SCHEDULE-RECORD
               MOVE WS-CNT-PART-NUMBER TO WS-CSC-PART-NUMBER
               MOVE SPACE TO WS-CSC-CLASS
               ADD 1 TO WS-SCHEDULE-TABLE-COUNT
               MOVE WS-SCHEDULE-TABLE-COUNT TO WS-SCHEDULE-MATCH-INDEX
               SET WS-SCHEDULE-FOUND TO TRUE
           END-IF
           IF WS-SCHEDULE-FOUND
               EVALUATE TRUE
                   WHEN WS-CNT-LOC-CAGE
                       IF WS-CNT-DATE > WS-CSC-LAST-COUNT-CAGE
                           MOVE WS-CNT-DATE TO WS-CSC-LAST-COUNT-CAGE
                       END-IF
                   WHEN WS-CNT-LOC-DOCK
                       IF WS-CNT-DATE > WS-CSC-LAST-COUNT-DOCK
                           MOVE WS-CNT-DATE TO WS-CSC-LAST-COUNT-DOCK
                       END-IF
                   WHEN OTHER
                       IF WS-CNT-DATE > WS-CSC-LAST-COUNT-WAREHOUSE
                           MOVE WS-CNT-DATE
                              TO WS-CSC-LAST-COUNT-WAREHOUSE
                       END-IF
               END-EVALUATE
               MOVE WS-SCHEDULE-RECORD
                  TO WS-SCHEDULE-ENTRY(WS-SCHEDULE-MATCH-INDEX)
               SET WS-SCHEDULE-CHANGED TO TRUE
           END-IF.

       0560-FIND-SCHEDULE-ENTRY.
           SET WS-SCHEDULE-NOT-FOUND TO TRUE
           PERFORM 0561-COMPARE-SCHEDULE-ENTRY
              VARYING WS-SCHEDULE-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SCHEDULE-TABLE-INDEX > WS-SCHEDULE-TABLE-COUNT
                 OR WS-SCHEDULE-FOUND.

       0561-COMPARE-SCHEDULE-ENTRY.
           MOVE WS-SCHEDULE-ENTRY(WS-SCHEDULE-TABLE-INDEX)
              TO WS-SCHEDULE-RECORD
           IF WS-CSC-PART-NUMBER = WS-CNT-PART-NUMBER
               SET WS-SCHEDULE-FOUND TO TRUE
               MOVE WS-SCHEDULE-TABLE-INDEX TO WS-SCHEDULE-MATCH-INDEX
           END-IF.

       0600-CLEAR-COUNT-FILE.
      *Every count on the file is now reflected on the master, so
      *the file is emptied the same way the nightly merge clears
           OPEN OUTPUT PHYSICAL-COUNT-FILE
           CLOSE PHYSICAL-COUNT-FILE.

       0610-REWRITE-SCHEDULE.
      *The dates stamped by the counts that did post are kept even
      *when other rows failed - those counts are on the master.
           OPEN OUTPUT COUNT-SCHEDULE-FILE
           PERFORM 0611-WRITE-SCHEDULE-ENTRY
              VARYING WS-SCHEDULE-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SCHEDULE-TABLE-INDEX > WS-SCHEDULE-TABLE-COUNT
           CLOSE COUNT-SCHEDULE-FILE.

       0611-WRITE-SCHEDULE-ENTRY.
           MOVE WS-SCHEDULE-ENTRY(WS-SCHEDULE-TABLE-INDEX)
              TO COUNT-SCHEDULE-RECORD
           WRITE COUNT-SCHEDULE-RECORD
           END-WRITE.

       0910-WRITE-AUDIT-RECORD.
      *The audit row carries the operator who keyed the count, not
      *the operator running the apply - the count is theirs.
