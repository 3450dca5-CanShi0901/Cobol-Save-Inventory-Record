       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-LEDGER-JOURNAL.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Runs once the reconciliation has balanced and turns the
      *night's value movements into a balanced journal for the
      *general ledger, so finance posts what the master really did
      *instead of rekeying the price-change and usage printouts.
      *Receipts debit inventory and credit the receiving accrual;
      *issues credit inventory and debit the expense account of the
      *department charged; returns to vendor debit the returns
      *account; the day's physical count adjustments post against
      *shrinkage.  Before anything is written the merge's share of
      *the journal is proved against the control record the
      *reconciliation vouched for.
           SELECT OPTIONAL CONTROL-TOTALS-FILE ASSIGN TO 'MRGCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The merge's ledger posting detail - one row per value
      *movement, signed as its effect on inventory.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO 'GLPOST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The accounts the feed posts to.
           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO 'GLACCT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Department expense accounts for the issue lines.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO 'DEPTFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The day's count-apply rows (source P) carry the before and
      *after quantity at the average cost the apply used - the
      *same rows the reconciliation nets into its expected totals.
           SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO 'AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Replaced each run.  A run that cannot prove its totals
      *leaves the file empty rather than yesterday's journal
      *sitting there to be loaded twice.
           SELECT LEDGER-JOURNAL-FILE ASSIGN TO 'GLJRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-RECORD PIC X(42).

       FD GL-POSTING-FILE.
       01 GL-POSTING-RECORD PIC X(46).

       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD PIC X(60).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       FD LEDGER-JOURNAL-FILE.
       01 LEDGER-JOURNAL-RECORD PIC X(65).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-TOTALS.
           COPY MRGCTL.

       01 WS-GL-POSTING.
           COPY GLPOST.

       01 WS-GL-ACCOUNTS.
           COPY GLACCT.

       01 WS-DEPT-RECORD.
           COPY DEPTREC.

       01 WS-AUDIT-RECORD.
           COPY AUDREC.

       01 WS-JOURNAL-LINE.
           COPY GLLINE.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

       01 WS-CONTROL-FOUND-SWITCH PIC A(1).
           88 WS-CONTROL-FOUND VALUE 'Y'.
           88 WS-CONTROL-NOT-FOUND VALUE 'N'.

       01 WS-ACCOUNTS-FOUND-SWITCH PIC A(1).
           88 WS-ACCOUNTS-FOUND VALUE 'Y'.
           88 WS-ACCOUNTS-NOT-FOUND VALUE 'N'.

       01 WS-BALANCED-SWITCH PIC A(1).
           88 WS-IN-BALANCE VALUE 'Y'.
           88 WS-OUT-OF-BALANCE VALUE 'N'.

       01 WS-TODAY-DATE PIC 9(8).

      *The department master, read once at start-up for the
      *expense accounts - raw records, same 999-entry sizing as
      *everywhere else it is tabled.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY PIC X(42) OCCURS 999 TIMES.
       01 WS-DEPT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TABLE-INDEX PIC 9(3) COMP.

       01 WS-DEPT-FOUND-SWITCH PIC A(1).
           88 WS-DEPT-FOUND VALUE 'Y'.
           88 WS-DEPT-NOT-FOUND VALUE 'N'.

      *The journal as it builds - one entry per source, kind of
      *movement, and account, the amount signed debit-positive.
      *Gathered whole before anything is written, so a night that
      *does not prove writes nothing.
       01 WS-JOURNAL-TABLE.
           03 WS-JOURNAL-ENTRY OCCURS 999 TIMES.
               04 WS-JE-SOURCE PIC X(1).
               04 WS-JE-POSTING-TYPE PIC X(1).
               04 WS-JE-ACCOUNT PIC X(10).
               04 WS-JE-DESCRIPTION PIC X(20).
               04 WS-JE-AMOUNT PIC S9(13)V99 COMP-3.
       01 WS-JOURNAL-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-JOURNAL-TABLE-INDEX PIC 9(3) COMP.
       01 WS-JOURNAL-MATCH-INDEX PIC 9(3) COMP.

       01 WS-JOURNAL-FOUND-SWITCH PIC A(1).
           88 WS-JOURNAL-FOUND VALUE 'Y'.
           88 WS-JOURNAL-NOT-FOUND VALUE 'N'.

      *One posting staged for 0360-POST-TO-JOURNAL: the amount is
      *debit-positive on the account named.
       01 WS-POST-SOURCE PIC X(1).
       01 WS-POST-TYPE PIC X(1).
       01 WS-POST-ACCOUNT PIC X(10).
       01 WS-POST-DESCRIPTION PIC X(20).
       01 WS-POST-AMOUNT PIC S9(13)V99 COMP-3.

       01 WS-OFFSET-ACCOUNT PIC X(10).
       01 WS-OFFSET-DESCRIPTION PIC X(20).

       01 WS-ISSUE-DESCRIPTION.
           05 FILLER PIC X(15) VALUE 'ISSUES - DEPT '.
           05 WS-ID-DEPT-CODE PIC X(5).

      *The tie-out: the merge's rows must sum to the control
      *record's net value, and the journal's debits must equal its
      *credits.
       01 WS-MERGE-NET-VALUE PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-COUNT-NET-VALUE PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-COUNT-VALUE PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-DEBITS PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC 9(13)V99 COMP-3 VALUE ZERO.
       01 WS-POSTING-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-WRONG-DATE-COUNT PIC 9(7) COMP VALUE ZERO.
       01 WS-COUNT-ROW-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(5) COMP VALUE ZERO.

      *Edited staging for the control displays.
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-VALUE PIC ---------------9.99.

       PROCEDURE DIVISION.

       0100-BUILD-LEDGER-JOURNAL.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-POSTING-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE GL-POSTING-FILE
           PERFORM 0400-POST-COUNT-ADJUSTMENTS
           PERFORM 0500-PROVE-JOURNAL
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET WS-IN-BALANCE TO TRUE
           PERFORM 0210-READ-CONTROL-TOTALS
           PERFORM 0220-READ-GL-ACCOUNTS
           PERFORM 0230-LOAD-DEPT-TABLE
           OPEN OUTPUT LEDGER-JOURNAL-FILE
      *Without the control record there is nothing to prove the
      *journal against, and without the accounts there is nowhere
      *to post it - the file is left empty and the step ends bad.
           IF WS-CONTROL-NOT-FOUND
               DISPLAY 'NO MERGE CONTROL RECORD - JOURNAL NOT BUILT'
               MOVE 16 TO RETURN-CODE
               PERFORM 0610-CLOSE-AND-STOP
           END-IF
           IF WS-ACCOUNTS-NOT-FOUND
               DISPLAY 'NO LEDGER ACCOUNTS ON GLACCT.TXT'
                  ' - JOURNAL NOT BUILT'
               MOVE 12 TO RETURN-CODE
               PERFORM 0610-CLOSE-AND-STOP
           END-IF
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT GL-POSTING-FILE
           PERFORM 0810-READ-POSTING-RECORD.

       0210-READ-CONTROL-TOTALS.
           SET WS-CONTROL-NOT-FOUND TO TRUE
           OPEN INPUT CONTROL-TOTALS-FILE
           READ CONTROL-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CONTROL-TOTALS-RECORD TO WS-CONTROL-TOTALS
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ
           CLOSE CONTROL-TOTALS-FILE.

       0220-READ-GL-ACCOUNTS.
           SET WS-ACCOUNTS-NOT-FOUND TO TRUE
           OPEN INPUT GL-ACCOUNT-FILE
           READ GL-ACCOUNT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GL-ACCOUNT-RECORD TO WS-GL-ACCOUNTS
                   SET WS-ACCOUNTS-FOUND TO TRUE
           END-READ
           CLOSE GL-ACCOUNT-FILE.

       0230-LOAD-DEPT-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM 0231-READ-DEPT-RECORD
           PERFORM 0232-STORE-DEPT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE DEPARTMENT-MASTER-FILE.

       0231-READ-DEPT-RECORD.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0232-STORE-DEPT-RECORD.
           ADD 1 TO WS-DEPT-TABLE-COUNT
           MOVE DEPARTMENT-MASTER-RECORD
              TO WS-DEPT-ENTRY(WS-DEPT-TABLE-COUNT)
           PERFORM 0231-READ-DEPT-RECORD.

       0300-PROCESS-POSTING-RECORD.
      *Every row is the merge's and belongs to the night the
      *control record covers - a row from any other date means
      *the posting file and the control record disagree about
      *which night this is, and the proof below will fail on it.
           ADD 1 TO WS-POSTING-COUNT
           IF WS-GLP-DATE NOT = WS-CTL-DATE
               ADD 1 TO WS-WRONG-DATE-COUNT
           ELSE
               ADD WS-GLP-VALUE TO WS-MERGE-NET-VALUE
               EVALUATE TRUE
                   WHEN WS-GLP-RECEIPT
                       MOVE WS-GLA-ACCRUAL-ACCOUNT
                          TO WS-OFFSET-ACCOUNT
                       MOVE 'RECEIPTS' TO WS-OFFSET-DESCRIPTION
                   WHEN WS-GLP-ISSUE
                       PERFORM 0310-SET-EXPENSE-ACCOUNT
                   WHEN WS-GLP-VENDOR-RETURN
                       MOVE WS-GLA-RETURNS-ACCOUNT
                          TO WS-OFFSET-ACCOUNT
                       MOVE 'RETURNS TO VENDOR'
                          TO WS-OFFSET-DESCRIPTION
                   WHEN OTHER
                       MOVE WS-GLA-ROUNDING-ACCOUNT
                          TO WS-OFFSET-ACCOUNT
                       MOVE 'AVG COST ROUNDING'
                          TO WS-OFFSET-DESCRIPTION
               END-EVALUATE
               MOVE 'M' TO WS-POST-SOURCE
               MOVE WS-GLP-POSTING-TYPE TO WS-POST-TYPE
               MOVE WS-GLP-VALUE TO WS-POST-AMOUNT
               PERFORM 0350-POST-PAIR
           END-IF
           PERFORM 0810-READ-POSTING-RECORD.

       0310-SET-EXPENSE-ACCOUNT.
      *An issue without a charge-to code, or for a department with
      *no expense account on file, still has to land somewhere -
      *the default expense account, where finance can reclass it.
           MOVE WS-GLA-DEFAULT-EXPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
           MOVE WS-GLP-CODE TO WS-ID-DEPT-CODE
           MOVE WS-ISSUE-DESCRIPTION TO WS-OFFSET-DESCRIPTION
           IF WS-GLP-CODE NOT = SPACES
               PERFORM 0320-FIND-DEPT-ENTRY
               IF WS-DEPT-FOUND
                  AND WS-DEPT-EXPENSE-ACCOUNT NOT = SPACES
                   MOVE WS-DEPT-EXPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
               END-IF
           END-IF.

       0320-FIND-DEPT-ENTRY.
           SET WS-DEPT-NOT-FOUND TO TRUE
           PERFORM 0321-COMPARE-DEPT-ENTRY
              VARYING WS-DEPT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPT-TABLE-INDEX > WS-DEPT-TABLE-COUNT
                 OR WS-DEPT-FOUND.

       0321-COMPARE-DEPT-ENTRY.
           MOVE WS-DEPT-ENTRY(WS-DEPT-TABLE-INDEX) TO WS-DEPT-RECORD
           IF WS-DEPT-CODE = WS-GLP-CODE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       0350-POST-PAIR.
      *Every movement is two lines that cancel: the inventory
      *account by the movement's effect on inventory, the offset
      *account by the same amount the other way.
           MOVE WS-GLA-INVENTORY-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-OFFSET-DESCRIPTION TO WS-POST-DESCRIPTION
           PERFORM 0360-POST-TO-JOURNAL
           MOVE WS-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
           COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT
           PERFORM 0360-POST-TO-JOURNAL.

       0360-POST-TO-JOURNAL.
           PERFORM 0361-FIND-JOURNAL-ENTRY
           IF WS-JOURNAL-FOUND
               ADD WS-POST-AMOUNT
                  TO WS-JE-AMOUNT(WS-JOURNAL-MATCH-INDEX)
           ELSE
               IF WS-JOURNAL-TABLE-COUNT >= 999
      *A journal that cannot hold every line cannot balance -
      *the proof below fails it rather than ship a short feed.
                   DISPLAY 'JOURNAL TABLE FULL - ACCOUNT '
                      WS-POST-ACCOUNT ' NOT POSTED'
                   SET WS-OUT-OF-BALANCE TO TRUE
               ELSE
                   ADD 1 TO WS-JOURNAL-TABLE-COUNT
                   MOVE WS-POST-SOURCE
                      TO WS-JE-SOURCE(WS-JOURNAL-TABLE-COUNT)
                   MOVE WS-POST-TYPE
                      TO WS-JE-POSTING-TYPE(WS-JOURNAL-TABLE-COUNT)
                   MOVE WS-POST-ACCOUNT
                      TO WS-JE-ACCOUNT(WS-JOURNAL-TABLE-COUNT)
                   MOVE WS-POST-DESCRIPTION
                      TO WS-JE-DESCRIPTION(WS-JOURNAL-TABLE-COUNT)
                   MOVE WS-POST-AMOUNT
                      TO WS-JE-AMOUNT(WS-JOURNAL-TABLE-COUNT)
               END-IF
           END-IF.

       0361-FIND-JOURNAL-ENTRY.
           SET WS-JOURNAL-NOT-FOUND TO TRUE
           PERFORM 0362-COMPARE-JOURNAL-ENTRY
              VARYING WS-JOURNAL-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-JOURNAL-TABLE-INDEX > WS-JOURNAL-TABLE-COUNT
                 OR WS-JOURNAL-FOUND.

       0362-COMPARE-JOURNAL-ENTRY.
           IF WS-JE-SOURCE(WS-JOURNAL-TABLE-INDEX) = WS-POST-SOURCE
              AND WS-JE-POSTING-TYPE(WS-JOURNAL-TABLE-INDEX)
                 = WS-POST-TYPE
              AND WS-JE-ACCOUNT(WS-JOURNAL-TABLE-INDEX)
                 = WS-POST-ACCOUNT
              AND WS-JE-DESCRIPTION(WS-JOURNAL-TABLE-INDEX)
                 = WS-POST-DESCRIPTION
               SET WS-JOURNAL-FOUND TO TRUE
               MOVE WS-JOURNAL-TABLE-INDEX TO WS-JOURNAL-MATCH-INDEX
           END-IF.

       0400-POST-COUNT-ADJUSTMENTS.
      *Today's count-apply rows, selected exactly the way the
      *reconciliation selects them, each valued at the average
      *cost the apply posted it at.  A gain debits inventory and
      *credits shrinkage; a loss the other way round.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT AUDIT-TRAIL-FILE
           PERFORM 0820-READ-AUDIT-RECORD
           PERFORM 0410-POST-COUNT-ROW
              UNTIL WS-END-OF-FILE
           CLOSE AUDIT-TRAIL-FILE.

       0410-POST-COUNT-ROW.
           IF WS-AUD-DATE IS NUMERIC
              AND WS-AUD-DATE = WS-TODAY-DATE
              AND WS-AUD-SOURCE = 'P'
              AND WS-AUD-ACTION-CODE = 'J'
              AND WS-AUD-PRIOR-QUANTITY IS NUMERIC
              AND WS-AUD-NEW-QUANTITY IS NUMERIC
              AND WS-AUD-PRIOR-PRICE IS NUMERIC
              AND WS-AUD-NEW-PRICE IS NUMERIC
               COMPUTE WS-COUNT-VALUE
                  = WS-AUD-NEW-QUANTITY * WS-AUD-NEW-PRICE
                    - WS-AUD-PRIOR-QUANTITY * WS-AUD-PRIOR-PRICE
               ADD WS-COUNT-VALUE TO WS-COUNT-NET-VALUE
               ADD 1 TO WS-COUNT-ROW-COUNT
               MOVE 'P' TO WS-POST-SOURCE
               MOVE 'J' TO WS-POST-TYPE
               MOVE WS-GLA-SHRINKAGE-ACCOUNT TO WS-OFFSET-ACCOUNT
               MOVE 'COUNT ADJUSTMENTS' TO WS-OFFSET-DESCRIPTION
               MOVE WS-COUNT-VALUE TO WS-POST-AMOUNT
               PERFORM 0350-POST-PAIR
           END-IF
           PERFORM 0820-READ-AUDIT-RECORD.

       0500-PROVE-JOURNAL.
      *The merge's rows must come to the control record's net value
      *to the penny and every one must be tonight's; the debits
      *must equal the credits.  Only a journal that passes all
      *three is written.
           PERFORM 0510-TOTAL-JOURNAL-ENTRY
              VARYING WS-JOURNAL-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-JOURNAL-TABLE-INDEX > WS-JOURNAL-TABLE-COUNT
           IF WS-WRONG-DATE-COUNT > ZERO
               MOVE WS-WRONG-DATE-COUNT TO WS-EDIT-COUNT
               DISPLAY 'POSTING ROWS NOT FOR CONTROL DATE '
                  WS-CTL-DATE ': ' WS-EDIT-COUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-MERGE-NET-VALUE NOT = WS-CTL-NET-VALUE
               MOVE WS-CTL-NET-VALUE TO WS-EDIT-VALUE
               DISPLAY 'MERGE NET VALUE PER CONTROL ' WS-EDIT-VALUE
               MOVE WS-MERGE-NET-VALUE TO WS-EDIT-VALUE
               DISPLAY 'MERGE NET VALUE PER POSTINGS' WS-EDIT-VALUE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE WS-TOTAL-DEBITS TO WS-EDIT-VALUE
               DISPLAY 'JOURNAL DEBITS  ' WS-EDIT-VALUE
               MOVE WS-TOTAL-CREDITS TO WS-EDIT-VALUE
               DISPLAY 'JOURNAL CREDITS ' WS-EDIT-VALUE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-IN-BALANCE
               PERFORM 0520-WRITE-JOURNAL-LINE
                  VARYING WS-JOURNAL-TABLE-INDEX FROM 1 BY 1
                  UNTIL WS-JOURNAL-TABLE-INDEX
                     > WS-JOURNAL-TABLE-COUNT
               DISPLAY 'JOURNAL BALANCED AND WRITTEN'
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY 'JOURNAL DOES NOT PROVE - NOT WRITTEN'
           END-IF.

       0510-TOTAL-JOURNAL-ENTRY.
           IF WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX) > ZERO
               ADD WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX)
                  TO WS-TOTAL-DEBITS
           ELSE
               SUBTRACT WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX)
                  FROM WS-TOTAL-CREDITS
           END-IF.

       0520-WRITE-JOURNAL-LINE.
      *A line that nets to nothing - a part received and issued at
      *the same cost inside one account - has nothing to post.
           IF WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX) NOT = ZERO
               MOVE WS-CTL-DATE TO WS-JNL-DATE
               MOVE WS-JE-SOURCE(WS-JOURNAL-TABLE-INDEX)
                  TO WS-JNL-SOURCE
               MOVE WS-JE-ACCOUNT(WS-JOURNAL-TABLE-INDEX)
                  TO WS-JNL-ACCOUNT
               MOVE WS-JE-DESCRIPTION(WS-JOURNAL-TABLE-INDEX)
                  TO WS-JNL-DESCRIPTION
               IF WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX) > ZERO
                   MOVE WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX)
                      TO WS-JNL-DEBIT-AMOUNT
                   MOVE ZERO TO WS-JNL-CREDIT-AMOUNT
               ELSE
                   MOVE ZERO TO WS-JNL-DEBIT-AMOUNT
                   COMPUTE WS-JNL-CREDIT-AMOUNT
                      = ZERO - WS-JE-AMOUNT(WS-JOURNAL-TABLE-INDEX)
               END-IF
               MOVE WS-JOURNAL-LINE TO LEDGER-JOURNAL-RECORD
               WRITE LEDGER-JOURNAL-RECORD
               END-WRITE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       0600-TERMINATE.
           CLOSE LEDGER-JOURNAL-FILE
           MOVE WS-POSTING-COUNT TO WS-EDIT-COUNT
           DISPLAY 'MERGE POSTING ROWS READ: ' WS-EDIT-COUNT
           MOVE WS-COUNT-ROW-COUNT TO WS-EDIT-COUNT
           DISPLAY 'COUNT ADJUSTMENT ROWS..: ' WS-EDIT-COUNT
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           DISPLAY 'JOURNAL LINES WRITTEN..: ' WS-EDIT-COUNT
           MOVE WS-MERGE-NET-VALUE TO WS-EDIT-VALUE
           DISPLAY 'MERGE NET VALUE........: ' WS-EDIT-VALUE
           MOVE WS-COUNT-NET-VALUE TO WS-EDIT-VALUE
           DISPLAY 'COUNT NET VALUE........: ' WS-EDIT-VALUE
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-VALUE
           DISPLAY 'TOTAL DEBITS...........: ' WS-EDIT-VALUE.

       0610-CLOSE-AND-STOP.
           CLOSE LEDGER-JOURNAL-FILE
           STOP RUN.

       0810-READ-POSTING-RECORD.
           READ GL-POSTING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE GL-POSTING-RECORD TO WS-GL-POSTING
           END-READ.

       0820-READ-AUDIT-RECORD.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE AUDIT-TRAIL-RECORD TO WS-AUDIT-RECORD
           END-READ.
