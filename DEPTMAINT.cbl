       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-DEPARTMENT-MASTER.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DEPTFILE.TXT is the department and work-order master every
      *issue's charge-to code is validated against, and it carries
      *each department's expense account and monthly budget - see
      *DEPTREC.cpy.  Kept the same way SUPMAINT keeps SUPFILE.TXT:
      *the whole file is loaded into a table at start-up and
      *rewritten from the table after every successful action, so
      *a new department or a closed work order is no longer an
      *untraced edit to the flat file.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO 'DEPTFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Read only when a delete is requested: a code still charged
      *on a pending intake row not yet merged must not be deleted,
      *or the merge and the journal feed would charge a department
      *that no longer exists.
           SELECT OPTIONAL INTAKE-FILE ASSIGN TO 'INVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Also read at delete time: stock still reserved for the code
      *could never be drawn once the entry programs stop accepting
      *it.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Operator sign-on is checked against this file before the
      *menu comes up, and department delete is limited to
      *supervisor authority - see 0230-SIGN-ON.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO 'OPRFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The night run's batch-window lock - while its record is
      *present the journal feed is reading the department master
      *for its expense accounts, so this program refuses to start
      *and a signed-on session is ended at the next menu pass.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO 'BATCHLCK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Every department added, changed or deleted appends a row
      *here, as do refused sign-ons and refused deletes.
           SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO 'AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

       FD INTAKE-FILE.
       01 INTAKE-RECORD PIC X(133).

       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).

       FD BATCH-LOCK-FILE.
       01 BATCH-LOCK-RECORD PIC X(9).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-DEPARTMENT-RECORD.
           COPY DEPTREC.

       01 WS-MENU-CHOICE PIC 9(1).
           88 WS-CHOICE-ADD VALUE 1.
           88 WS-CHOICE-CHANGE VALUE 2.
           88 WS-CHOICE-DELETE VALUE 3.
           88 WS-CHOICE-INQUIRE VALUE 4.
           88 WS-CHOICE-EXIT VALUE 5.

      *The whole department master, held as raw records so the file
      *can be rewritten from the table after every action - same
      *999-entry sizing as the department-code tables in the entry
      *programs.
       01 WS-DEPARTMENT-TABLE.
           05 WS-DEPT-ENTRY PIC X(42) OCCURS 999 TIMES.
       01 WS-DEPARTMENT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPARTMENT-TABLE-INDEX PIC 9(4) COMP.
       01 WS-DEPARTMENT-MATCH-INDEX PIC 9(4) COMP.

       01 WS-DEPARTMENT-FOUND-SWITCH PIC A(1).
           88 WS-DEPARTMENT-FOUND VALUE 'Y'.
           88 WS-DEPARTMENT-NOT-FOUND VALUE 'N'.

       01 WS-IN-USE-SWITCH PIC A(1).
           88 WS-CODE-IN-USE VALUE 'Y'.
           88 WS-CODE-NOT-IN-USE VALUE 'N'.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *The code as keyed, held apart from the record area every
      *table compare overwrites.
       01 WS-KEY-DEPT-CODE PIC X(5).

      *The budget before a change or delete, for the audit row.  A
      *record written before budgets were carried has spaces there
      *and counts as no budget.
       01 WS-PRIOR-BUDGET PIC 9(7).

      *Identifies the operator on every audit row - proven against
      *OPRFILE.TXT at sign-on, not taken on faith.
       01 WS-OPERATOR-ID PIC X(8).

       01 WS-OPERATOR-RECORD.
           COPY OPRREC.

      *The operator master, loaded at start-up for the sign-on
      *check - same table pattern as the department records.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY PIC X(37) OCCURS 99 TIMES.
       01 WS-OPERATOR-TABLE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE-INDEX PIC 9(2) COMP.

       01 WS-ENTERED-PASSWORD PIC X(8).

      *The signed-on operator's authority, kept apart from the
      *record area every table compare overwrites.  Department
      *deletes are supervisor-only.
       01 WS-OPERATOR-LEVEL PIC 9(1).
           88 WS-OPERATOR-SUPERVISOR VALUE 2.

       01 WS-SIGNON-SWITCH PIC A(1).
           88 WS-SIGNON-VALID VALUE 'Y'.
           88 WS-SIGNON-INVALID VALUE 'N'.

       01 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.

      *The batch-window lock as last read - L plus the date the
      *night job set it.
       01 WS-BATCH-LOCK-RECORD.
           05 WS-LCK-FLAG PIC X(1).
               88 WS-BATCH-LOCKED VALUE 'L'.
           05 WS-LCK-DATE PIC 9(8).

       01 WS-AUDIT-RECORD.
           COPY AUDREC.

       PROCEDURE DIVISION.

       0100-MAINTAIN-DEPARTMENT-MASTER.
           PERFORM 0201-INITIALIZE
           PERFORM 0202-PROCESS-MENU UNTIL WS-CHOICE-EXIT
           PERFORM 0203-TERMINATE.
           STOP RUN.

       0201-INITIALIZE.
      *While the night job holds the batch-window lock nothing may
      *be maintained - the journal feed is reading this file for
      *the expense accounts it posts to.
           PERFORM 0260-CHECK-BATCH-LOCK
           IF WS-BATCH-LOCKED
               DISPLAY 'NIGHT RUN IN PROGRESS (LOCK SET '
                  WS-LCK-DATE ') - TRY LATER'
                  LINE 1 COLUMN 5
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0301-LOAD-DEPARTMENT-TABLE
           OPEN EXTEND AUDIT-TRAIL-FILE
           PERFORM 0230-SIGN-ON.

       0260-CHECK-BATCH-LOCK.
           MOVE SPACES TO WS-BATCH-LOCK-RECORD
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BATCH-LOCK-RECORD TO WS-BATCH-LOCK-RECORD
           END-READ
           CLOSE BATCH-LOCK-FILE.

       0230-SIGN-ON.
      *Sign-on is checked against the operator master, so the
      *operator on every audit row is a real one.  If OPRFILE.TXT
      *has no entries there is nothing to check against - the ID
      *is accepted as keyed with a warning and supervisor
      *authority, the same stance SUPMAINT takes.  Three failed
      *tries write a refused row and end the session.
           PERFORM 0240-LOAD-OPERATOR-TABLE
           IF WS-OPERATOR-TABLE-COUNT = ZERO
               DISPLAY 'ENTER OPERATOR ID' LINE 1 COLUMN 45
               ACCEPT WS-OPERATOR-ID LINE 1 COLUMN 65
               MOVE 2 TO WS-OPERATOR-LEVEL
               DISPLAY 'OPERATOR MASTER NOT LOADED - NOT VERIFIED'
                  LINE 2 COLUMN 30
           ELSE
               SET WS-SIGNON-INVALID TO TRUE
               PERFORM 0244-ENTER-SIGN-ON
                  UNTIL WS-SIGNON-VALID OR WS-SIGNON-TRIES >= 3
               IF WS-SIGNON-INVALID
                   PERFORM 0960-WRITE-REFUSED-RECORD
                   DISPLAY 'SIGN-ON REFUSED' LINE 2 COLUMN 30
                   CLOSE AUDIT-TRAIL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0240-LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPERATOR-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT OPERATOR-MASTER-FILE
           PERFORM 0241-READ-OPERATOR-RECORD
           PERFORM 0242-STORE-OPERATOR-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE OPERATOR-MASTER-FILE.

       0241-READ-OPERATOR-RECORD.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0242-STORE-OPERATOR-RECORD.
           ADD 1 TO WS-OPERATOR-TABLE-COUNT
           MOVE OPERATOR-MASTER-RECORD
              TO WS-OPERATOR-ENTRY(WS-OPERATOR-TABLE-COUNT)
           PERFORM 0241-READ-OPERATOR-RECORD.

       0244-ENTER-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID' LINE 1 COLUMN 45
           ACCEPT WS-OPERATOR-ID LINE 1 COLUMN 65
           DISPLAY 'ENTER PASSWORD' LINE 2 COLUMN 45
           ACCEPT WS-ENTERED-PASSWORD LINE 2 COLUMN 65
           PERFORM 0245-CHECK-OPERATOR
           IF WS-SIGNON-INVALID
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY 'OPERATOR OR PASSWORD NOT RECOGNIZED'
                  LINE 2 COLUMN 5
           ELSE
               DISPLAY '                                   '
                  LINE 2 COLUMN 5
           END-IF.

       0245-CHECK-OPERATOR.
           SET WS-SIGNON-INVALID TO TRUE
           PERFORM 0246-COMPARE-OPERATOR-ENTRY
              VARYING WS-OPERATOR-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-OPERATOR-TABLE-INDEX > WS-OPERATOR-TABLE-COUNT
                 OR WS-SIGNON-VALID.

       0246-COMPARE-OPERATOR-ENTRY.
           MOVE WS-OPERATOR-ENTRY(WS-OPERATOR-TABLE-INDEX)
              TO WS-OPERATOR-RECORD
           IF WS-OPR-ID = WS-OPERATOR-ID
              AND WS-OPR-PASSWORD = WS-ENTERED-PASSWORD
               SET WS-SIGNON-VALID TO TRUE
               MOVE WS-OPR-LEVEL TO WS-OPERATOR-LEVEL
           END-IF.

       0202-PROCESS-MENU.
      *The night job setting its lock mid-session ends the session
      *at the next menu pass.
           PERFORM 0260-CHECK-BATCH-LOCK
           IF WS-BATCH-LOCKED
               DISPLAY 'NIGHT RUN STARTED - SESSION ENDED'
                  LINE 20 COLUMN 5
               MOVE 5 TO WS-MENU-CHOICE
           ELSE
               PERFORM 0302-DISPLAY-MENU
               PERFORM 0303-ACCEPT-MENU-CHOICE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 0400-ADD-DEPARTMENT
               WHEN WS-CHOICE-CHANGE
                   PERFORM 0500-CHANGE-DEPARTMENT
               WHEN WS-CHOICE-DELETE
      *A deleted code stops every issue charged to it - only a
      *supervisor may do it, and a refused try leaves a trail row.
                   IF WS-OPERATOR-SUPERVISOR
                       PERFORM 0600-DELETE-DEPARTMENT
                   ELSE
                       PERFORM 0950-REFUSE-ACTION
                   END-IF
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 0700-INQUIRE-DEPARTMENT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - ENTER 1 THRU 5'
                      LINE 20 COLUMN 5
           END-EVALUATE.

       0203-TERMINATE.
           CLOSE AUDIT-TRAIL-FILE.

       0950-REFUSE-ACTION.
           DISPLAY 'SUPERVISOR AUTHORITY REQUIRED    '
              LINE 20 COLUMN 5
           PERFORM 0960-WRITE-REFUSED-RECORD.

       0960-WRITE-REFUSED-RECORD.
      *A refused attempt still leaves its fingerprints - the trail
      *shows who tried, even though nothing moved.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR-ID
           MOVE 'X' TO WS-AUD-ACTION-CODE
           MOVE ZEROS TO WS-AUD-PART-NUMBER
           MOVE ZEROS TO WS-AUD-PRIOR-QUANTITY
           MOVE ZEROS TO WS-AUD-PRIOR-PRICE
           MOVE ZEROS TO WS-AUD-NEW-QUANTITY
           MOVE ZEROS TO WS-AUD-NEW-PRICE
           MOVE 'D' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0970-WRITE-AUDIT-RECORD.
      *The department code goes where a part number would, and the
      *monthly budget before and after in the quantity columns; a
      *department carries no price.  The action code and both
      *budgets are set by the caller.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR-ID
           MOVE SPACES TO WS-AUD-DEPT-KEY
           MOVE WS-KEY-DEPT-CODE TO WS-AUD-DEPT-CODE
           MOVE ZEROS TO WS-AUD-PRIOR-PRICE
           MOVE ZEROS TO WS-AUD-NEW-PRICE
           MOVE 'D' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0301-LOAD-DEPARTMENT-TABLE.
           MOVE ZERO TO WS-DEPARTMENT-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM 0311-READ-DEPARTMENT-RECORD
           PERFORM 0312-STORE-DEPARTMENT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE DEPARTMENT-MASTER-FILE.

       0311-READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0312-STORE-DEPARTMENT-RECORD.
           ADD 1 TO WS-DEPARTMENT-TABLE-COUNT
           MOVE DEPARTMENT-MASTER-RECORD
              TO WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-COUNT)
           PERFORM 0311-READ-DEPARTMENT-RECORD.

       0302-DISPLAY-MENU.
           DISPLAY 'DEPARTMENT MASTER MAINTENANCE' LINE 1 COLUMN 10
           DISPLAY '1.  ADD A DEPARTMENT'          LINE 3 COLUMN 10
           DISPLAY '2.  CHANGE A DEPARTMENT'       LINE 4 COLUMN 10
           DISPLAY '3.  DELETE A DEPARTMENT'       LINE 5 COLUMN 10
           DISPLAY '4.  INQUIRE ON A DEPARTMENT'   LINE 6 COLUMN 10
           DISPLAY '5.  EXIT'                      LINE 7 COLUMN 10
           DISPLAY 'ENTER SELECTION (1-5)'         LINE 9 COLUMN 10.

       0303-ACCEPT-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE LINE 9 COLUMN 33.

       0400-ADD-DEPARTMENT.
           PERFORM 0801-PROMPT-DEPARTMENT-CODE
           IF WS-KEY-DEPT-CODE = SPACES
               DISPLAY 'A DEPARTMENT CODE IS REQUIRED - NOT ADDED'
                  LINE 20 COLUMN 5
           ELSE
               PERFORM 0900-FIND-DEPARTMENT-ENTRY
               IF WS-DEPARTMENT-FOUND
                   DISPLAY 'DEPARTMENT CODE ALREADY ON FILE - NOT ADDED'
                      LINE 20 COLUMN 5
               ELSE
                   IF WS-DEPARTMENT-TABLE-COUNT >= 999
                       DISPLAY 'DEPARTMENT TABLE FULL - NOT ADDED'
                          LINE 20 COLUMN 5
                   ELSE
                       PERFORM 0410-ADD-DEPARTMENT-ENTRY
                   END-IF
               END-IF
           END-IF.

       0410-ADD-DEPARTMENT-ENTRY.
           MOVE WS-KEY-DEPT-CODE TO WS-DEPT-CODE
           PERFORM 0802-PROMPT-DEPARTMENT-NAME
           PERFORM 0803-PROMPT-EXPENSE-ACCOUNT
           PERFORM 0804-PROMPT-MONTHLY-BUDGET
           ADD 1 TO WS-DEPARTMENT-TABLE-COUNT
           MOVE WS-DEPARTMENT-RECORD
              TO WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-COUNT)
           PERFORM 0950-REWRITE-DEPARTMENT-FILE
           MOVE 'A' TO WS-AUD-ACTION-CODE
           MOVE ZERO TO WS-AUD-PRIOR-QUANTITY
           MOVE WS-DEPT-MONTHLY-BUDGET TO WS-AUD-NEW-QUANTITY
           PERFORM 0970-WRITE-AUDIT-RECORD
           DISPLAY 'DEPARTMENT ADDED                          '
              LINE 20 COLUMN 5.

       0500-CHANGE-DEPARTMENT.
      *A change re-keys the name, the expense account and the
      *budget; the code itself is the key and is never changed -
      *a new code is an add, and the old one a delete once nothing
      *is pending against it.
           PERFORM 0801-PROMPT-DEPARTMENT-CODE
           PERFORM 0900-FIND-DEPARTMENT-ENTRY
           IF WS-DEPARTMENT-FOUND
               MOVE WS-DEPT-ENTRY(WS-DEPARTMENT-MATCH-INDEX)
                  TO WS-DEPARTMENT-RECORD
               PERFORM 0710-DISPLAY-DEPARTMENT
               PERFORM 0810-SET-PRIOR-BUDGET
               PERFORM 0802-PROMPT-DEPARTMENT-NAME
               PERFORM 0803-PROMPT-EXPENSE-ACCOUNT
               PERFORM 0804-PROMPT-MONTHLY-BUDGET
               MOVE WS-DEPARTMENT-RECORD
                  TO WS-DEPT-ENTRY(WS-DEPARTMENT-MATCH-INDEX)
               PERFORM 0950-REWRITE-DEPARTMENT-FILE
               MOVE 'C' TO WS-AUD-ACTION-CODE
               MOVE WS-PRIOR-BUDGET TO WS-AUD-PRIOR-QUANTITY
               MOVE WS-DEPT-MONTHLY-BUDGET TO WS-AUD-NEW-QUANTITY
               PERFORM 0970-WRITE-AUDIT-RECORD
               DISPLAY 'DEPARTMENT CHANGED                        '
                  LINE 20 COLUMN 5
           ELSE
               DISPLAY 'DEPARTMENT CODE NOT ON FILE               '
                  LINE 20 COLUMN 5
           END-IF.

       0600-DELETE-DEPARTMENT.
      *A closed department or work order is deleted only once
      *nothing is still waiting to be charged to it - see 0610.
      *Its history stays on INVHIST.TXT and the reports print it
      *under a not-on-master heading.
           PERFORM 0801-PROMPT-DEPARTMENT-CODE
           PERFORM 0900-FIND-DEPARTMENT-ENTRY
           IF WS-DEPARTMENT-FOUND
               MOVE WS-DEPT-ENTRY(WS-DEPARTMENT-MATCH-INDEX)
                  TO WS-DEPARTMENT-RECORD
               PERFORM 0610-CHECK-DEPARTMENT-IN-USE
               IF WS-CODE-IN-USE
                   CONTINUE
               ELSE
                   PERFORM 0810-SET-PRIOR-BUDGET
                   PERFORM 0620-REMOVE-DEPARTMENT-ENTRY
                   PERFORM 0950-REWRITE-DEPARTMENT-FILE
                   MOVE 'D' TO WS-AUD-ACTION-CODE
                   MOVE WS-PRIOR-BUDGET TO WS-AUD-PRIOR-QUANTITY
                   MOVE ZERO TO WS-AUD-NEW-QUANTITY
                   PERFORM 0970-WRITE-AUDIT-RECORD
                   DISPLAY 'DEPARTMENT DELETED                        '
                      LINE 20 COLUMN 5
               END-IF
           ELSE
               DISPLAY 'DEPARTMENT CODE NOT ON FILE               '
                  LINE 20 COLUMN 5
           END-IF.

      *A code still charged on any pending intake row, or still
      *holding a reservation, must not be deleted - tonight's merge
      *and journal would charge a department that is gone, and the
      *reserved stock could never be drawn.  Receipts, transfers
      *and returns carry a blank charge code, so only issue rows
      *can hold one.
       0610-CHECK-DEPARTMENT-IN-USE.
           SET WS-CODE-NOT-IN-USE TO TRUE
           PERFORM 0640-SCAN-PENDING-INTAKE
           IF WS-CODE-IN-USE
               DISPLAY 'CODE STILL ON PENDING INTAKE - NOT DELETED'
                  LINE 20 COLUMN 5
           ELSE
               PERFORM 0650-SCAN-RESERVATIONS
               IF WS-CODE-IN-USE
                   DISPLAY 'CODE STILL HOLDS RESERVATIONS - NOT DELETED'
                      LINE 20 COLUMN 5
               END-IF
           END-IF.

       0640-SCAN-PENDING-INTAKE.
           OPEN INPUT INTAKE-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 0641-READ-INTAKE-RECORD
           PERFORM 0642-CHECK-INTAKE-CHARGE
              UNTIL WS-END-OF-FILE OR WS-CODE-IN-USE
           CLOSE INTAKE-FILE.

       0641-READ-INTAKE-RECORD.
           READ INTAKE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0642-CHECK-INTAKE-CHARGE.
           IF INTAKE-RECORD(103:5) = WS-KEY-DEPT-CODE
               SET WS-CODE-IN-USE TO TRUE
           ELSE
               PERFORM 0641-READ-INTAKE-RECORD
           END-IF.

       0650-SCAN-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 0651-READ-RESERVATION-RECORD
           PERFORM 0652-CHECK-RESERVATION-CHARGE
              UNTIL WS-END-OF-FILE OR WS-CODE-IN-USE
           CLOSE RESERVATION-FILE.

       0651-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0652-CHECK-RESERVATION-CHARGE.
           IF RESERVATION-RECORD(10:5) = WS-KEY-DEPT-CODE
               SET WS-CODE-IN-USE TO TRUE
           ELSE
               PERFORM 0651-READ-RESERVATION-RECORD
           END-IF.

       0620-REMOVE-DEPARTMENT-ENTRY.
      *Closes the gap the deleted entry leaves so the table stays
      *dense for the wholesale rewrite.
           PERFORM 0621-SHIFT-DEPARTMENT-ENTRY
              VARYING WS-DEPARTMENT-TABLE-INDEX
              FROM WS-DEPARTMENT-MATCH-INDEX BY 1
              UNTIL WS-DEPARTMENT-TABLE-INDEX
                 >= WS-DEPARTMENT-TABLE-COUNT
           SUBTRACT 1 FROM WS-DEPARTMENT-TABLE-COUNT.

       0621-SHIFT-DEPARTMENT-ENTRY.
           MOVE WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-INDEX + 1)
              TO WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-INDEX).

       0700-INQUIRE-DEPARTMENT.
           PERFORM 0801-PROMPT-DEPARTMENT-CODE
           PERFORM 0900-FIND-DEPARTMENT-ENTRY
           IF WS-DEPARTMENT-FOUND
               MOVE WS-DEPT-ENTRY(WS-DEPARTMENT-MATCH-INDEX)
                  TO WS-DEPARTMENT-RECORD
               PERFORM 0710-DISPLAY-DEPARTMENT
           ELSE
               DISPLAY 'DEPARTMENT CODE NOT ON FILE               '
                  LINE 20 COLUMN 5
           END-IF.

       0710-DISPLAY-DEPARTMENT.
           PERFORM 0810-SET-PRIOR-BUDGET
           DISPLAY 'DEPARTMENT NAME: ' WS-DEPT-NAME
              LINE 16 COLUMN 5
           DISPLAY 'EXPENSE ACCOUNT: ' WS-DEPT-EXPENSE-ACCOUNT
              LINE 17 COLUMN 5
           DISPLAY 'MONTHLY BUDGET.: ' WS-PRIOR-BUDGET
              LINE 18 COLUMN 5.

       0801-PROMPT-DEPARTMENT-CODE.
           DISPLAY 'ENTER DEPARTMENT CODE' LINE 11 COLUMN 5
           ACCEPT WS-KEY-DEPT-CODE LINE 11 COLUMN 30.

       0802-PROMPT-DEPARTMENT-NAME.
           DISPLAY 'ENTER DEPARTMENT NAME' LINE 12 COLUMN 5
           ACCEPT WS-DEPT-NAME LINE 12 COLUMN 30.

      *Blank sends the department's issues to the default expense
      *account on the journal feed.
       0803-PROMPT-EXPENSE-ACCOUNT.
           DISPLAY 'ENTER EXPENSE ACCOUNT' LINE 13 COLUMN 5
           ACCEPT WS-DEPT-EXPENSE-ACCOUNT LINE 13 COLUMN 30.

      *Whole dollars a month; zero means no budget is kept.
       0804-PROMPT-MONTHLY-BUDGET.
           DISPLAY 'ENTER MONTHLY BUDGET ($)' LINE 14 COLUMN 5
           ACCEPT WS-DEPT-MONTHLY-BUDGET LINE 14 COLUMN 30.

       0810-SET-PRIOR-BUDGET.
           IF WS-DEPT-MONTHLY-BUDGET IS NUMERIC
               MOVE WS-DEPT-MONTHLY-BUDGET TO WS-PRIOR-BUDGET
           ELSE
               MOVE ZERO TO WS-PRIOR-BUDGET
           END-IF.

       0900-FIND-DEPARTMENT-ENTRY.
           SET WS-DEPARTMENT-NOT-FOUND TO TRUE
           PERFORM 0910-COMPARE-DEPARTMENT-ENTRY
              VARYING WS-DEPARTMENT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPARTMENT-TABLE-INDEX
                 > WS-DEPARTMENT-TABLE-COUNT
                 OR WS-DEPARTMENT-FOUND.

       0910-COMPARE-DEPARTMENT-ENTRY.
           IF WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-INDEX)(1:5)
                 = WS-KEY-DEPT-CODE
               SET WS-DEPARTMENT-FOUND TO TRUE
               MOVE WS-DEPARTMENT-TABLE-INDEX
                  TO WS-DEPARTMENT-MATCH-INDEX
           END-IF.

       0950-REWRITE-DEPARTMENT-FILE.
      *The file is replaced from the table after every successful
      *action, the same way SUPMAINT rewrites SUPFILE.TXT, so a
      *mid-session failure loses at most the action in flight.
           OPEN OUTPUT DEPARTMENT-MASTER-FILE
           PERFORM 0951-WRITE-DEPARTMENT-ENTRY
              VARYING WS-DEPARTMENT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPARTMENT-TABLE-INDEX
                 > WS-DEPARTMENT-TABLE-COUNT
           CLOSE DEPARTMENT-MASTER-FILE.

       0951-WRITE-DEPARTMENT-ENTRY.
           MOVE WS-DEPT-ENTRY(WS-DEPARTMENT-TABLE-INDEX)
              TO DEPARTMENT-MASTER-RECORD
           WRITE DEPARTMENT-MASTER-RECORD
           END-WRITE.
