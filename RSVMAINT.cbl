       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-RESERVATIONS.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RESVFILE.TXT holds the stock planners have set aside for a
      *department or work order ahead of the day it is needed - one
      *record per part and charge code, see RESVREC.cpy.  Kept the
      *same way SUPMAINT keeps SUPFILE.TXT: the whole file is loaded
      *into a table at start-up and rewritten from the table after
      *every successful action.  The nightly merge rewrites it too
      *as it relieves what was issued, which is why this program
      *honours the batch-window lock below.
           SELECT OPTIONAL RESERVATION-FILE ASSIGN TO 'RESVFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Every part reserved is looked up here - stock cannot be set
      *aside for a part the master does not carry, or one the shop
      *has made obsolete.  OPTIONAL: before the first merge there is
      *no master yet, and the part is then taken as keyed.
           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WS-MST-PART-NUMBER
           FILE STATUS IS WS-MASTER-FILE-STATUS.

      *The charge code a reservation is held for is validated here,
      *the same check the entry programs make on an issue - a
      *reservation for a code no issue could ever be keyed against
      *would never be drawn.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO 'DEPTFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Operator sign-on is checked against this file before the
      *menu comes up - see 0230-SIGN-ON.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO 'OPRFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The night run's batch-window lock - while its record is
      *present the merge chain owns the reservation file, so this
      *program refuses to start and a signed-on session is ended at
      *the next menu pass.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO 'BATCHLCK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Every reservation entered, changed or cancelled appends a row
      *here, as do refused sign-ons and refused cancels.
           SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO 'AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
       01 RESERVATION-RECORD PIC X(52).

      *Only the key and the status byte are named - whether the part
      *is on the master and still live is all this program reads it
      *for.
       FD INVENTORY-MASTER-FILE.
       01 WS-MASTER-CHECK-RECORD.
           05 WS-MST-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(89).
           05 WS-MST-PART-STATUS PIC X(1).
               88 WS-MST-PART-OBSOLETE VALUE 'O'.

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).

       FD BATCH-LOCK-FILE.
       01 BATCH-LOCK-RECORD PIC X(9).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-RESERVATION-RECORD.
           COPY RESVREC.

      *Only status 00 at open means there is a master to check
      *against.  Status 05 is a successful open of the OPTIONAL
      *master when the file does not exist yet - there is nothing
      *to check a part against, so it is taken as keyed.  Every
      *READ overwrites the status, so the open's answer is kept
      *apart in WS-MASTER-PRESENT-SWITCH for the session.
       01 WS-MASTER-FILE-STATUS PIC X(2).

       01 WS-MASTER-PRESENT-SWITCH PIC A(1).
           88 WS-MASTER-PRESENT VALUE 'Y'.
           88 WS-MASTER-ABSENT VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9(1).
           88 WS-CHOICE-ENTER VALUE 1.
           88 WS-CHOICE-CHANGE VALUE 2.
           88 WS-CHOICE-CANCEL VALUE 3.
           88 WS-CHOICE-INQUIRE VALUE 4.
           88 WS-CHOICE-EXIT VALUE 5.

      *The whole reservation file, held as raw records so the file
      *can be rewritten from the table after every action - same
      *999-entry sizing as the supplier and kit master tables.
       01 WS-RESERVATION-TABLE.
           05 WS-RESERVATION-ENTRY PIC X(52) OCCURS 999 TIMES.
       01 WS-RESERVATION-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RESERVATION-TABLE-INDEX PIC 9(4) COMP.
       01 WS-RESERVATION-MATCH-INDEX PIC 9(4) COMP.

       01 WS-RESERVATION-FOUND-SWITCH PIC A(1).
           88 WS-RESERVATION-FOUND VALUE 'Y'.
           88 WS-RESERVATION-NOT-FOUND VALUE 'N'.

      *The key as keyed, held apart from the record area every
      *table compare overwrites.
       01 WS-KEY-PART-NUMBER PIC 9(9).
       01 WS-KEY-CHARGE-CODE PIC X(5).

      *Valid charge codes, loaded from DEPTFILE.TXT at start-up.
      *An empty file means there is nothing to check against and
      *the code is taken as keyed with a warning, the same stance
      *the entry programs take.
       01 WS-DEPARTMENT-RECORD.
           COPY DEPTREC.
       01 WS-DEPARTMENT-TABLE.
           05 WS-DEPARTMENT-CODE-ENTRY PIC X(5) OCCURS 999 TIMES.
       01 WS-DEPARTMENT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPARTMENT-TABLE-INDEX PIC 9(4) COMP.

       01 WS-DEPARTMENT-FOUND-SWITCH PIC A(1).
           88 WS-DEPARTMENT-FOUND VALUE 'Y'.
           88 WS-DEPARTMENT-NOT-FOUND VALUE 'N'.

       01 WS-KEY-VALID-SWITCH PIC A(1).
           88 WS-KEY-VALID VALUE 'Y'.
           88 WS-KEY-INVALID VALUE 'N'.

       01 WS-ENTRY-VALID-SWITCH PIC A(1).
           88 WS-ENTRY-VALID VALUE 'Y'.
           88 WS-ENTRY-INVALID VALUE 'N'.

      *Quantity and need-by date as keyed, checked before they are
      *moved into the record.
       01 WS-ENTERED-QUANTITY PIC 9(7).
       01 WS-ENTERED-NEED-BY-DATE PIC 9(8).
       01 FILLER REDEFINES WS-ENTERED-NEED-BY-DATE.
           05 WS-NB-YEAR PIC 9(4).
           05 WS-NB-MONTH PIC 9(2).
           05 WS-NB-DAY PIC 9(2).
       01 WS-NB-LAST-DAY PIC 9(2).
       01 WS-NB-LEAP-REMAINDER PIC 9(4) COMP.
       01 WS-NB-LEAP-QUOTIENT PIC 9(4) COMP.

       01 WS-PRIOR-QUANTITY PIC 9(7).
       01 WS-OUTSTANDING-QUANTITY PIC 9(7).
       01 WS-TODAY-DATE PIC 9(8).

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *Identifies the operator on every reservation and audit row -
      *proven against OPRFILE.TXT at sign-on, not taken on faith.
       01 WS-OPERATOR-ID PIC X(8).

       01 WS-OPERATOR-RECORD.
           COPY OPRREC.

      *The operator master, loaded at start-up for the sign-on
      *check - same table pattern as the reservation records.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY PIC X(37) OCCURS 99 TIMES.
       01 WS-OPERATOR-TABLE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE-INDEX PIC 9(2) COMP.

       01 WS-ENTERED-PASSWORD PIC X(8).

      *The signed-on operator's authority, kept apart from the
      *record area every table compare overwrites.  Any operator
      *may enter and change reservations and cancel their own; a
      *reservation somebody else entered takes a supervisor to
      *cancel.
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

       0100-MAINTAIN-RESERVATIONS.
           PERFORM 0201-INITIALIZE
           PERFORM 0202-PROCESS-MENU UNTIL WS-CHOICE-EXIT
           PERFORM 0203-TERMINATE.
           STOP RUN.

       0201-INITIALIZE.
      *While the night job holds the batch-window lock nothing may
      *be maintained - the merge is relieving reservations from the
      *same file, and whichever rewrite landed last would win.
           PERFORM 0260-CHECK-BATCH-LOCK
           IF WS-BATCH-LOCKED
               DISPLAY 'NIGHT RUN IN PROGRESS (LOCK SET '
                  WS-LCK-DATE ') - TRY LATER'
                  LINE 1 COLUMN 5
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0301-LOAD-RESERVATION-TABLE
           PERFORM 0320-LOAD-DEPARTMENT-TABLE
           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-PRESENT TO TRUE
           ELSE
               SET WS-MASTER-ABSENT TO TRUE
           END-IF
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
      *operator on a reservation and its audit rows is a real one.
      *If OPRFILE.TXT has no entries there is nothing to check
      *against - the ID is accepted as keyed with a warning and
      *supervisor authority, the same stance SUPMAINT takes.  Three
      *failed tries write a refused row and end the session.
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
                   CLOSE INVENTORY-MASTER-FILE
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
               WHEN WS-CHOICE-ENTER
                   PERFORM 0400-ENTER-RESERVATION
               WHEN WS-CHOICE-CHANGE
                   PERFORM 0500-CHANGE-RESERVATION
               WHEN WS-CHOICE-CANCEL
                   PERFORM 0600-CANCEL-RESERVATION
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 0700-INQUIRE-RESERVATION
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - ENTER 1 THRU 5'
                      LINE 20 COLUMN 5
           END-EVALUATE.

       0203-TERMINATE.
           CLOSE INVENTORY-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE.

       0950-REFUSE-ACTION.
           DISPLAY 'SUPERVISOR AUTHORITY REQUIRED'
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
           MOVE 'R' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0970-WRITE-AUDIT-RECORD.
      *The reserved quantity before and after goes in the quantity
      *columns; a reservation carries no price.  The action code
      *is set by the caller.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR-ID
           MOVE WS-KEY-PART-NUMBER TO WS-AUD-PART-NUMBER
           MOVE ZEROS TO WS-AUD-PRIOR-PRICE
           MOVE ZEROS TO WS-AUD-NEW-PRICE
           MOVE 'R' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0301-LOAD-RESERVATION-TABLE.
           MOVE ZERO TO WS-RESERVATION-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT RESERVATION-FILE
           PERFORM 0311-READ-RESERVATION-RECORD
           PERFORM 0312-STORE-RESERVATION-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE RESERVATION-FILE.

       0311-READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0312-STORE-RESERVATION-RECORD.
           ADD 1 TO WS-RESERVATION-TABLE-COUNT
           MOVE RESERVATION-RECORD
              TO WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-COUNT)
           PERFORM 0311-READ-RESERVATION-RECORD.

       0320-LOAD-DEPARTMENT-TABLE.
           MOVE ZERO TO WS-DEPARTMENT-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM 0321-READ-DEPARTMENT-RECORD
           PERFORM 0322-STORE-DEPARTMENT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE DEPARTMENT-MASTER-FILE.

       0321-READ-DEPARTMENT-RECORD.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0322-STORE-DEPARTMENT-RECORD.
           MOVE DEPARTMENT-MASTER-RECORD TO WS-DEPARTMENT-RECORD
           ADD 1 TO WS-DEPARTMENT-TABLE-COUNT
           MOVE WS-DEPT-CODE
              TO WS-DEPARTMENT-CODE-ENTRY(WS-DEPARTMENT-TABLE-COUNT)
           PERFORM 0321-READ-DEPARTMENT-RECORD.

       0302-DISPLAY-MENU.
           DISPLAY 'STOCK RESERVATION MAINTENANCE' LINE 1 COLUMN 10
           DISPLAY '1.  ENTER A RESERVATION'       LINE 3 COLUMN 10
           DISPLAY '2.  CHANGE A RESERVATION'      LINE 4 COLUMN 10
           DISPLAY '3.  CANCEL A RESERVATION'      LINE 5 COLUMN 10
           DISPLAY '4.  INQUIRE ON A RESERVATION'  LINE 6 COLUMN 10
           DISPLAY '5.  EXIT'                      LINE 7 COLUMN 10
           DISPLAY 'ENTER SELECTION (1-5)'         LINE 9 COLUMN 10.

       0303-ACCEPT-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE LINE 9 COLUMN 33.

       0400-ENTER-RESERVATION.
      *One reservation per part and charge code - more stock for
      *the same job is a change to the quantity, not a second
      *record the merge would have to choose between.
           PERFORM 0801-PROMPT-RESERVATION-KEY
           PERFORM 0900-FIND-RESERVATION-ENTRY
           IF WS-RESERVATION-FOUND
               DISPLAY 'ALREADY RESERVED - USE CHANGE TO ALTER IT'
                  LINE 20 COLUMN 5
           ELSE
               IF WS-RESERVATION-TABLE-COUNT >= 999
                   DISPLAY 'RESERVATION TABLE FULL - NOT ENTERED'
                      LINE 20 COLUMN 5
               ELSE
                   PERFORM 0830-CHECK-RESERVATION-KEY
                   IF WS-KEY-VALID
                       PERFORM 0410-ADD-RESERVATION
                   END-IF
               END-IF
           END-IF.

       0410-ADD-RESERVATION.
           MOVE ZERO TO WS-RSV-DRAWN-QUANTITY
           PERFORM 0850-ENTER-QUANTITY
           PERFORM 0860-ENTER-NEED-BY-DATE
           MOVE WS-KEY-PART-NUMBER TO WS-RSV-PART-NUMBER
           MOVE WS-KEY-CHARGE-CODE TO WS-RSV-CHARGE-CODE
           MOVE WS-ENTERED-QUANTITY TO WS-RSV-QUANTITY
           MOVE WS-ENTERED-NEED-BY-DATE TO WS-RSV-NEED-BY-DATE
           MOVE WS-TODAY-DATE TO WS-RSV-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO WS-RSV-OPERATOR-ID
           ADD 1 TO WS-RESERVATION-TABLE-COUNT
           MOVE WS-RESERVATION-RECORD
              TO WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-COUNT)
           PERFORM 0950-REWRITE-RESERVATION-FILE
           MOVE 'A' TO WS-AUD-ACTION-CODE
           MOVE ZERO TO WS-AUD-PRIOR-QUANTITY
           MOVE WS-RSV-QUANTITY TO WS-AUD-NEW-QUANTITY
           PERFORM 0970-WRITE-AUDIT-RECORD
           DISPLAY 'RESERVATION ENTERED                      '
              LINE 20 COLUMN 5.

       0500-CHANGE-RESERVATION.
      *A change re-keys the quantity and the need-by date.  The
      *quantity may not be cut to what has already been drawn or
      *below - a reservation drawn in full is finished, and the
      *merge drops it on its own.
           PERFORM 0801-PROMPT-RESERVATION-KEY
           PERFORM 0900-FIND-RESERVATION-ENTRY
           IF WS-RESERVATION-FOUND
               MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-MATCH-INDEX)
                  TO WS-RESERVATION-RECORD
               PERFORM 0710-DISPLAY-RESERVATION
               MOVE WS-RSV-QUANTITY TO WS-PRIOR-QUANTITY
               PERFORM 0850-ENTER-QUANTITY
               PERFORM 0860-ENTER-NEED-BY-DATE
               MOVE WS-ENTERED-QUANTITY TO WS-RSV-QUANTITY
               MOVE WS-ENTERED-NEED-BY-DATE TO WS-RSV-NEED-BY-DATE
               MOVE WS-RESERVATION-RECORD
                  TO WS-RESERVATION-ENTRY(WS-RESERVATION-MATCH-INDEX)
               PERFORM 0950-REWRITE-RESERVATION-FILE
               MOVE 'C' TO WS-AUD-ACTION-CODE
               MOVE WS-PRIOR-QUANTITY TO WS-AUD-PRIOR-QUANTITY
               MOVE WS-RSV-QUANTITY TO WS-AUD-NEW-QUANTITY
               PERFORM 0970-WRITE-AUDIT-RECORD
               DISPLAY 'RESERVATION CHANGED                      '
                  LINE 20 COLUMN 5
           ELSE
               DISPLAY 'NO RESERVATION FOR THAT PART AND CODE    '
                  LINE 20 COLUMN 5
           END-IF.

       0600-CANCEL-RESERVATION.
      *Cancelling releases the stock for anyone to draw.  The
      *operator who entered the reservation may cancel it; anyone
      *else's takes a supervisor, and a refused try leaves a trail
      *row.
           PERFORM 0801-PROMPT-RESERVATION-KEY
           PERFORM 0900-FIND-RESERVATION-ENTRY
           IF WS-RESERVATION-FOUND
               MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-MATCH-INDEX)
                  TO WS-RESERVATION-RECORD
               IF WS-RSV-OPERATOR-ID = WS-OPERATOR-ID
                  OR WS-OPERATOR-SUPERVISOR
                   PERFORM 0620-REMOVE-RESERVATION-ENTRY
                   PERFORM 0950-REWRITE-RESERVATION-FILE
                   MOVE 'D' TO WS-AUD-ACTION-CODE
                   MOVE WS-RSV-QUANTITY TO WS-AUD-PRIOR-QUANTITY
                   MOVE ZERO TO WS-AUD-NEW-QUANTITY
                   PERFORM 0970-WRITE-AUDIT-RECORD
                   DISPLAY 'RESERVATION CANCELLED                    '
                      LINE 20 COLUMN 5
               ELSE
                   PERFORM 0950-REFUSE-ACTION
               END-IF
           ELSE
               DISPLAY 'NO RESERVATION FOR THAT PART AND CODE    '
                  LINE 20 COLUMN 5
           END-IF.

       0620-REMOVE-RESERVATION-ENTRY.
      *Closes the gap the cancelled entry leaves so the table stays
      *dense for the wholesale rewrite.
           PERFORM 0621-SHIFT-RESERVATION-ENTRY
              VARYING WS-RESERVATION-TABLE-INDEX
              FROM WS-RESERVATION-MATCH-INDEX BY 1
              UNTIL WS-RESERVATION-TABLE-INDEX
                 >= WS-RESERVATION-TABLE-COUNT
           SUBTRACT 1 FROM WS-RESERVATION-TABLE-COUNT.

       0621-SHIFT-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX + 1)
              TO WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX).

       0700-INQUIRE-RESERVATION.
           PERFORM 0801-PROMPT-RESERVATION-KEY
           PERFORM 0900-FIND-RESERVATION-ENTRY
           IF WS-RESERVATION-FOUND
               MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-MATCH-INDEX)
                  TO WS-RESERVATION-RECORD
               PERFORM 0710-DISPLAY-RESERVATION
           ELSE
               DISPLAY 'NO RESERVATION FOR THAT PART AND CODE    '
                  LINE 20 COLUMN 5
           END-IF.

       0710-DISPLAY-RESERVATION.
           COMPUTE WS-OUTSTANDING-QUANTITY
              = WS-RSV-QUANTITY - WS-RSV-DRAWN-QUANTITY
           DISPLAY 'RESERVED.......: ' WS-RSV-QUANTITY
              LINE 13 COLUMN 5
           DISPLAY 'DRAWN..........: ' WS-RSV-DRAWN-QUANTITY
              LINE 13 COLUMN 40
           DISPLAY 'STILL RESERVED.: ' WS-OUTSTANDING-QUANTITY
              LINE 14 COLUMN 5
           DISPLAY 'NEED BY........: ' WS-RSV-NEED-BY-DATE
              LINE 14 COLUMN 40
           DISPLAY 'ENTERED........: ' WS-RSV-ENTERED-DATE
              LINE 15 COLUMN 5
           DISPLAY 'ENTERED BY.....: ' WS-RSV-OPERATOR-ID
              LINE 15 COLUMN 40.

       0801-PROMPT-RESERVATION-KEY.
           DISPLAY 'ENTER PART NUMBER' LINE 11 COLUMN 5
           ACCEPT WS-KEY-PART-NUMBER LINE 11 COLUMN 30
           DISPLAY 'ENTER CHARGE CODE' LINE 12 COLUMN 5
           ACCEPT WS-KEY-CHARGE-CODE LINE 12 COLUMN 30.

       0830-CHECK-RESERVATION-KEY.
      *A part the master does not carry, or has made obsolete, is
      *refused; a master that cannot be read cannot be checked, so
      *the part is taken as keyed.  The charge code must be keyed,
      *and must be on DEPTFILE.TXT when that file is loaded.
           SET WS-KEY-VALID TO TRUE
           IF WS-MASTER-PRESENT
               MOVE WS-KEY-PART-NUMBER TO WS-MST-PART-NUMBER
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                       SET WS-KEY-INVALID TO TRUE
                       DISPLAY 'PART NOT ON INVENTORY MASTER'
                          ' - NOT ENTERED'
                          LINE 20 COLUMN 5
                   NOT INVALID KEY
                       IF WS-MST-PART-OBSOLETE
                           SET WS-KEY-INVALID TO TRUE
                           DISPLAY 'PART IS OBSOLETE - NOT ENTERED'
                              '           '
                              LINE 20 COLUMN 5
                       END-IF
               END-READ
           END-IF
           IF WS-KEY-VALID AND WS-KEY-CHARGE-CODE = SPACES
               SET WS-KEY-INVALID TO TRUE
               DISPLAY 'A CHARGE CODE IS REQUIRED - NOT ENTERED'
                  LINE 20 COLUMN 5
           END-IF
           IF WS-KEY-VALID
               IF WS-DEPARTMENT-TABLE-COUNT = ZERO
                   DISPLAY 'DEPARTMENT MASTER NOT LOADED - '
                      'CODE NOT VERIFIED'
                      LINE 12 COLUMN 40
               ELSE
                   PERFORM 0840-FIND-DEPARTMENT-CODE
                   IF WS-DEPARTMENT-NOT-FOUND
                       SET WS-KEY-INVALID TO TRUE
                       DISPLAY 'CHARGE CODE NOT ON DEPARTMENT MASTER'
                          ' - NOT ENTERED'
                          LINE 20 COLUMN 5
                   END-IF
               END-IF
           END-IF.

       0840-FIND-DEPARTMENT-CODE.
           SET WS-DEPARTMENT-NOT-FOUND TO TRUE
           PERFORM 0841-COMPARE-DEPARTMENT-CODE
              VARYING WS-DEPARTMENT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPARTMENT-TABLE-INDEX
                 > WS-DEPARTMENT-TABLE-COUNT
                 OR WS-DEPARTMENT-FOUND.

       0841-COMPARE-DEPARTMENT-CODE.
           IF WS-DEPARTMENT-CODE-ENTRY(WS-DEPARTMENT-TABLE-INDEX)
                 = WS-KEY-CHARGE-CODE
               SET WS-DEPARTMENT-FOUND TO TRUE
           END-IF.

       0850-ENTER-QUANTITY.
           SET WS-ENTRY-INVALID TO TRUE
           PERFORM 0851-ACCEPT-QUANTITY UNTIL WS-ENTRY-VALID.

       0851-ACCEPT-QUANTITY.
           DISPLAY 'ENTER QUANTITY TO RESERVE' LINE 17 COLUMN 5
           ACCEPT WS-ENTERED-QUANTITY LINE 17 COLUMN 35
           IF WS-ENTERED-QUANTITY > WS-RSV-DRAWN-QUANTITY
               SET WS-ENTRY-VALID TO TRUE
               DISPLAY '                                         '
                  LINE 20 COLUMN 5
           ELSE
               IF WS-RSV-DRAWN-QUANTITY = ZERO
                   DISPLAY 'QUANTITY MUST BE GREATER THAN ZERO       '
                      LINE 20 COLUMN 5
               ELSE
                   DISPLAY 'QUANTITY MUST EXCEED ' WS-RSV-DRAWN-QUANTITY
                      ' ALREADY DRAWN'
                      LINE 20 COLUMN 5
               END-IF
           END-IF.

       0860-ENTER-NEED-BY-DATE.
           SET WS-ENTRY-INVALID TO TRUE
           PERFORM 0861-ACCEPT-NEED-BY-DATE UNTIL WS-ENTRY-VALID.

       0861-ACCEPT-NEED-BY-DATE.
      *A need-by date already past would put the reservation
      *straight onto the overdue report, so it must be today or
      *later.
           DISPLAY 'ENTER NEED-BY DATE (YYYYMMDD)' LINE 18 COLUMN 5
           ACCEPT WS-ENTERED-NEED-BY-DATE LINE 18 COLUMN 35
           PERFORM 0870-CHECK-NEED-BY-DATE
           IF WS-ENTRY-VALID
               IF WS-ENTERED-NEED-BY-DATE < WS-TODAY-DATE
                   SET WS-ENTRY-INVALID TO TRUE
                   DISPLAY 'NEED-BY DATE IS ALREADY PAST             '
                      LINE 20 COLUMN 5
               ELSE
                   DISPLAY '                                         '
                      LINE 20 COLUMN 5
               END-IF
           ELSE
               DISPLAY 'NOT A VALID DATE - KEY AS YYYYMMDD        '
                  LINE 20 COLUMN 5
           END-IF.

       0870-CHECK-NEED-BY-DATE.
           SET WS-ENTRY-VALID TO TRUE
           EVALUATE WS-NB-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-NB-LAST-DAY
               WHEN 2
                   DIVIDE WS-NB-YEAR BY 4 GIVING WS-NB-LEAP-QUOTIENT
                      REMAINDER WS-NB-LEAP-REMAINDER
                   IF WS-NB-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-NB-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-NB-LAST-DAY
                   END-IF
               WHEN 1 THRU 12
                   MOVE 31 TO WS-NB-LAST-DAY
               WHEN OTHER
                   SET WS-ENTRY-INVALID TO TRUE
           END-EVALUATE
           IF WS-ENTRY-VALID
               IF WS-NB-DAY < 1 OR WS-NB-DAY > WS-NB-LAST-DAY
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF.

       0900-FIND-RESERVATION-ENTRY.
           SET WS-RESERVATION-NOT-FOUND TO TRUE
           PERFORM 0910-COMPARE-RESERVATION-ENTRY
              VARYING WS-RESERVATION-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-TABLE-INDEX
                 > WS-RESERVATION-TABLE-COUNT
                 OR WS-RESERVATION-FOUND.

       0910-COMPARE-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX)
              TO WS-RESERVATION-RECORD
           IF WS-RSV-PART-NUMBER = WS-KEY-PART-NUMBER
              AND WS-RSV-CHARGE-CODE = WS-KEY-CHARGE-CODE
               SET WS-RESERVATION-FOUND TO TRUE
               MOVE WS-RESERVATION-TABLE-INDEX
                  TO WS-RESERVATION-MATCH-INDEX
           END-IF.

       0950-REWRITE-RESERVATION-FILE.
      *The file is replaced from the table after every successful
      *action, the same way SUPMAINT rewrites SUPFILE.TXT, so a
      *mid-session failure loses at most the action in flight.
           OPEN OUTPUT RESERVATION-FILE
           PERFORM 0951-WRITE-RESERVATION-ENTRY
              VARYING WS-RESERVATION-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-RESERVATION-TABLE-INDEX
                 > WS-RESERVATION-TABLE-COUNT
           CLOSE RESERVATION-FILE.

       0951-WRITE-RESERVATION-ENTRY.
           MOVE WS-RESERVATION-ENTRY(WS-RESERVATION-TABLE-INDEX)
              TO RESERVATION-RECORD
           WRITE RESERVATION-RECORD
           END-WRITE.
