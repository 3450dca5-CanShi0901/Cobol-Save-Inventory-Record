       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-KIT-MASTER.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *KITFILE.TXT is the kit master the entry programs explode a
      *kit issue against - one record per kit code with the parts
      *that go into it.  Maintained through the menu below the same
      *way SUPMAINT keeps SUPFILE.TXT: the whole file is loaded into
      *a table at start-up and rewritten from the table after every
      *successful action.
           SELECT OPTIONAL KIT-MASTER-FILE ASSIGN TO 'KITFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Every component keyed is looked up here - a kit naming a
      *part the master does not carry could never be issued.
      *OPTIONAL: before the first merge there is no master yet, and
      *components are then taken as keyed.
           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WS-MST-PART-NUMBER
           FILE STATUS IS WS-MASTER-FILE-STATUS.

      *Operator sign-on is checked against this file before the
      *menu comes up, and kit delete is limited to supervisor
      *authority - see 0230-SIGN-ON.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO 'OPRFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Refused sign-ons and refused deletes append a row here so
      *the trail shows who tried what.
           SELECT OPTIONAL AUDIT-TRAIL-FILE ASSIGN TO 'AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KIT-MASTER-FILE.
       01 KIT-MASTER-RECORD PIC X(317).

      *Only the key is named - whether the part is on the master
      *is all this program reads it for.
       FD INVENTORY-MASTER-FILE.
       01 WS-MASTER-CHECK-RECORD.
           05 WS-MST-PART-NUMBER PIC 9(9).
           05 FILLER PIC X(90).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-KIT-RECORD.
           COPY KITMAST.

      *Only status 00 at open means there is a master to check
      *against.  Status 05 is a successful open of the OPTIONAL
      *master when the file does not exist yet - there is nothing
      *to check a component against, so it is taken as keyed.
      *Every READ overwrites the status, so the open's answer is
      *kept apart in WS-MASTER-PRESENT-SWITCH for the session.
       01 WS-MASTER-FILE-STATUS PIC X(2).

       01 WS-MASTER-PRESENT-SWITCH PIC A(1).
           88 WS-MASTER-PRESENT VALUE 'Y'.
           88 WS-MASTER-ABSENT VALUE 'N'.

       01 WS-MENU-CHOICE PIC 9(1).
           88 WS-CHOICE-ADD VALUE 1.
           88 WS-CHOICE-CHANGE VALUE 2.
           88 WS-CHOICE-DELETE VALUE 3.
           88 WS-CHOICE-INQUIRE VALUE 4.
           88 WS-CHOICE-EXIT VALUE 5.

      *The whole kit master, held as raw records so the file can be
      *rewritten from the table after every action - same 999-entry
      *sizing as the supplier master table.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY PIC X(317) OCCURS 999 TIMES.
       01 WS-KIT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-KIT-TABLE-INDEX PIC 9(3) COMP.
       01 WS-KIT-MATCH-INDEX PIC 9(3) COMP.

       01 WS-KIT-FOUND-SWITCH PIC A(1).
           88 WS-KIT-FOUND VALUE 'Y'.
           88 WS-KIT-NOT-FOUND VALUE 'N'.

      *Component entry - a part number of zero ends the list.
       01 WS-COMPONENT-PART PIC 9(9).
       01 WS-COMPONENT-QUANTITY PIC 9(5).
       01 WS-COMPONENT-INDEX PIC 9(2) COMP.

       01 WS-COMPONENTS-DONE-SWITCH PIC A(1).
           88 WS-COMPONENTS-DONE VALUE 'Y'.
           88 WS-COMPONENTS-NOT-DONE VALUE 'N'.

       01 WS-COMPONENT-VALID-SWITCH PIC A(1).
           88 WS-COMPONENT-VALID VALUE 'Y'.
           88 WS-COMPONENT-INVALID VALUE 'N'.

      *Where the inquiry puts each component - two to a line.
       01 WS-DISPLAY-LINE PIC 9(2).
       01 WS-DISPLAY-COLUMN PIC 9(2).

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *Identifies the operator on every refused-attempt row -
      *proven against OPRFILE.TXT at sign-on, not taken on faith.
       01 WS-OPERATOR-ID PIC X(8).

       01 WS-OPERATOR-RECORD.
           COPY OPRREC.

      *The operator master, loaded at start-up for the sign-on
      *check - same table pattern as the kit records.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY PIC X(37) OCCURS 99 TIMES.
       01 WS-OPERATOR-TABLE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE-INDEX PIC 9(2) COMP.

       01 WS-ENTERED-PASSWORD PIC X(8).

      *The signed-on operator's authority, kept apart from the
      *record area every table compare overwrites.  Kit deletes are
      *supervisor-only.
       01 WS-OPERATOR-LEVEL PIC 9(1).
           88 WS-OPERATOR-SUPERVISOR VALUE 2.

       01 WS-SIGNON-SWITCH PIC A(1).
           88 WS-SIGNON-VALID VALUE 'Y'.
           88 WS-SIGNON-INVALID VALUE 'N'.

       01 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.

       01 WS-AUDIT-RECORD.
           COPY AUDREC.

       PROCEDURE DIVISION.

       0100-MAINTAIN-KIT-MASTER.
           PERFORM 0201-INITIALIZE
           PERFORM 0202-PROCESS-MENU UNTIL WS-CHOICE-EXIT
           PERFORM 0203-TERMINATE.
           STOP RUN.

       0201-INITIALIZE.
           PERFORM 0301-LOAD-KIT-TABLE
           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-PRESENT TO TRUE
           ELSE
               SET WS-MASTER-ABSENT TO TRUE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           PERFORM 0230-SIGN-ON.

       0230-SIGN-ON.
      *Sign-on is checked against the operator master, so a
      *refused-attempt row names a real operator.  If OPRFILE.TXT
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
           PERFORM 0302-DISPLAY-MENU
           PERFORM 0303-ACCEPT-MENU-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 0400-ADD-KIT
               WHEN WS-CHOICE-CHANGE
                   PERFORM 0500-CHANGE-KIT
               WHEN WS-CHOICE-DELETE
      *A deleted kit code stops the floor drawing it - only a
      *supervisor may do it, and a refused try leaves a trail row.
                   IF WS-OPERATOR-SUPERVISOR
                       PERFORM 0600-DELETE-KIT
                   ELSE
                       PERFORM 0950-REFUSE-ACTION
                   END-IF
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 0700-INQUIRE-KIT
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
      *shows who tried, even though nothing moved.  There is no
      *single part behind a kit action, so the part and value
      *columns carry zeros.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR-ID
           MOVE 'X' TO WS-AUD-ACTION-CODE
           MOVE ZEROS TO WS-AUD-PART-NUMBER
           MOVE ZEROS TO WS-AUD-PRIOR-QUANTITY
           MOVE ZEROS TO WS-AUD-PRIOR-PRICE
           MOVE ZEROS TO WS-AUD-NEW-QUANTITY
           MOVE ZEROS TO WS-AUD-NEW-PRICE
           MOVE 'T' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0301-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT KIT-MASTER-FILE
           PERFORM 0311-READ-KIT-RECORD
           PERFORM 0312-STORE-KIT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE KIT-MASTER-FILE.

       0311-READ-KIT-RECORD.
           READ KIT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0312-STORE-KIT-RECORD.
           ADD 1 TO WS-KIT-TABLE-COUNT
           MOVE KIT-MASTER-RECORD
              TO WS-KIT-ENTRY(WS-KIT-TABLE-COUNT)
           PERFORM 0311-READ-KIT-RECORD.

       0302-DISPLAY-MENU.
           DISPLAY 'KIT MASTER MAINTENANCE'      LINE 1 COLUMN 25
           DISPLAY '1.  ADD A KIT'                LINE 3 COLUMN 10
           DISPLAY '2.  CHANGE A KIT'             LINE 4 COLUMN 10
           DISPLAY '3.  DELETE A KIT'             LINE 5 COLUMN 10
           DISPLAY '4.  INQUIRE ON A KIT'         LINE 6 COLUMN 10
           DISPLAY '5.  EXIT'                     LINE 7 COLUMN 10
           DISPLAY 'ENTER SELECTION (1-5)'        LINE 9 COLUMN 10.

       0303-ACCEPT-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE LINE 9 COLUMN 33.

       0400-ADD-KIT.
           PERFORM 0801-PROMPT-KIT-CODE
           PERFORM 0900-FIND-KIT-ENTRY
           IF WS-KIT-FOUND
               DISPLAY 'KIT CODE ALREADY ON FILE - NOT ADDED'
                  LINE 20 COLUMN 5
           ELSE
               IF WS-KIT-TABLE-COUNT >= 999
                   DISPLAY 'KIT TABLE FULL - NOT ADDED'
                      LINE 20 COLUMN 5
               ELSE
                   PERFORM 0802-PROMPT-KIT-DESCRIPTION
                   PERFORM 0810-ENTER-COMPONENTS
                   IF WS-KIT-COMPONENT-COUNT = ZERO
                       DISPLAY 'NO COMPONENTS KEYED - NOT ADDED'
                          LINE 20 COLUMN 5
                   ELSE
                       ADD 1 TO WS-KIT-TABLE-COUNT
                       MOVE WS-KIT-RECORD
                          TO WS-KIT-ENTRY(WS-KIT-TABLE-COUNT)
                       PERFORM 0950-REWRITE-KIT-FILE
                       DISPLAY 'KIT ADDED'
                          LINE 20 COLUMN 5
                   END-IF
               END-IF
           END-IF.

       0500-CHANGE-KIT.
      *A change re-keys the description and the whole component
      *list - the old list is shown by the inquiry if it is wanted
      *for reference.  Keying no components leaves the kit as it
      *was.
           PERFORM 0801-PROMPT-KIT-CODE
           PERFORM 0900-FIND-KIT-ENTRY
           IF WS-KIT-FOUND
               PERFORM 0802-PROMPT-KIT-DESCRIPTION
               PERFORM 0810-ENTER-COMPONENTS
               IF WS-KIT-COMPONENT-COUNT = ZERO
                   DISPLAY 'NO COMPONENTS KEYED - NOT CHANGED'
                      LINE 20 COLUMN 5
               ELSE
                   MOVE WS-KIT-RECORD
                      TO WS-KIT-ENTRY(WS-KIT-MATCH-INDEX)
                   PERFORM 0950-REWRITE-KIT-FILE
                   DISPLAY 'KIT CHANGED'
                      LINE 20 COLUMN 5
               END-IF
           ELSE
               DISPLAY 'KIT CODE NOT ON FILE'
                  LINE 20 COLUMN 5
           END-IF.

       0600-DELETE-KIT.
           PERFORM 0801-PROMPT-KIT-CODE
           PERFORM 0900-FIND-KIT-ENTRY
           IF WS-KIT-FOUND
               PERFORM 0620-REMOVE-KIT-ENTRY
               PERFORM 0950-REWRITE-KIT-FILE
               DISPLAY 'KIT DELETED'
                  LINE 20 COLUMN 5
           ELSE
               DISPLAY 'KIT CODE NOT ON FILE'
                  LINE 20 COLUMN 5
           END-IF.

       0700-INQUIRE-KIT.
           PERFORM 0801-PROMPT-KIT-CODE
           PERFORM 0900-FIND-KIT-ENTRY
           IF WS-KIT-FOUND
               MOVE WS-KIT-ENTRY(WS-KIT-MATCH-INDEX)
                  TO WS-KIT-RECORD
               DISPLAY 'DESCRIPTION....: ' WS-KIT-DESCRIPTION
                  LINE 13 COLUMN 5
               PERFORM 0710-DISPLAY-COMPONENT
                  VARYING WS-COMPONENT-INDEX FROM 1 BY 1
                  UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT
           ELSE
               DISPLAY 'KIT CODE NOT ON FILE'
                  LINE 20 COLUMN 5
           END-IF.

       0710-DISPLAY-COMPONENT.
      *Two components to a line from line 14, so a full twenty-part
      *kit still fits above the message line.
           COMPUTE WS-DISPLAY-LINE = 13 + (WS-COMPONENT-INDEX + 1) / 2
           IF WS-COMPONENT-INDEX = (WS-COMPONENT-INDEX / 2) * 2
               MOVE 40 TO WS-DISPLAY-COLUMN
           ELSE
               MOVE 5 TO WS-DISPLAY-COLUMN
           END-IF
           DISPLAY 'PART ' WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
              ' QTY ' WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX)
              LINE WS-DISPLAY-LINE COLUMN WS-DISPLAY-COLUMN.

       0620-REMOVE-KIT-ENTRY.
      *Closes the gap the deleted entry leaves so the table stays
      *dense for the wholesale rewrite.
           PERFORM 0621-SHIFT-KIT-ENTRY
              VARYING WS-KIT-TABLE-INDEX
              FROM WS-KIT-MATCH-INDEX BY 1
              UNTIL WS-KIT-TABLE-INDEX >= WS-KIT-TABLE-COUNT
           SUBTRACT 1 FROM WS-KIT-TABLE-COUNT.

       0621-SHIFT-KIT-ENTRY.
           MOVE WS-KIT-ENTRY(WS-KIT-TABLE-INDEX + 1)
              TO WS-KIT-ENTRY(WS-KIT-TABLE-INDEX).

       0801-PROMPT-KIT-CODE.
           DISPLAY 'ENTER KIT CODE' LINE 11 COLUMN 5.
           ACCEPT WS-KIT-CODE LINE 11 COLUMN 30.

       0802-PROMPT-KIT-DESCRIPTION.
           DISPLAY 'ENTER DESCRIPTION' LINE 12 COLUMN 5.
           ACCEPT WS-KIT-DESCRIPTION LINE 12 COLUMN 30.

       0810-ENTER-COMPONENTS.
      *Components are keyed one at a time until a part number of
      *zero is keyed or all twenty slots are used.  Unused slots
      *are left as zeros so the record reads the same whichever
      *way it was built.
           MOVE ZERO TO WS-KIT-COMPONENT-COUNT
           PERFORM 0811-CLEAR-COMPONENT-SLOT
              VARYING WS-COMPONENT-INDEX FROM 1 BY 1
              UNTIL WS-COMPONENT-INDEX > 20
           SET WS-COMPONENTS-NOT-DONE TO TRUE
           PERFORM 0820-ENTER-ONE-COMPONENT
              UNTIL WS-COMPONENTS-DONE
                 OR WS-KIT-COMPONENT-COUNT >= 20.

       0811-CLEAR-COMPONENT-SLOT.
           MOVE ZEROS TO WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
           MOVE ZEROS TO WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX).

       0820-ENTER-ONE-COMPONENT.
           DISPLAY 'COMPONENT PART (0 = END)' LINE 14 COLUMN 5
           ACCEPT WS-COMPONENT-PART LINE 14 COLUMN 30
           IF WS-COMPONENT-PART = ZERO
               SET WS-COMPONENTS-DONE TO TRUE
           ELSE
               PERFORM 0830-CHECK-COMPONENT-PART
               IF WS-COMPONENT-VALID
                   PERFORM 0840-ENTER-COMPONENT-QUANTITY
               END-IF
           END-IF.

       0830-CHECK-COMPONENT-PART.
      *A part already in this kit is refused - one line per part
      *keeps the explosion to one issue row per part.  A part the
      *master does not carry is refused too; a master that cannot
      *be read cannot be checked, so the part is taken as keyed.
           SET WS-COMPONENT-VALID TO TRUE
           PERFORM 0831-COMPARE-COMPONENT
              VARYING WS-COMPONENT-INDEX FROM 1 BY 1
              UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT
                 OR WS-COMPONENT-INVALID
           IF WS-COMPONENT-INVALID
               DISPLAY 'PART ALREADY IN THIS KIT - RE-ENTER     '
                  LINE 16 COLUMN 5
           ELSE
               IF WS-MASTER-PRESENT
                   MOVE WS-COMPONENT-PART TO WS-MST-PART-NUMBER
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           SET WS-COMPONENT-INVALID TO TRUE
                           DISPLAY 'PART NOT ON INVENTORY MASTER'
                              ' - RE-ENTER'
                              LINE 16 COLUMN 5
                   END-READ
               END-IF
           END-IF.

       0831-COMPARE-COMPONENT.
           IF WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
                 = WS-COMPONENT-PART
               SET WS-COMPONENT-INVALID TO TRUE
           END-IF.

       0840-ENTER-COMPONENT-QUANTITY.
      *Zero is treated as a fat-fingered entry rather than a real
      *quantity per kit - the part is not added and the next one is
      *asked for.
           DISPLAY 'QUANTITY PER KIT' LINE 15 COLUMN 5
           ACCEPT WS-COMPONENT-QUANTITY LINE 15 COLUMN 30
           IF WS-COMPONENT-QUANTITY > 0
               ADD 1 TO WS-KIT-COMPONENT-COUNT
               MOVE WS-COMPONENT-PART
                  TO WS-KIT-COMP-PART-NUMBER(WS-KIT-COMPONENT-COUNT)
               MOVE WS-COMPONENT-QUANTITY
                  TO WS-KIT-COMP-QUANTITY(WS-KIT-COMPONENT-COUNT)
               DISPLAY 'COMPONENTS KEYED: ' WS-KIT-COMPONENT-COUNT
                  '                     '
                  LINE 16 COLUMN 5
           ELSE
               DISPLAY 'QUANTITY MUST BE GREATER THAN ZERO      '
                  LINE 16 COLUMN 5
           END-IF.

       0900-FIND-KIT-ENTRY.
           SET WS-KIT-NOT-FOUND TO TRUE
           PERFORM 0910-COMPARE-KIT-ENTRY
              VARYING WS-KIT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-KIT-TABLE-INDEX > WS-KIT-TABLE-COUNT
                 OR WS-KIT-FOUND.

       0910-COMPARE-KIT-ENTRY.
           IF WS-KIT-ENTRY(WS-KIT-TABLE-INDEX)(1:5) = WS-KIT-CODE
               SET WS-KIT-FOUND TO TRUE
               MOVE WS-KIT-TABLE-INDEX
                  TO WS-KIT-MATCH-INDEX
           END-IF.

       0950-REWRITE-KIT-FILE.
      *The file is replaced from the table after every successful
      *action, the same way SUPMAINT rewrites SUPFILE.TXT, so a
      *mid-session failure loses at most the action in flight.
           OPEN OUTPUT KIT-MASTER-FILE
           PERFORM 0951-WRITE-KIT-ENTRY
              VARYING WS-KIT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-KIT-TABLE-INDEX > WS-KIT-TABLE-COUNT
           CLOSE KIT-MASTER-FILE.

       0951-WRITE-KIT-ENTRY.
           MOVE WS-KIT-ENTRY(WS-KIT-TABLE-INDEX)
              TO KIT-MASTER-RECORD
           WRITE KIT-MASTER-RECORD
           END-WRITE.
