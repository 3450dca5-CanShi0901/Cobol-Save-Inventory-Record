       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-DEPARTMENT-BUDGET.
       AUTHOR. CAN SHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Compares what each department or work-order drew against the
      *monthly budget on the department master, for the month the
      *operator keys and for the calendar year to the end of that
      *month.  Draws are valued exactly the way the usage report
      *values them - the charged rows of the movement history, at
      *the master's average cost - so the two reports always agree
      *on what a department spent.
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE ASSIGN TO 'INVHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Average costs for valuing the draws.
           SELECT OPTIONAL INVENTORY-MASTER-FILE ASSIGN TO 'INVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS WS-PART-NUMBER.

      *Department names and monthly budgets.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE
           ASSIGN TO 'DEPTFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT BUDGET-REPORT-FILE ASSIGN TO 'DEPTBUD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MOVEMENT-RECORD.
           COPY INVHIST.

       01 WS-DEPT-RECORD.
           COPY DEPTREC.

       01 WS-EOF-SWITCH PIC A(1).
           88 WS-END-OF-FILE VALUE 'Y'.
           88 WS-NOT-END-OF-FILE VALUE 'N'.

      *The month being reported, keyed YYYYMM.  The year-to-date
      *window runs from January of the same year to the end of the
      *month.
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-YEAR PIC 9(4).
           05 WS-RPT-MONTH PIC 9(2).

       01 WS-MONTH-VALID-SWITCH PIC A(1).
           88 WS-MONTH-VALID VALUE 'Y'.
           88 WS-MONTH-INVALID VALUE 'N'.

       01 WS-YEAR-START-DATE PIC 9(8).
       01 WS-MONTH-START-DATE PIC 9(8).
       01 WS-MONTH-END-DATE PIC 9(8).

      *One entry per master part - average cost for valuing the
      *draws, loaded once at start-up as the usage report does.
       01 WS-PART-TABLE.
           03 WS-PART-ENTRY OCCURS 9999 TIMES.
               04 WS-PT-PART-NUMBER PIC 9(9).
               04 WS-PT-UNIT-PRICE PIC 9(5)V99.
       01 WS-PART-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PART-TABLE-INDEX PIC 9(4) COMP.
       01 WS-PART-MATCH-INDEX PIC 9(4) COMP.

       01 WS-PART-FOUND-SWITCH PIC A(1).
           88 WS-PART-FOUND VALUE 'Y'.
           88 WS-PART-NOT-FOUND VALUE 'N'.

      *The year's charged draws, accumulated per charge code and
      *part as the history is read - the month's share kept apart
      *from the year-to-date total - then walked once per
      *department.  Sized for a year of codes and parts rather
      *than the usage report's single period.
       01 WS-USAGE-TABLE.
           03 WS-USAGE-ENTRY OCCURS 9999 TIMES.
               04 WS-US-CHARGE-CODE PIC X(5).
               04 WS-US-PART-NUMBER PIC 9(9).
               04 WS-US-MONTH-QUANTITY PIC 9(9) COMP.
               04 WS-US-YEAR-QUANTITY PIC 9(9) COMP.
               04 WS-US-PRINTED-SWITCH PIC A(1).
                   88 WS-US-PRINTED VALUE 'Y'.
                   88 WS-US-NOT-PRINTED VALUE 'N'.
       01 WS-USAGE-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-USAGE-TABLE-INDEX PIC 9(4) COMP.
       01 WS-USAGE-SCAN-INDEX PIC 9(4) COMP.
       01 WS-USAGE-MATCH-INDEX PIC 9(4) COMP.

       01 WS-USAGE-FOUND-SWITCH PIC A(1).
           88 WS-USAGE-FOUND VALUE 'Y'.
           88 WS-USAGE-NOT-FOUND VALUE 'N'.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY PIC X(42) OCCURS 999 TIMES.
       01 WS-DEPT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TABLE-INDEX PIC 9(3) COMP.

       01 WS-GROUP-CHARGE-CODE PIC X(5).
       01 WS-GROUP-UNIT-PRICE PIC 9(5)V99.

      *One department's figures - a budget of zero is no budget
      *and is never flagged, however much was drawn.
       01 WS-MONTH-BUDGET PIC 9(7).
       01 WS-YEAR-BUDGET PIC 9(9).
       01 WS-MONTH-ACTUAL PIC 9(11)V99.
       01 WS-YEAR-ACTUAL PIC 9(11)V99.

       01 WS-TOTAL-MONTH-BUDGET PIC 9(10) VALUE ZERO.
       01 WS-TOTAL-YEAR-BUDGET PIC 9(11) VALUE ZERO.
       01 WS-TOTAL-MONTH-ACTUAL PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-YEAR-ACTUAL PIC 9(13)V99 VALUE ZERO.

       01 WS-DEPTS-PRINTED PIC 9(4) COMP VALUE ZERO.
       01 WS-MONTH-OVER-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-YEAR-OVER-COUNT PIC 9(4) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36)
              VALUE 'DEPARTMENT BUDGET VERSUS ACTUAL'.
           05 FILLER PIC X(6) VALUE 'MONTH '.
           05 WS-HDG-REPORT-MONTH PIC 9(6).

       01 WS-COLUMN-LINE-1.
           05 FILLER PIC X(7) VALUE 'CODE'.
           05 FILLER PIC X(16) VALUE 'DEPARTMENT'.
           05 FILLER PIC X(26) VALUE '---------- MONTH ---------'.
           05 FILLER PIC X(26) VALUE '------ YEAR TO DATE ------'.

       01 WS-COLUMN-LINE-2.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'BUDGET'.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'ACTUAL'.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'BUDGET'.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'ACTUAL'.

       01 WS-DETAIL-LINE.
           05 WS-DL-DEPT-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DEPT-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-MONTH-BUDGET PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-MONTH-ACTUAL PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-DL-MONTH-FLAG PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-YEAR-BUDGET PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-YEAR-ACTUAL PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-DL-YEAR-FLAG PIC X(1).

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(21) VALUE 'TOTALS'.
           05 WS-TL-MONTH-BUDGET PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TL-MONTH-ACTUAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TL-YEAR-BUDGET PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TL-YEAR-ACTUAL PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LEGEND-LINE PIC X(80)
          VALUE '* = OVER BUDGET  (NO BUDGET SET - NEVER FLAGGED)'.

       01 WS-MONTH-OVER-LINE.
           05 FILLER PIC X(38)
              VALUE 'DEPARTMENTS OVER BUDGET THIS MONTH: '.
           05 WS-OL-MONTH-COUNT PIC ZZZ9.

       01 WS-YEAR-OVER-LINE.
           05 FILLER PIC X(38)
              VALUE 'DEPARTMENTS OVER BUDGET YEAR TO DATE: '.
           05 WS-OL-YEAR-COUNT PIC ZZZ9.

       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-NO-DEPARTMENTS-LINE PIC X(80)
          VALUE '          NO DEPARTMENTS AND NO CHARGED ISSUES'.

       PROCEDURE DIVISION.

       0100-PRINT-DEPARTMENT-BUDGET.
           PERFORM 0200-INITIALIZE
           PERFORM 0300-PROCESS-HISTORY-RECORD
              UNTIL WS-END-OF-FILE
           PERFORM 0400-PRINT-DEPARTMENTS
           PERFORM 0600-TERMINATE.
           STOP RUN.

       0200-INITIALIZE.
           SET WS-MONTH-INVALID TO TRUE
           PERFORM 0205-ENTER-REPORT-MONTH UNTIL WS-MONTH-VALID
           COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-DATE = WS-REPORT-MONTH * 100 + 31
           COMPUTE WS-YEAR-START-DATE = WS-RPT-YEAR * 10000 + 101
           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM 0210-LOAD-PART-TABLE
           PERFORM 0220-LOAD-DEPT-TABLE
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM 0810-READ-HISTORY-RECORD
           MOVE WS-REPORT-MONTH TO WS-HDG-REPORT-MONTH
           WRITE BUDGET-REPORT-RECORD FROM WS-HEADING-LINE-1
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-COLUMN-LINE-1
           WRITE BUDGET-REPORT-RECORD FROM WS-COLUMN-LINE-2.

       0205-ENTER-REPORT-MONTH.
           DISPLAY 'ENTER REPORT MONTH (YYYYMM)'
              LINE 1 COLUMN 5
           ACCEPT WS-REPORT-MONTH
              LINE 1 COLUMN 45
           IF WS-REPORT-MONTH IS NUMERIC
              AND WS-RPT-MONTH >= 1
              AND WS-RPT-MONTH <= 12
               SET WS-MONTH-VALID TO TRUE
           ELSE
               DISPLAY 'MONTH MUST BE YYYYMM, MONTH 01 THRU 12'
                  LINE 2 COLUMN 5
           END-IF.

       0210-LOAD-PART-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT INVENTORY-MASTER-FILE
           PERFORM 0211-READ-INVENTORY-RECORD
           PERFORM 0212-STORE-PART-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE INVENTORY-MASTER-FILE.

       0211-READ-INVENTORY-RECORD.
           READ INVENTORY-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0212-STORE-PART-ENTRY.
           ADD 1 TO WS-PART-TABLE-COUNT
           MOVE WS-PART-NUMBER
              TO WS-PT-PART-NUMBER(WS-PART-TABLE-COUNT)
           MOVE WS-UNIT-PRICE
              TO WS-PT-UNIT-PRICE(WS-PART-TABLE-COUNT)
           PERFORM 0211-READ-INVENTORY-RECORD.

       0220-LOAD-DEPT-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM 0221-READ-DEPT-RECORD
           PERFORM 0222-STORE-DEPT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE DEPARTMENT-MASTER-FILE
           SET WS-NOT-END-OF-FILE TO TRUE.

       0221-READ-DEPT-RECORD.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0222-STORE-DEPT-RECORD.
           ADD 1 TO WS-DEPT-TABLE-COUNT
           MOVE DEPARTMENT-MASTER-RECORD
              TO WS-DEPT-ENTRY(WS-DEPT-TABLE-COUNT)
           PERFORM 0221-READ-DEPT-RECORD.

       0300-PROCESS-HISTORY-RECORD.
      *The same rows the usage report counts - charged, and not a
      *return to vendor - inside the year to the end of the month.
           IF WS-HST-DATE >= WS-YEAR-START-DATE
              AND WS-HST-DATE <= WS-MONTH-END-DATE
              AND WS-HST-CHARGE-CODE NOT = SPACES
              AND NOT WS-HST-VENDOR-RETURN
               PERFORM 0310-ACCUMULATE-USAGE
           END-IF
           PERFORM 0810-READ-HISTORY-RECORD.

       0310-ACCUMULATE-USAGE.
           PERFORM 0311-FIND-USAGE-ENTRY
           IF WS-USAGE-NOT-FOUND
               IF WS-USAGE-TABLE-COUNT >= 9999
                   DISPLAY 'USAGE TABLE FULL - PART '
                      WS-HST-PART-NUMBER ' CHARGE '
                      WS-HST-CHARGE-CODE ' NOT REPORTED'
               ELSE
                   ADD 1 TO WS-USAGE-TABLE-COUNT
                   MOVE WS-USAGE-TABLE-COUNT TO WS-USAGE-MATCH-INDEX
                   MOVE WS-HST-CHARGE-CODE
                      TO WS-US-CHARGE-CODE(WS-USAGE-MATCH-INDEX)
                   MOVE WS-HST-PART-NUMBER
                      TO WS-US-PART-NUMBER(WS-USAGE-MATCH-INDEX)
                   MOVE ZERO
                      TO WS-US-MONTH-QUANTITY(WS-USAGE-MATCH-INDEX)
                   MOVE ZERO
                      TO WS-US-YEAR-QUANTITY(WS-USAGE-MATCH-INDEX)
                   SET WS-US-NOT-PRINTED(WS-USAGE-MATCH-INDEX)
                      TO TRUE
                   SET WS-USAGE-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-USAGE-FOUND
               ADD WS-HST-QTY-OUT
                  TO WS-US-YEAR-QUANTITY(WS-USAGE-MATCH-INDEX)
               IF WS-HST-DATE >= WS-MONTH-START-DATE
                   ADD WS-HST-QTY-OUT
                      TO WS-US-MONTH-QUANTITY(WS-USAGE-MATCH-INDEX)
               END-IF
           END-IF.

       0311-FIND-USAGE-ENTRY.
           SET WS-USAGE-NOT-FOUND TO TRUE
           PERFORM 0312-COMPARE-USAGE-ENTRY
              VARYING WS-USAGE-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-USAGE-TABLE-INDEX > WS-USAGE-TABLE-COUNT
                 OR WS-USAGE-FOUND.

       0312-COMPARE-USAGE-ENTRY.
           IF WS-US-CHARGE-CODE(WS-USAGE-TABLE-INDEX)
                 = WS-HST-CHARGE-CODE
              AND WS-US-PART-NUMBER(WS-USAGE-TABLE-INDEX)
                 = WS-HST-PART-NUMBER
               SET WS-USAGE-FOUND TO TRUE
               MOVE WS-USAGE-TABLE-INDEX TO WS-USAGE-MATCH-INDEX
           END-IF.

      *Every department on the master prints, in file order, whether
      *or not it drew anything - a department well under budget is
      *as much the point as one over it.  Draws charged to codes no
      *longer on the master follow, one line per code with no
      *budget, so the totals still tie to the usage report.
       0400-PRINT-DEPARTMENTS.
           PERFORM 0410-PRINT-ONE-DEPARTMENT
              VARYING WS-DEPT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-DEPT-TABLE-INDEX > WS-DEPT-TABLE-COUNT
           PERFORM 0430-PRINT-ORPHAN-CODE
              VARYING WS-USAGE-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-USAGE-TABLE-INDEX > WS-USAGE-TABLE-COUNT
           IF WS-DEPTS-PRINTED = ZERO
               WRITE BUDGET-REPORT-RECORD FROM WS-NO-DEPARTMENTS-LINE
           ELSE
               PERFORM 0470-PRINT-TOTALS
           END-IF.

       0410-PRINT-ONE-DEPARTMENT.
           MOVE WS-DEPT-ENTRY(WS-DEPT-TABLE-INDEX)
              TO WS-DEPT-RECORD
           MOVE WS-DEPT-CODE TO WS-GROUP-CHARGE-CODE
           IF WS-DEPT-MONTHLY-BUDGET IS NUMERIC
               MOVE WS-DEPT-MONTHLY-BUDGET TO WS-MONTH-BUDGET
           ELSE
               MOVE ZERO TO WS-MONTH-BUDGET
           END-IF
           PERFORM 0420-SUM-CODE-USAGE
           MOVE WS-DEPT-CODE TO WS-DL-DEPT-CODE
           MOVE WS-DEPT-NAME TO WS-DL-DEPT-NAME
           PERFORM 0450-PRINT-BUDGET-LINE.

       0420-SUM-CODE-USAGE.
           MOVE ZERO TO WS-MONTH-ACTUAL
           MOVE ZERO TO WS-YEAR-ACTUAL
           PERFORM 0421-ADD-CODE-ENTRY
              VARYING WS-USAGE-SCAN-INDEX FROM 1 BY 1
              UNTIL WS-USAGE-SCAN-INDEX > WS-USAGE-TABLE-COUNT.

      *A part since deleted from the master values at zero, the
      *same as on the usage report.
       0421-ADD-CODE-ENTRY.
           IF WS-US-NOT-PRINTED(WS-USAGE-SCAN-INDEX)
              AND WS-US-CHARGE-CODE(WS-USAGE-SCAN-INDEX)
                  = WS-GROUP-CHARGE-CODE
               PERFORM 0451-FIND-PART-ENTRY
               IF WS-PART-FOUND
                   MOVE WS-PT-UNIT-PRICE(WS-PART-MATCH-INDEX)
                      TO WS-GROUP-UNIT-PRICE
               ELSE
                   MOVE ZERO TO WS-GROUP-UNIT-PRICE
               END-IF
               COMPUTE WS-MONTH-ACTUAL = WS-MONTH-ACTUAL
                  + WS-US-MONTH-QUANTITY(WS-USAGE-SCAN-INDEX)
                    * WS-GROUP-UNIT-PRICE
               COMPUTE WS-YEAR-ACTUAL = WS-YEAR-ACTUAL
                  + WS-US-YEAR-QUANTITY(WS-USAGE-SCAN-INDEX)
                    * WS-GROUP-UNIT-PRICE
               SET WS-US-PRINTED(WS-USAGE-SCAN-INDEX) TO TRUE
           END-IF.

       0430-PRINT-ORPHAN-CODE.
           IF WS-US-NOT-PRINTED(WS-USAGE-TABLE-INDEX)
               MOVE WS-US-CHARGE-CODE(WS-USAGE-TABLE-INDEX)
                  TO WS-GROUP-CHARGE-CODE
               MOVE ZERO TO WS-MONTH-BUDGET
               PERFORM 0420-SUM-CODE-USAGE
               MOVE WS-GROUP-CHARGE-CODE TO WS-DL-DEPT-CODE
               MOVE '**NOT ON MASTER' TO WS-DL-DEPT-NAME
               PERFORM 0450-PRINT-BUDGET-LINE
           END-IF.

       0450-PRINT-BUDGET-LINE.
      *The year-to-date budget is this month's budget for each
      *month of the year so far.
           COMPUTE WS-YEAR-BUDGET = WS-MONTH-BUDGET * WS-RPT-MONTH
           MOVE WS-MONTH-BUDGET TO WS-DL-MONTH-BUDGET
           MOVE WS-MONTH-ACTUAL TO WS-DL-MONTH-ACTUAL
           MOVE WS-YEAR-BUDGET TO WS-DL-YEAR-BUDGET
           MOVE WS-YEAR-ACTUAL TO WS-DL-YEAR-ACTUAL
           MOVE SPACE TO WS-DL-MONTH-FLAG
           MOVE SPACE TO WS-DL-YEAR-FLAG
           IF WS-MONTH-BUDGET > ZERO
               IF WS-MONTH-ACTUAL > WS-MONTH-BUDGET
                   MOVE '*' TO WS-DL-MONTH-FLAG
                   ADD 1 TO WS-MONTH-OVER-COUNT
               END-IF
               IF WS-YEAR-ACTUAL > WS-YEAR-BUDGET
                   MOVE '*' TO WS-DL-YEAR-FLAG
                   ADD 1 TO WS-YEAR-OVER-COUNT
               END-IF
           END-IF
           ADD WS-MONTH-BUDGET TO WS-TOTAL-MONTH-BUDGET
           ADD WS-YEAR-BUDGET TO WS-TOTAL-YEAR-BUDGET
           ADD WS-MONTH-ACTUAL TO WS-TOTAL-MONTH-ACTUAL
           ADD WS-YEAR-ACTUAL TO WS-TOTAL-YEAR-ACTUAL
           WRITE BUDGET-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPTS-PRINTED.

       0451-FIND-PART-ENTRY.
           SET WS-PART-NOT-FOUND TO TRUE
           PERFORM 0452-COMPARE-PART-ENTRY
              VARYING WS-PART-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-PART-TABLE-INDEX > WS-PART-TABLE-COUNT
                 OR WS-PART-FOUND.

       0452-COMPARE-PART-ENTRY.
           IF WS-PT-PART-NUMBER(WS-PART-TABLE-INDEX)
                 = WS-US-PART-NUMBER(WS-USAGE-SCAN-INDEX)
               SET WS-PART-FOUND TO TRUE
               MOVE WS-PART-TABLE-INDEX TO WS-PART-MATCH-INDEX
           END-IF.

       0470-PRINT-TOTALS.
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-TOTAL-MONTH-BUDGET TO WS-TL-MONTH-BUDGET
           MOVE WS-TOTAL-MONTH-ACTUAL TO WS-TL-MONTH-ACTUAL
           MOVE WS-TOTAL-YEAR-BUDGET TO WS-TL-YEAR-BUDGET
           MOVE WS-TOTAL-YEAR-ACTUAL TO WS-TL-YEAR-ACTUAL
           WRITE BUDGET-REPORT-RECORD FROM WS-TOTAL-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-LEGEND-LINE
           MOVE WS-MONTH-OVER-COUNT TO WS-OL-MONTH-COUNT
           WRITE BUDGET-REPORT-RECORD FROM WS-MONTH-OVER-LINE
           MOVE WS-YEAR-OVER-COUNT TO WS-OL-YEAR-COUNT
           WRITE BUDGET-REPORT-RECORD FROM WS-YEAR-OVER-LINE.

       0600-TERMINATE.
           CLOSE MOVEMENT-HISTORY-FILE
           CLOSE BUDGET-REPORT-FILE
           DISPLAY 'DEPARTMENTS REPORTED: ' WS-DEPTS-PRINTED
           DISPLAY 'OVER BUDGET THIS MONTH: ' WS-MONTH-OVER-COUNT.

       0810-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MOVEMENT-HISTORY-RECORD TO WS-MOVEMENT-RECORD
           END-READ.
