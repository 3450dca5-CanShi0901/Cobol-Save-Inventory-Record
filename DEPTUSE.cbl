       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
           COPY INVMAST.

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

       FD USAGE-REPORT-FILE.
       01 USAGE-REPORT-RECORD PIC X(80).
      *headers - raw records, same 999-entry sizing as the
      *supplier table in the suggested-order run.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY PIC X(42) OCCURS 999 TIMES.
       01 WS-DEPT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TABLE-INDEX PIC 9(3) COMP.

       0300-PROCESS-HISTORY-RECORD.
      *Only rows inside the period and carrying a charge-to code
      *count - the receipts row and pre-charge-code history have
      *no department to answer for, and a return-to-vendor row
      *carries a supplier code, not a department.
           IF WS-HST-DATE >= WS-PERIOD-FROM-DATE
              AND WS-HST-DATE <= WS-PERIOD-TO-DATE
              AND WS-HST-CHARGE-CODE NOT = SPACES
              AND NOT WS-HST-VENDOR-RETURN
               PERFORM 0310-ACCUMULATE-USAGE
           END-IF
           PERFORM 0810-READ-HISTORY-RECORD.
