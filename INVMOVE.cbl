       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD INVENTORY-MASTER-FILE.
       01 WS-INVENTORY-RECORD.
