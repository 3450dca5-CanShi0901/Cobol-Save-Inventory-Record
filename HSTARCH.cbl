       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD PIC X(48).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(48).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-FILE-NAME.
