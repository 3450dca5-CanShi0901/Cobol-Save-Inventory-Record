           COPY INVMAST.

       FD INTAKE-FILE.
       01 INTAKE-RECORD PIC X(133).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).
