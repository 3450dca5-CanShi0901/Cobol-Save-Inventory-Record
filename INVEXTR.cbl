           COPY INVMAST.

       FD INTAKE-FILE.
       01 INTAKE-RECORD PIC X(133).

       FD PURCHASING-EXTRACT-FILE.
       01 PURCHASING-EXTRACT-RECORD PIC X(46).
               WHEN WS-TRAN-TRANSFER
                   CONTINUE
               WHEN WS-TRAN-ISSUE
               WHEN WS-TRAN-RETURN
                   SUBTRACT WS-QUANTITY-ON-HAND OF WS-INTAKE-WORK-RECORD
                      FROM WS-IT-NET-QUANTITY(WS-INTAKE-MATCH-INDEX)
               WHEN OTHER
