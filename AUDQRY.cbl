           05 WS-DL-ACTION-CODE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-PART-NUMBER PIC 9(9).
           05 WS-DL-PART-KEY REDEFINES WS-DL-PART-NUMBER PIC X(9).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-PRIOR-QUANTITY PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           MOVE WS-AUD-TIME TO WS-DL-TIME
           MOVE WS-AUD-OPERATOR-ID TO WS-DL-OPERATOR-ID
           MOVE WS-AUD-ACTION-CODE TO WS-DL-ACTION-CODE
      *A department maintenance row carries its department code
      *where the part number would be.
           IF WS-AUD-SOURCE = 'D'
               MOVE WS-AUD-DEPT-KEY TO WS-DL-PART-KEY
           ELSE
               MOVE WS-AUD-PART-NUMBER TO WS-DL-PART-NUMBER
           END-IF
           PERFORM 0840-EDIT-BEFORE-AFTER
           WRITE AUDIT-QUERY-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-MATCH-COUNT.
