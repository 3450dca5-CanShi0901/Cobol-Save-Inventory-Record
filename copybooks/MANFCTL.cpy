      *Manifest control record - the header that opens each
      *supplier manifest on SHIPBAT.TXT and the trailer that closes
      *it, in the same 133-byte frame as the lines between them.
      *The record type sits where a line carries its transaction
      *code, so a control record can never be read as a line.  The
      *trailer's counts are what the supplier sent - lines as
      *shipped and quantities in the supplier's own units, before
      *any catalog translation - so a file cut short in transfer
      *cannot balance.
           05 WS-MFC-MANIFEST-NUMBER PIC X(10).
           05 WS-MFC-SUPPLIER-CODE PIC X(5).
      *Header only - zeros on the trailer.
           05 WS-MFC-SHIP-DATE PIC 9(8).
      *Trailer only - zeros on the header.  The line count is the
      *lines between header and trailer; the total is the sum of
      *their quantity fields (kits on a kit line).
           05 WS-MFC-LINE-COUNT PIC 9(5).
           05 WS-MFC-TOTAL-QUANTITY PIC 9(12).
           05 FILLER PIC X(59).
           05 WS-MFC-RECORD-TYPE PIC X(1).
               88 WS-MFC-HEADER VALUE 'H'.
               88 WS-MFC-TRAILER VALUE 'E'.
           05 FILLER PIC X(33).
