           05 WS-HST-BALANCE PIC 9(7).
      *The department or work-order the row's issues were charged
      *to - spaces on the receipts row and on rows written before
      *the code was carried.  On a return-to-vendor row it holds
      *the supplier the stock went back to instead.
           05 WS-HST-CHARGE-CODE PIC X(5).
      *What kind of movement the row's quantity out was: a space
      *for ordinary receipts and issues (and on rows written
      *before the type was carried), V for stock returned to the
      *vendor.  Return rows are kept apart from the department
      *rows so returned stock is never costed as consumption.
           05 WS-HST-MOVE-TYPE PIC X(1).
               88 WS-HST-NORMAL-MOVE VALUE ' '.
               88 WS-HST-VENDOR-RETURN VALUE 'V'.
