      *leaves the part's total on hand unchanged - without it a
      *move between locations would have to be keyed as an issue
      *plus a receipt and would double through every report.
      *V = return to vendor: stock going back to the supplier in
      *WS-SUPPLIER-CODE, drawn from WS-TRAN-LOCATION.  It leaves
      *on-hand like an issue but is charged to no department, and
      *unlike an issue it is allowed against a part on quality
      *hold - held stock is usually what goes back.
      *K = kit issue, keyed or on a shipment manifest only - never
      *written to INVFILE.TXT.  The kit code rides in the first
      *five bytes of WS-PART-NAME and the number of kits in
      *WS-QUANTITY-ON-HAND; the entry program explodes it against
      *KITFILE.TXT into one I row per component, all drawn from
      *WS-TRAN-LOCATION and charged to WS-CHARGE-CODE, or refuses
      *the kit whole.
               88 WS-TRAN-RECEIPT VALUE 'R' ' '.
               88 WS-TRAN-ISSUE VALUE 'I'.
               88 WS-TRAN-TRANSFER VALUE 'T'.
               88 WS-TRAN-RETURN VALUE 'V'.
               88 WS-TRAN-KIT-ISSUE VALUE 'K'.
      *The stock location the transaction touches: where a receipt
      *lands, where an issue or return is drawn from, where a
      *transfer moves from.  A blank on a row written before
      *locations were carried is treated as the main warehouse.
           05 WS-TRAN-LOCATION PIC X(1).
               88 WS-TRAN-LOC-WAREHOUSE VALUE 'W' ' '.
               88 WS-TRAN-LOC-CAGE VALUE 'C'.
      *rows, on issues and transfers, and on rows written before
      *the date was carried.
           05 WS-TRAN-PROMISED-DATE PIC 9(8).
      *The lot a lot-controlled part's stock moved in or out of,
      *and for a receipt the date that lot goes bad.  Parts are
      *lot-controlled when listed on LOTPART.TXT; the merge keeps
      *each location's stock of them by lot on LOTBAL.TXT.  A
      *receipt of such a part always carries both; an issue,
      *transfer or return carries the lot only when one was keyed
      *- blank means draw the lot that expires soonest.  Blank and
      *zeros on parts that are not lot-controlled, and on rows
      *written before lots were carried.
           05 WS-TRAN-LOT-NUMBER PIC X(10).
           05 WS-TRAN-EXPIRY-DATE PIC 9(8).
