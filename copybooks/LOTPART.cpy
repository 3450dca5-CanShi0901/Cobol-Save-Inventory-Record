      *Lot-controlled part record - one row per part whose stock
      *has a shelf life (adhesives, sealants, coated parts) and so
      *must be received with a lot number and an expiry date.  The
      *entry programs demand both on a receipt of any part listed
      *here, the nightly merge keeps its stock by lot on
      *LOTBAL.TXT, and issues draw the lot that expires soonest
      *unless one is keyed.  A part comes off the list by deleting
      *its row; the merge then drops its lots.
           05 WS-LTP-PART-NUMBER PIC 9(9).
