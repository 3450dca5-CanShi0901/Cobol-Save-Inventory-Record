      *Supplier catalog record - one row per supplier and part,
      *tying the item number the supplier quotes on its manifests
      *to our part number.  LOAD-SHIPMENT-BATCH translates every
      *receipt line through it and refuses a line it cannot find,
      *so a supplier's numbering and pack sizes never reach the
      *on-hand balance untranslated.
           05 WS-CAT-SUPPLIER-CODE PIC X(5).
           05 WS-CAT-SUPPLIER-ITEM PIC X(20).
           05 WS-CAT-PART-NUMBER PIC 9(9).
      *How many of our eaches are in one of the supplier's units -
      *100 for a box of 100, 1 for a supplier that ships eaches.
           05 WS-CAT-PACK-QUANTITY PIC 9(5).
      *The agreed price per each, the same unit WS-UNIT-PRICE is
      *carried in, so a receipt's invoiced price can be compared
      *with it directly.
           05 WS-CAT-CONTRACT-PRICE PIC 9(5)V99.
