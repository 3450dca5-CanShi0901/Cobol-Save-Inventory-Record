      *Receipt price record - one row per receipt written to the
      *intake, keyed or loaded, carrying the price it was invoiced
      *at beside the contract price on the supplier catalog that
      *day.  The nightly merge rolls the invoiced price into the
      *moving average; this file is what lets the price variance
      *report catch creep before it is buried there.
           05 WS-RPR-DATE PIC 9(8).
           05 WS-RPR-SUPPLIER-CODE PIC X(5).
           05 WS-RPR-PART-NUMBER PIC 9(9).
      *The supplier's own item number as the manifest quoted it -
      *spaces on a keyed receipt.
           05 WS-RPR-SUPPLIER-ITEM PIC X(20).
      *Quantity and prices in eaches, after any pack conversion.
           05 WS-RPR-QUANTITY PIC 9(7).
           05 WS-RPR-INVOICE-PRICE PIC 9(5)V99.
      *Zeros when the supplier and part have no catalog entry -
      *there is no agreed price to measure the receipt against.
           05 WS-RPR-CONTRACT-PRICE PIC 9(5)V99.
      *K = keyed intake, B = shipment batch load, the same letters
      *the audit trail uses.
           05 WS-RPR-SOURCE PIC X(1).
