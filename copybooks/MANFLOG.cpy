      *Manifest load log record - one row per supplier manifest
      *LOAD-SHIPMENT-BATCH has consumed.  A manifest already on the
      *log is refused, so the same delivery cannot be received
      *twice, unless a supervisor signs on to release it - the row
      *for that reload names the supervisor.
           05 WS-MLG-SUPPLIER-CODE PIC X(5).
           05 WS-MLG-MANIFEST-NUMBER PIC X(10).
           05 WS-MLG-SHIP-DATE PIC 9(8).
           05 WS-MLG-LOAD-DATE PIC 9(8).
           05 WS-MLG-LOAD-TIME PIC 9(8).
      *The trailer's control totals the manifest balanced to.
           05 WS-MLG-LINE-COUNT PIC 9(5).
           05 WS-MLG-TOTAL-QUANTITY PIC 9(12).
      *Spaces on a first load; the supervisor who released it on
      *a reload.
           05 WS-MLG-OVERRIDE-OPERATOR PIC X(8).
