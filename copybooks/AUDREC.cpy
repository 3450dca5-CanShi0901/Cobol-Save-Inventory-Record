      *Action codes: A = Add, C = Change, D = Delete,
      *I = Issue/withdrawal keyed to the intake,
      *T = Transfer between stock locations keyed to the intake,
      *V = Return to vendor keyed to the intake,
      *J = Physical count adjustment,
      *X = Refused attempt - a failed sign-on or a function the
      *operator lacked the authority for.  Carries zeros in the
      *part and value fields; the row exists to show who tried
      *what, not what moved.
           05 WS-AUD-PART-NUMBER PIC 9(9).
      *A department maintenance row has no part behind it - the
      *department code rides left-justified in the part column
      *instead, and its monthly budget in whole dollars in the
      *quantity columns.
           05 WS-AUD-DEPT-KEY REDEFINES WS-AUD-PART-NUMBER.
               10 WS-AUD-DEPT-CODE PIC X(5).
               10 FILLER PIC X(4).
      *Prior and new values of the fields a dispute usually turns
      *on, so an investigation can see what the record looked like
      *before and after the action from the trail alone.  An add
           05 WS-AUD-NEW-PRICE PIC 9(5)V99.
      *Which program wrote the row: K = keyed intake, B = shipment
      *batch load, M = master maintenance, P = physical count
      *apply, S = supplier maintenance, T = kit maintenance,
      *R = reservation maintenance, D = department maintenance.
      *The reconciliation step nets the day's M and P rows into its
      *expected totals -
      *intake rows (K, B) are already covered by the merge control
      *record, and counting them twice would cry wolf the other
      *way.  Rows written before the source was carried read back
