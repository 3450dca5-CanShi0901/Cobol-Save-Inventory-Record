      *Stock reservation record - quantity of a part set aside for
      *a department or work-order charge code ahead of the day it
      *is needed, keyed by part number plus charge code.  Entered,
      *changed and cancelled through RSVMAINT; drawn down by the
      *nightly merge as issues to that charge code are rolled into
      *the master, and dropped from the file once fully drawn.
           05 WS-RSV-PART-NUMBER PIC 9(9).
           05 WS-RSV-CHARGE-CODE PIC X(5).
      *Quantity originally set aside, and how much of it the merge
      *has relieved so far - what is still spoken for is the
      *difference.
           05 WS-RSV-QUANTITY PIC 9(7).
           05 WS-RSV-DRAWN-QUANTITY PIC 9(7).
      *The date the job needs the stock by, YYYYMMDD.  A
      *reservation still undrawn past this date shows on the
      *overdue reservations report.
           05 WS-RSV-NEED-BY-DATE PIC 9(8).
           05 WS-RSV-ENTERED-DATE PIC 9(8).
           05 WS-RSV-OPERATOR-ID PIC X(8).
