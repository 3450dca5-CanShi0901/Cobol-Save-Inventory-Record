      *Kit master record - a kit code names a set of parts the floor
      *always draws together (a pump rebuild is the same gaskets,
      *bolts and seals every time), with the quantity of each part
      *that goes into one kit.  Maintained by MAINTAIN-KIT-MASTER;
      *SAVE-INVENTORY-RECORD and LOAD-SHIPMENT-BATCH explode a kit
      *issue into one issue row per component, so the merge and
      *every report downstream see ordinary issues.
           05 WS-KIT-CODE PIC X(5).
           05 WS-KIT-DESCRIPTION PIC X(30).
      *How many of the component slots below are in use - the
      *rest are zeros.
           05 WS-KIT-COMPONENT-COUNT PIC 9(2).
           05 WS-KIT-COMPONENT OCCURS 20 TIMES.
               10 WS-KIT-COMP-PART-NUMBER PIC 9(9).
               10 WS-KIT-COMP-QUANTITY PIC 9(5).
