      *Lot balance record - how much of one lot of a lot-controlled
      *part sits at one stock location, kept by the nightly merge
      *in part, location and lot order.  A part's lots at a
      *location always add up to that location's quantity on the
      *master: stock the master holds that no lot accounts for
      *(stock on hand before the part was made lot-controlled, or a
      *count or maintenance gain) is carried as a lot with a blank
      *number and no expiry, and a lot drawn to zero is dropped.
           05 WS-LOT-PART-NUMBER PIC 9(9).
           05 WS-LOT-LOCATION PIC X(1).
           05 WS-LOT-NUMBER PIC X(10).
      *YYYYMMDD the lot goes bad - zeros on the unlotted balance,
      *which never expires.  A lot whose date is before today is
      *expired: the oldest-expiry-first draw passes over it while
      *any other lot at the location can cover, and the expiring
      *lots report lists it for hold or scrap.
           05 WS-LOT-EXPIRY-DATE PIC 9(8).
           05 WS-LOT-QUANTITY PIC 9(7).
      *The night the lot was first received.
           05 WS-LOT-RECEIVED-DATE PIC 9(8).
