      *SHIPBAT.TXT is a supplier's shipment manifest, one record per
      *line in the same layout SAVE-INVENTORY-RECORD writes, so
      *receiving can load a delivery in one run instead of re-keying
      *it line by line.  The file may carry several manifests, each
      *opened by a header and closed by a trailer (MANFCTL.cpy);
      *a manifest's lines are held until its trailer balances and
      *are then loaded, or the whole manifest is refused.
           SELECT SHIPMENT-BATCH-FILE ASSIGN TO 'SHIPBAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           RECORD KEY IS WS-MST-PART-NUMBER
           FILE STATUS IS WS-MASTER-FILE-STATUS.

      *Receipt lines quote the supplier's own item number (in the
      *part name field) and its pack units; every one is
      *translated through this file to our part number and eaches
      *before it is checked - see 0317-TRANSLATE-RECEIPT-LINE.
           SELECT OPTIONAL SUPPLIER-CATALOG-FILE ASSIGN TO 'SUPCAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *One row per accepted receipt - invoiced price beside the
      *contract price - for the price variance report.
           SELECT OPTIONAL RECEIPT-PRICE-FILE ASSIGN TO 'RCPTPRC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *A kit line on the manifest is exploded against this file
      *into one issue row per component part, the same way the
      *keyed path does - see 0325-VALIDATE-KIT-LINE.
           SELECT OPTIONAL KIT-MASTER-FILE ASSIGN TO 'KITFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Parts kept by lot - see LOTPART.cpy.  A receipt line for
      *one must carry its lot number and expiry date, the same as
      *a keyed receipt.
           SELECT OPTIONAL LOT-PART-FILE ASSIGN TO 'LOTPART.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Open purchase orders cut by the suggested-order run - see
      *OPENPO.cpy.  A receipt line that matches an open PO's
      *supplier and part closes it, so the part is not
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Every manifest this program has ever loaded - read whole at
      *start-up so a repeat is refused, and appended as each
      *manifest loads.
           SELECT OPTIONAL MANIFEST-LOG-FILE ASSIGN TO 'MANFLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *Reloading a manifest already on the log is supervisor work -
      *the override signs on against this file, the same way the
      *count apply does.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO 'OPRFILE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *The run's batch control report - every manifest read, what
      *became of it and why, and totals that tie to what went onto
      *INVFILE.TXT and DLVHIST.TXT.
           SELECT BATCH-CONTROL-FILE ASSIGN TO 'SHIPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-BATCH-FILE.
       01 SHIPMENT-BATCH-RECORD PIC X(133).

       FD INVENTORY-FILE-OUT.
       01 INVENTORY-RECORD PIC X(133).

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD PIC X(45).

       FD DEPARTMENT-MASTER-FILE.
       01 DEPARTMENT-MASTER-RECORD PIC X(42).

      *Only the key, the name, the location balances and the
      *status byte are named - the status check, a kit line's
      *shortage check and the name a translated receipt carries
      *are all this program reads the master for.
       FD INVENTORY-MASTER-FILE.
       01 WS-MASTER-CHECK-RECORD.
           05 WS-MST-PART-NUMBER PIC 9(9).
           05 WS-MST-PART-NAME PIC X(20).
           05 FILLER PIC X(7).
           05 WS-MST-QTY-WAREHOUSE PIC 9(7).
           05 WS-MST-QTY-CAGE PIC 9(7).
           05 WS-MST-QTY-DOCK PIC 9(7).
           05 FILLER PIC X(41).
           05 WS-MST-PART-STATUS PIC X(1).
               88 WS-MST-PART-HOLD VALUE 'H'.
               88 WS-MST-PART-OBSOLETE VALUE 'O'.

       FD KIT-MASTER-FILE.
       01 KIT-MASTER-RECORD PIC X(317).

       FD SUPPLIER-CATALOG-FILE.
       01 SUPPLIER-CATALOG-RECORD PIC X(46).

       FD RECEIPT-PRICE-FILE.
       01 RECEIPT-PRICE-RECORD PIC X(64).

       FD LOT-PART-FILE.
       01 LOT-PART-RECORD PIC X(9).

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD PIC X(38).

       01 DELIVERY-HISTORY-RECORD PIC X(31).

       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(135).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD PIC X(63).

       FD MANIFEST-LOG-FILE.
       01 MANIFEST-LOG-RECORD PIC X(64).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD PIC X(37).

       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-RECORD.
           COPY INVTRAN.
      *  03 = unit price not numeric or not greater than zero
      *  04 = supplier code not on supplier master
      *  05 = part number not numeric
      *  06 = transaction code not R, I, T, or K
      *  07 = location not W, C, or D (blank allowed as warehouse)
      *  08 = transfer to-location missing, invalid, or same as
      *       the from-location
      *  09 = issue charge-to code missing or not on department
      *       master
      *  10 = issue for a part under quality hold or obsolete, or
      *       a kit with any such component
      *  11 = kit code not on the kit master
      *  12 = kit component not on the inventory master, short at
      *       the location, or the master could not be read
      *  13 = receipt line's supplier and item number not on the
      *       supplier catalog
      *Codes 14 to 17 refuse a whole manifest - header, every line
      *and trailer are written with the same code, so receiving
      *can fix the manifest and resubmit it intact:
      *  14 = trailer line count or quantity total does not agree
      *       with the lines between header and trailer
      *  15 = manifest already on the load log and no supervisor
      *       released it
      *  16 = header and trailer do not pair - a header with no
      *       trailer (a file cut short), a trailer naming another
      *       manifest, or a line or trailer outside any manifest
      *  17 = header incomplete (manifest number, supplier or ship
      *       date missing, or supplier not on the supplier
      *       master), or more lines than the load can hold
      *Code 18 is a single line again:
      *  18 = receipt of a lot-controlled part with no lot number,
      *       or an expiry date that is not a date after today
       01 WS-REJECT-RECORD.
           05 WS-REJ-BATCH-RECORD PIC X(133).
           05 WS-REJ-REASON-CODE PIC X(2).

       01 WS-LOT-PART-RECORD.
           COPY LOTPART.

      *The lot-controlled part list, loaded at start-up.
       01 WS-LOT-PART-TABLE.
           05 WS-LOT-PART-ENTRY PIC 9(9) OCCURS 999 TIMES.
       01 WS-LOT-PART-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-LOT-PART-INDEX PIC 9(4) COMP.

       01 WS-LOT-CONTROL-SWITCH PIC A(1).
           88 WS-PART-LOT-CONTROLLED VALUE 'Y'.
           88 WS-PART-NOT-LOT-CONTROLLED VALUE 'N'.

       01 WS-EXPIRY-VALID-SWITCH PIC A(1).
           88 WS-EXPIRY-VALID VALUE 'Y'.
           88 WS-EXPIRY-INVALID VALUE 'N'.

      *A receipt line's expiry date split for the calendar check.
       01 WS-ENTERED-EXPIRY-DATE PIC 9(8).
       01 FILLER REDEFINES WS-ENTERED-EXPIRY-DATE.
           05 WS-EX-YEAR PIC 9(4).
           05 WS-EX-MONTH PIC 9(2).
           05 WS-EX-DAY PIC 9(2).
       01 WS-EX-LAST-DAY PIC 9(2).
       01 WS-EX-LEAP-REMAINDER PIC 9(4) COMP.
       01 WS-EX-LEAP-QUOTIENT PIC 9(4) COMP.

      *Table of part numbers already on INVFILE.TXT, loaded when the
      *file is opened and added to as each accepted receipt is
      *written, so a duplicate part number is caught the same way
           88 WS-RECORD-VALID VALUE 'Y'.
           88 WS-RECORD-INVALID VALUE 'N'.

      *Records accepted counts the rows written to INVFILE.TXT, so
      *a kit line counts once per component; the kit lines behind
      *them are counted apart.
       01 WS-ACCEPT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-KIT-LINE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-PO-CLOSED-COUNT PIC 9(5) COMP VALUE ZERO.

           05 FILLER PIC 9(2).
       01 WS-PO-DROPPED-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-KIT-RECORD.
           COPY KITMAST.

       01 WS-CATALOG-RECORD.
           COPY SUPCAT.

      *The supplier catalog, loaded at start-up - raw records, same
      *table pattern as the kit master.  When SUPCAT.TXT has no
      *entries there is nothing to translate against, so receipt
      *lines are taken as sent in our own numbering, the same
      *stance the supplier check takes.
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY PIC X(46) OCCURS 9999 TIMES.
       01 WS-CATALOG-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CATALOG-TABLE-INDEX PIC 9(4) COMP.

       01 WS-CATALOG-FOUND-SWITCH PIC A(1).
           88 WS-CATALOG-FOUND VALUE 'Y'.
           88 WS-CATALOG-NOT-FOUND VALUE 'N'.

      *The translated line's eaches and price per each, worked in
      *wider fields so an oversized conversion is caught instead
      *of truncated.
       01 WS-CONVERTED-QUANTITY PIC 9(12).
       01 WS-PACK-QUANTITY PIC 9(5).

       01 WS-RECEIPT-PRICE-RECORD.
           COPY RCPTPRC.

      *The kit master, loaded at start-up - the whole record is
      *kept because a kit line needs its component list.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY PIC X(317) OCCURS 999 TIMES.
       01 WS-KIT-TABLE-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-KIT-TABLE-INDEX PIC 9(3) COMP.
       01 WS-COMPONENT-INDEX PIC 9(2) COMP.

       01 WS-KIT-FOUND-SWITCH PIC A(1).
           88 WS-KIT-FOUND VALUE 'Y'.
           88 WS-KIT-NOT-FOUND VALUE 'N'.

      *How many kits the line draws, and what one component of
      *them comes to - kept apart from WS-QUANTITY-ON-HAND, which
      *each component's issue row overwrites.
       01 WS-KITS-ISSUED PIC 9(7).
       01 WS-COMPONENT-NEED PIC 9(12).
       01 WS-LOCATION-AVAILABLE PIC S9(9) COMP-3.

      *Stock already drawn today but not yet merged, by part and
      *location: the issue, transfer and return rows on
      *INVFILE.TXT when the run starts, plus every one this run
      *writes.  A kit line's shortage check nets these off the
      *master's location balance, the same as the keyed path.
      *Same-day receipts are not counted.
       01 WS-PENDING-DRAW-TABLE.
           05 WS-PENDING-DRAW-ENTRY OCCURS 9999 TIMES.
               10 WS-PND-PART-NUMBER PIC 9(9).
               10 WS-PND-LOCATION PIC X(1).
               10 WS-PND-QUANTITY PIC 9(9).
       01 WS-PENDING-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PENDING-TABLE-INDEX PIC 9(4) COMP.

       01 WS-PENDING-FOUND-SWITCH PIC A(1).
           88 WS-PENDING-FOUND VALUE 'Y'.
           88 WS-PENDING-NOT-FOUND VALUE 'N'.

       01 WS-DRAW-PART-NUMBER PIC 9(9).
       01 WS-DRAW-LOCATION PIC X(1).
       01 WS-DRAW-QUANTITY PIC 9(7).

      *Only status 00 at open means there is a master to check
      *against.  Status 05 is a successful open of the OPTIONAL
      *master when the file does not exist yet - there is nothing
      *to check a status against, so issue lines go through as
      *sent.  Every READ overwrites the status, so the open's
      *answer is kept apart in WS-MASTER-PRESENT-SWITCH for the
      *rest of the batch.
       01 WS-MASTER-FILE-STATUS PIC X(2).

       01 WS-MASTER-PRESENT-SWITCH PIC A(1).
           88 WS-MASTER-PRESENT VALUE 'Y'.
           88 WS-MASTER-ABSENT VALUE 'N'.

      *Identifies the batch loader on every audit trail row written,
      *where the keyed path records the operator.
       01 WS-AUDIT-RECORD.
           COPY AUDREC.

      *The record just read, seen as a manifest header or trailer.
       01 WS-MANIFEST-CONTROL-RECORD.
           COPY MANFCTL.

      *The manifest being gathered: its header as read, the key
      *fields off it, and its lines held until the trailer says
      *whether they may be loaded.  Lines past the table's capacity
      *are refused as they arrive and the manifest with them.
       01 WS-MANIFEST-OPEN-SWITCH PIC A(1) VALUE 'N'.
           88 WS-MANIFEST-OPEN VALUE 'Y'.
           88 WS-NO-MANIFEST-OPEN VALUE 'N'.

       01 WS-MANIFEST-HEADER-RECORD PIC X(133).
       01 WS-CUR-MANIFEST-NUMBER PIC X(10).
       01 WS-CUR-SUPPLIER-CODE PIC X(5).
       01 WS-CUR-SHIP-DATE PIC 9(8).

       01 WS-MANIFEST-LINE-TABLE.
           05 WS-MANIFEST-LINE PIC X(133) OCCURS 9999 TIMES.
       01 WS-MANIFEST-LINE-COUNT PIC 9(5) COMP.
       01 WS-MANIFEST-HELD-COUNT PIC 9(4) COMP.
       01 WS-MANIFEST-LINE-INDEX PIC 9(5) COMP.
       01 WS-MANIFEST-QUANTITY-TOTAL PIC 9(12).

       01 WS-HEADER-VALID-SWITCH PIC A(1).
           88 WS-HEADER-VALID VALUE 'Y'.
           88 WS-HEADER-INVALID VALUE 'N'.

       01 WS-MANIFEST-OVERFLOW-SWITCH PIC A(1).
           88 WS-MANIFEST-OVERFLOWED VALUE 'Y'.
           88 WS-MANIFEST-NOT-OVERFLOWED VALUE 'N'.

      *Whether the refusal has a trailer to write back - a header
      *cut off by the next header or by the end of the file has
      *none.
       01 WS-TRAILER-PRESENT-SWITCH PIC A(1).
           88 WS-TRAILER-PRESENT VALUE 'Y'.
           88 WS-TRAILER-ABSENT VALUE 'N'.

      *Spaces while the manifest can still load; otherwise the
      *reject code that refuses it.
       01 WS-MANIFEST-REASON PIC X(2).
           88 WS-MANIFEST-GOOD VALUE SPACES.

       01 WS-MANIFEST-LOG-RECORD.
           COPY MANFLOG.

      *The load log, key fields only - supplier, manifest number
      *and the date it loaded.  Past the table's capacity the
      *oldest rows are all that can be checked, so the run ends
      *with a bad return code until the log is trimmed.
       01 WS-LOG-TABLE.
           03 WS-LOG-ENTRY OCCURS 9999 TIMES.
               04 WS-LOG-SUPPLIER-CODE PIC X(5).
               04 WS-LOG-MANIFEST-NUMBER PIC X(10).
               04 WS-LOG-LOAD-DATE PIC 9(8).
       01 WS-LOG-TABLE-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LOG-TABLE-INDEX PIC 9(5) COMP.
       01 WS-LOG-MATCH-INDEX PIC 9(5) COMP.

       01 WS-LOG-FOUND-SWITCH PIC A(1).
           88 WS-LOG-FOUND VALUE 'Y'.
           88 WS-LOG-NOT-FOUND VALUE 'N'.

       01 WS-LOG-OVERFLOW-SWITCH PIC A(1) VALUE 'N'.
           88 WS-LOG-OVERFLOWED VALUE 'Y'.

      *A repeat manifest is only reloaded when a supervisor signs
      *on at the prompt; the ID signed on goes on the log row.
       01 WS-OVERRIDE-REPLY PIC X(1).
           88 WS-OVERRIDE-REQUESTED VALUE 'Y' 'y'.
       01 WS-OVERRIDE-OPERATOR PIC X(8).

       01 WS-OPERATOR-RECORD.
           COPY OPRREC.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY PIC X(37) OCCURS 99 TIMES.
       01 WS-OPERATOR-TABLE-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE-INDEX PIC 9(2) COMP.

       01 WS-SIGNON-OPERATOR-ID PIC X(8).
       01 WS-ENTERED-PASSWORD PIC X(8).

       01 WS-OPERATOR-LEVEL PIC 9(1).
           88 WS-OPERATOR-SUPERVISOR VALUE 2.

       01 WS-SIGNON-SWITCH PIC A(1).
           88 WS-SIGNON-VALID VALUE 'Y'.
           88 WS-SIGNON-INVALID VALUE 'N'.

       01 WS-SIGNON-TRIES PIC 9(1) COMP.

      *Batch control counts.  The line counts cover manifests that
      *loaded; records of refused manifests and strays are counted
      *apart, since none of them reached INVFILE.TXT.
       01 WS-MANIFEST-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-MANIFEST-ACCEPT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-MANIFEST-REFUSE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERRIDE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-BALANCE-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-REPEAT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-PAIRING-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-HEADER-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-STRAY-RECORD-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-RECORD-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-LINES-LOADED-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-KIT-ROW-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RECEIPT-ROW-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RECEIPT-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-DLV-ACCEPT-TOTAL PIC 9(7) COMP VALUE ZERO.
       01 WS-DLV-REJECT-TOTAL PIC 9(7) COMP VALUE ZERO.
       01 WS-LINES-ACCOUNTED PIC 9(7) COMP.

      *Counts as they stood when a manifest started loading, so its
      *own report line can show what it alone contributed.
       01 WS-START-ACCEPT-COUNT PIC 9(5) COMP.
       01 WS-START-REJECT-COUNT PIC 9(5) COMP.
       01 WS-START-KIT-LINE-COUNT PIC 9(5) COMP.
       01 WS-START-KIT-ROW-COUNT PIC 9(5) COMP.

       01 WS-CONTROLS-SWITCH PIC A(1).
           88 WS-CONTROLS-AGREE VALUE 'Y'.
           88 WS-CONTROLS-DISAGREE VALUE 'N'.

       01 WS-CTL-HEADING-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36)
              VALUE 'SHIPMENT BATCH CONTROL REPORT'.
           05 WS-CH-RUN-DATE PIC 9(8).

       01 WS-CTL-COLUMN-LINE.
           05 FILLER PIC X(7) VALUE 'SUPPL'.
           05 FILLER PIC X(12) VALUE 'MANIFEST'.
           05 FILLER PIC X(10) VALUE 'SHIP DATE'.
           05 FILLER PIC X(7) VALUE 'LINES'.
           05 FILLER PIC X(14) VALUE 'QUANTITY'.
           05 FILLER PIC X(29) VALUE 'RESULT'.

       01 WS-CTL-MANIFEST-LINE.
           05 WS-CM-SUPPLIER-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CM-MANIFEST-NUMBER PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CM-SHIP-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CM-LINE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CM-QUANTITY PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CM-RESULT PIC X(30).

       01 WS-CTL-LOADED-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'ACCEPTED '.
           05 WS-CL-ACCEPTED PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE '  REJECTED '.
           05 WS-CL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE '  KITS '.
           05 WS-CL-KIT-LINES PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE '  ROWS WRITTEN '.
           05 WS-CL-ROWS-WRITTEN PIC ZZZZ9.

      *What the trailer claimed, shown raw beside a manifest that
      *did not balance - the trailer itself may be the damage.
       01 WS-CTL-TRAILER-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'TRAILER SAYS LINES '.
           05 WS-CT-LINE-COUNT PIC X(5).
           05 FILLER PIC X(11) VALUE '  QUANTITY '.
           05 WS-CT-QUANTITY PIC X(12).

       01 WS-CTL-OVERRIDE-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(30)
              VALUE 'RELOADED ON OVERRIDE BY'.
           05 WS-CO-OPERATOR PIC X(8).

       01 WS-CTL-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CTT-LABEL PIC X(44).
           05 WS-CTT-COUNT PIC ZZZZZZ9.

       01 WS-CTL-RESULT-LINE PIC X(80).

       01 WS-CTL-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-LOAD-SHIPMENT-BATCH.
           PERFORM 0360-LOAD-SUPPLIER-CODE-TABLE
           PERFORM 0380-LOAD-DEPT-CODE-TABLE
           PERFORM 0385-LOAD-OPEN-PO-TABLE
           PERFORM 0376-LOAD-KIT-TABLE
           PERFORM 0365-LOAD-LOT-PART-TABLE
           PERFORM 0373-LOAD-CATALOG-TABLE
           PERFORM 0530-LOAD-MANIFEST-LOG-TABLE
           PERFORM 0240-LOAD-OPERATOR-TABLE
           OPEN INPUT INVENTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-PRESENT TO TRUE
           ELSE
               SET WS-MASTER-ABSENT TO TRUE
           END-IF
           OPEN INPUT SHIPMENT-BATCH-FILE
           OPEN EXTEND INVENTORY-FILE-OUT
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND DELIVERY-HISTORY-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND RECEIPT-PRICE-FILE
           OPEN EXTEND MANIFEST-LOG-FILE
           OPEN OUTPUT BATCH-CONTROL-FILE
           PERFORM 0600-WRITE-CONTROL-HEADING
           SET WS-NOT-END-OF-BATCH TO TRUE
           PERFORM 0810-READ-BATCH-RECORD.

           END-READ.

       0312-STORE-EXISTING-PART-NUMBER.
      *Only receipt rows claim their part number - an issue, a
      *transfer or a keyed return already on file must not block a
      *receipt of the same part.  Those rows are the day's pending
      *draws instead - see WS-PENDING-DRAW-TABLE.
           IF INVENTORY-RECORD(100:1) NOT = 'I'
              AND INVENTORY-RECORD(100:1) NOT = 'T'
              AND INVENTORY-RECORD(100:1) NOT = 'V'
               ADD 1 TO WS-PART-TABLE-COUNT
               MOVE INVENTORY-RECORD(1:9)
                  TO WS-PART-NUMBER-ENTRY(WS-PART-TABLE-COUNT)
           ELSE
               MOVE INVENTORY-RECORD(1:9) TO WS-DRAW-PART-NUMBER
               MOVE INVENTORY-RECORD(101:1) TO WS-DRAW-LOCATION
               MOVE INVENTORY-RECORD(30:7) TO WS-DRAW-QUANTITY
               PERFORM 0314-ADD-PENDING-DRAW
           END-IF
           PERFORM 0311-READ-EXISTING-RECORD.

       0314-ADD-PENDING-DRAW.
      *A blank location is the main warehouse.  A full table stops
      *adding - the shortage check then errs the way it did before
      *draws were netted at all.
           IF WS-DRAW-LOCATION = SPACE
               MOVE 'W' TO WS-DRAW-LOCATION
           END-IF
           PERFORM 0315-FIND-PENDING-DRAW
           IF WS-PENDING-FOUND
               ADD WS-DRAW-QUANTITY
                  TO WS-PND-QUANTITY(WS-PENDING-TABLE-INDEX)
           ELSE
               IF WS-PENDING-TABLE-COUNT < 9999
                   ADD 1 TO WS-PENDING-TABLE-COUNT
                   MOVE WS-DRAW-PART-NUMBER
                      TO WS-PND-PART-NUMBER(WS-PENDING-TABLE-COUNT)
                   MOVE WS-DRAW-LOCATION
                      TO WS-PND-LOCATION(WS-PENDING-TABLE-COUNT)
                   MOVE WS-DRAW-QUANTITY
                      TO WS-PND-QUANTITY(WS-PENDING-TABLE-COUNT)
               END-IF
           END-IF.

       0315-FIND-PENDING-DRAW.
      *Leaves WS-PENDING-TABLE-INDEX on the matching entry.
           SET WS-PENDING-NOT-FOUND TO TRUE
           MOVE 1 TO WS-PENDING-TABLE-INDEX
           PERFORM 0316-COMPARE-PENDING-ENTRY
              UNTIL WS-PENDING-TABLE-INDEX > WS-PENDING-TABLE-COUNT
                 OR WS-PENDING-FOUND.

       0316-COMPARE-PENDING-ENTRY.
           IF WS-PND-PART-NUMBER(WS-PENDING-TABLE-INDEX)
                 = WS-DRAW-PART-NUMBER
              AND WS-PND-LOCATION(WS-PENDING-TABLE-INDEX)
                 = WS-DRAW-LOCATION
               SET WS-PENDING-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PENDING-TABLE-INDEX
           END-IF.

       0373-LOAD-CATALOG-TABLE.
           MOVE ZERO TO WS-CATALOG-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT SUPPLIER-CATALOG-FILE
           PERFORM 0374-READ-CATALOG-RECORD
           PERFORM 0375-STORE-CATALOG-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE SUPPLIER-CATALOG-FILE.

       0374-READ-CATALOG-RECORD.
           READ SUPPLIER-CATALOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0375-STORE-CATALOG-RECORD.
           IF WS-CATALOG-TABLE-COUNT < 9999
               ADD 1 TO WS-CATALOG-TABLE-COUNT
               MOVE SUPPLIER-CATALOG-RECORD
                  TO WS-CATALOG-ENTRY(WS-CATALOG-TABLE-COUNT)
           ELSE
               DISPLAY 'SUPPLIER CATALOG TABLE FULL - ENTRY '
                  SUPPLIER-CATALOG-RECORD(1:25) ' NOT LOADED'
           END-IF
           PERFORM 0374-READ-CATALOG-RECORD.

       0365-LOAD-LOT-PART-TABLE.
           MOVE ZERO TO WS-LOT-PART-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOT-PART-FILE
           PERFORM 0366-READ-LOT-PART-RECORD
           PERFORM 0367-STORE-LOT-PART-ENTRY
              UNTIL WS-END-OF-FILE
           CLOSE LOT-PART-FILE.

       0366-READ-LOT-PART-RECORD.
           READ LOT-PART-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOT-PART-RECORD TO WS-LOT-PART-RECORD
           END-READ.

       0367-STORE-LOT-PART-ENTRY.
           IF WS-LOT-PART-COUNT < 999
               ADD 1 TO WS-LOT-PART-COUNT
               MOVE WS-LTP-PART-NUMBER
                  TO WS-LOT-PART-ENTRY(WS-LOT-PART-COUNT)
           ELSE
               DISPLAY 'LOT PART TABLE FULL - PART '
                  WS-LTP-PART-NUMBER ' NOT LOADED'
           END-IF
           PERFORM 0366-READ-LOT-PART-RECORD.

       0376-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT KIT-MASTER-FILE
           PERFORM 0377-READ-KIT-RECORD
           PERFORM 0378-STORE-KIT-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE KIT-MASTER-FILE.

       0377-READ-KIT-RECORD.
           READ KIT-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0378-STORE-KIT-RECORD.
           ADD 1 TO WS-KIT-TABLE-COUNT
           MOVE KIT-MASTER-RECORD
              TO WS-KIT-ENTRY(WS-KIT-TABLE-COUNT)
           PERFORM 0377-READ-KIT-RECORD.

       0360-LOAD-SUPPLIER-CODE-TABLE.
           MOVE ZERO TO WS-SUPPLIER-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 0386-READ-OPEN-PO-RECORD.

       0300-PROCESS-BATCH-RECORD.
      *Nothing on SHIPBAT.TXT is loaded as it is read: a header
      *opens a manifest, its lines are held, and only its trailer
      *decides whether they load - see 0520.  A header arriving
      *while a manifest is still open means the earlier one lost
      *its trailer, and it is refused before the new one starts.
           EVALUATE TRUE
               WHEN WS-MFC-HEADER
                   IF WS-MANIFEST-OPEN
                       MOVE '16' TO WS-MANIFEST-REASON
                       SET WS-TRAILER-ABSENT TO TRUE
                       PERFORM 0560-REFUSE-MANIFEST
                   END-IF
                   PERFORM 0500-START-MANIFEST
               WHEN WS-MFC-TRAILER
                   IF WS-MANIFEST-OPEN
                       PERFORM 0520-CLOSE-MANIFEST
                   ELSE
                       PERFORM 0570-REFUSE-STRAY-RECORD
                   END-IF
               WHEN OTHER
                   IF WS-MANIFEST-OPEN
                       PERFORM 0510-HOLD-MANIFEST-LINE
                   ELSE
                       PERFORM 0570-REFUSE-STRAY-RECORD
                   END-IF
           END-EVALUATE
           PERFORM 0810-READ-BATCH-RECORD.

       0305-PROCESS-MANIFEST-LINE.
      *One held line of a manifest that balanced, put through the
      *same checks and writes a line always had.
           MOVE WS-MANIFEST-LINE(WS-MANIFEST-LINE-INDEX)
              TO WS-BATCH-RECORD
           PERFORM 0320-VALIDATE-BATCH-RECORD
           IF WS-RECORD-VALID
               IF WS-TRAN-KIT-ISSUE
                   PERFORM 0335-WRITE-KIT-COMPONENTS
               ELSE
                   PERFORM 0330-WRITE-ACCEPTED-RECORD
               END-IF
           ELSE
               PERFORM 0340-WRITE-REJECT-RECORD
           END-IF
           IF WS-TRAN-CODE = 'R'
               PERFORM 0350-COUNT-SHIPMENT-LINE
               IF WS-RECORD-INVALID
                   ADD 1 TO WS-RECEIPT-REJECT-COUNT
               END-IF
           END-IF.

       0350-COUNT-SHIPMENT-LINE.
      *Every receipt line - accepted or rejected - belongs to its
      *an operator would hit them; the first failing check sets the
      *reason code.  An issue only carries a part and a quantity, so
      *the duplicate, price, and supplier checks apply to receipts.
      *A kit line names a kit code rather than a part and has its
      *own checks - see 0325.
           SET WS-RECORD-VALID TO TRUE
           IF WS-TRAN-CODE NOT = 'R' AND WS-TRAN-CODE NOT = 'I'
              AND WS-TRAN-CODE NOT = 'T' AND WS-TRAN-CODE NOT = 'K'
               MOVE '06' TO WS-REJ-REASON-CODE
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               IF WS-TRAN-CODE = 'K'
                   PERFORM 0325-VALIDATE-KIT-LINE
               ELSE
                   IF WS-TRAN-CODE = 'R'
                      AND WS-CATALOG-TABLE-COUNT > ZERO
                       PERFORM 0317-TRANSLATE-RECEIPT-LINE
                   END-IF
                   IF WS-RECORD-VALID
                       IF WS-PART-NUMBER NOT NUMERIC
                           MOVE '05' TO WS-REJ-REASON-CODE
                           SET WS-RECORD-INVALID TO TRUE
                       ELSE
                           PERFORM 0321-VALIDATE-RECORD-FIELDS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0317-TRANSLATE-RECEIPT-LINE.
      *A receipt line quotes the supplier's item number in the part
      *name field, its quantity in the supplier's units and its
      *price per supplier unit.  The catalog entry for the supplier
      *and item gives our part number and the eaches per unit, and
      *the line is rewritten in our terms before any other check
      *sees it - the duplicate, PO and supplier checks all work on
      *the translated line.  The part name is taken from the
      *master when the part is on it; a part new to the master
      *keeps the supplier's item number as its name until
      *maintenance renames it.  A quantity or price the checks
      *below would refuse is left for them to refuse.
           SET WS-CATALOG-NOT-FOUND TO TRUE
           PERFORM 0318-COMPARE-CATALOG-ENTRY
              VARYING WS-CATALOG-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-CATALOG-TABLE-INDEX > WS-CATALOG-TABLE-COUNT
                 OR WS-CATALOG-FOUND
           IF WS-CATALOG-NOT-FOUND
               MOVE '13' TO WS-REJ-REASON-CODE
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               MOVE WS-PART-NAME TO WS-RPR-SUPPLIER-ITEM
               MOVE WS-CAT-PART-NUMBER TO WS-PART-NUMBER
               MOVE WS-CAT-PACK-QUANTITY TO WS-PACK-QUANTITY
               IF WS-PACK-QUANTITY = ZERO
                   MOVE 1 TO WS-PACK-QUANTITY
               END-IF
               IF WS-QUANTITY-ON-HAND NUMERIC
                   COMPUTE WS-CONVERTED-QUANTITY
                      = WS-QUANTITY-ON-HAND * WS-PACK-QUANTITY
                   IF WS-CONVERTED-QUANTITY > 9999999
                       MOVE '02' TO WS-REJ-REASON-CODE
                       SET WS-RECORD-INVALID TO TRUE
                   ELSE
                       MOVE WS-CONVERTED-QUANTITY
                          TO WS-QUANTITY-ON-HAND
                   END-IF
               END-IF
               IF WS-UNIT-PRICE NUMERIC
                   COMPUTE WS-UNIT-PRICE ROUNDED
                      = WS-UNIT-PRICE / WS-PACK-QUANTITY
               END-IF
               MOVE WS-CAT-PART-NUMBER TO WS-MST-PART-NUMBER
               IF WS-MASTER-PRESENT
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-MST-PART-NAME TO WS-PART-NAME
                   END-READ
               END-IF
           END-IF.

       0318-COMPARE-CATALOG-ENTRY.
           MOVE WS-CATALOG-ENTRY(WS-CATALOG-TABLE-INDEX)
              TO WS-CATALOG-RECORD
           IF WS-CAT-SUPPLIER-CODE = WS-SUPPLIER-CODE
              AND WS-CAT-SUPPLIER-ITEM = WS-PART-NAME
               SET WS-CATALOG-FOUND TO TRUE
           END-IF.

       0325-VALIDATE-KIT-LINE.
      *A kit line carries its kit code in the first five bytes of
      *the part name and the number of kits in the quantity, and
      *is checked like an issue: a quantity, a location, a charge
      *code.  Then every component is checked before anything is
      *written - one component held, obsolete, unknown to the
      *master or short at the location refuses the whole line, so
      *the floor never gets half a kit.
           SET WS-KIT-NOT-FOUND TO TRUE
           PERFORM 0326-COMPARE-KIT-ENTRY
              VARYING WS-KIT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-KIT-TABLE-INDEX > WS-KIT-TABLE-COUNT
                 OR WS-KIT-FOUND
           IF WS-KIT-NOT-FOUND
               MOVE '11' TO WS-REJ-REASON-CODE
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF WS-RECORD-VALID
               IF WS-QUANTITY-ON-HAND NOT NUMERIC
                   MOVE '02' TO WS-REJ-REASON-CODE
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
                   IF WS-QUANTITY-ON-HAND = ZERO
                       MOVE '02' TO WS-REJ-REASON-CODE
                       SET WS-RECORD-INVALID TO TRUE
                   ELSE
                       MOVE WS-QUANTITY-ON-HAND TO WS-KITS-ISSUED
                   END-IF
               END-IF
           END-IF
           IF WS-RECORD-VALID
               IF WS-TRAN-LOCATION NOT = 'W'
                  AND WS-TRAN-LOCATION NOT = 'C'
                  AND WS-TRAN-LOCATION NOT = 'D'
                  AND WS-TRAN-LOCATION NOT = SPACE
                   MOVE '07' TO WS-REJ-REASON-CODE
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-RECORD-VALID
               IF WS-CHARGE-CODE = SPACES
                   MOVE '09' TO WS-REJ-REASON-CODE
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
                   IF WS-DEPT-TABLE-COUNT > ZERO
                       PERFORM 0383-CHECK-CHARGE-CODE
                       IF WS-CHARGE-INVALID
                           MOVE '09' TO WS-REJ-REASON-CODE
                           SET WS-RECORD-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-RECORD-VALID
               IF WS-TRAN-LOCATION = SPACE
                   MOVE 'W' TO WS-TRAN-LOCATION
               END-IF
               PERFORM 0327-CHECK-KIT-COMPONENT
                  VARYING WS-COMPONENT-INDEX FROM 1 BY 1
                  UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT
                     OR WS-RECORD-INVALID
           END-IF.

       0326-COMPARE-KIT-ENTRY.
           IF WS-KIT-ENTRY(WS-KIT-TABLE-INDEX)(1:5) = WS-PART-NAME(1:5)
               SET WS-KIT-FOUND TO TRUE
               MOVE WS-KIT-ENTRY(WS-KIT-TABLE-INDEX) TO WS-KIT-RECORD
           END-IF.

       0327-CHECK-KIT-COMPONENT.
      *Unlike a single issue line, a master that cannot be read or
      *a part not on it refuses the kit - the shortage check has
      *nothing to prove the stock is there.
           COMPUTE WS-COMPONENT-NEED =
              WS-KITS-ISSUED * WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX)
           IF WS-COMPONENT-NEED > 9999999
              OR NOT WS-MASTER-PRESENT
               MOVE '12' TO WS-REJ-REASON-CODE
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               MOVE WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
                  TO WS-MST-PART-NUMBER
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                       MOVE '12' TO WS-REJ-REASON-CODE
                       SET WS-RECORD-INVALID TO TRUE
                   NOT INVALID KEY
                       PERFORM 0328-CHECK-COMPONENT-STOCK
               END-READ
           END-IF.

       0328-CHECK-COMPONENT-STOCK.
           IF WS-MST-PART-HOLD OR WS-MST-PART-OBSOLETE
               MOVE '10' TO WS-REJ-REASON-CODE
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               EVALUATE WS-TRAN-LOCATION
                   WHEN 'C'
                       MOVE WS-MST-QTY-CAGE TO WS-LOCATION-AVAILABLE
                   WHEN 'D'
                       MOVE WS-MST-QTY-DOCK TO WS-LOCATION-AVAILABLE
                   WHEN OTHER
                       MOVE WS-MST-QTY-WAREHOUSE
                          TO WS-LOCATION-AVAILABLE
               END-EVALUATE
               MOVE WS-MST-PART-NUMBER TO WS-DRAW-PART-NUMBER
               MOVE WS-TRAN-LOCATION TO WS-DRAW-LOCATION
               PERFORM 0315-FIND-PENDING-DRAW
               IF WS-PENDING-FOUND
                   SUBTRACT WS-PND-QUANTITY(WS-PENDING-TABLE-INDEX)
                      FROM WS-LOCATION-AVAILABLE
               END-IF
               IF WS-LOCATION-AVAILABLE < WS-COMPONENT-NEED
                   MOVE '12' TO WS-REJ-REASON-CODE
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF.

      *sent, the same way it always has for same-day parts the
      *merge has not added.
           IF WS-RECORD-VALID AND WS-TRAN-CODE = 'I'
              AND WS-MASTER-PRESENT
               MOVE WS-PART-NUMBER TO WS-MST-PART-NUMBER
               READ INVENTORY-MASTER-FILE
                   INVALID KEY
                           SET WS-RECORD-INVALID TO TRUE
                       END-IF
               END-READ
           END-IF
      *A receipt of a lot-controlled part has to say which lot it
      *is and when that goes bad - checked after translation, on
      *our own part number.  A lot already expired is refused the
      *same as a missing date; it goes back to the supplier.
           IF WS-RECORD-VALID AND WS-TRAN-CODE = 'R'
               PERFORM 0388-CHECK-LOT-CONTROL
               IF WS-PART-LOT-CONTROLLED
                   PERFORM 0390-CHECK-RECEIPT-LOT
                   IF WS-EXPIRY-INVALID
                       MOVE '18' TO WS-REJ-REASON-CODE
                       SET WS-RECORD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0388-CHECK-LOT-CONTROL.
           SET WS-PART-NOT-LOT-CONTROLLED TO TRUE
           PERFORM 0389-COMPARE-LOT-PART-ENTRY
              VARYING WS-LOT-PART-INDEX FROM 1 BY 1
              UNTIL WS-LOT-PART-INDEX > WS-LOT-PART-COUNT
                 OR WS-PART-LOT-CONTROLLED.

       0389-COMPARE-LOT-PART-ENTRY.
           IF WS-LOT-PART-ENTRY(WS-LOT-PART-INDEX) = WS-PART-NUMBER
               SET WS-PART-LOT-CONTROLLED TO TRUE
           END-IF.

       0390-CHECK-RECEIPT-LOT.
           SET WS-EXPIRY-VALID TO TRUE
           IF WS-TRAN-LOT-NUMBER = SPACES
              OR WS-TRAN-EXPIRY-DATE NOT NUMERIC
               SET WS-EXPIRY-INVALID TO TRUE
           ELSE
               MOVE WS-TRAN-EXPIRY-DATE TO WS-ENTERED-EXPIRY-DATE
               PERFORM 0393-CHECK-EXPIRY-DATE
               IF WS-ENTERED-EXPIRY-DATE NOT > WS-TODAY-DATE
                   SET WS-EXPIRY-INVALID TO TRUE
               END-IF
           END-IF.

       0393-CHECK-EXPIRY-DATE.
           EVALUATE WS-EX-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EX-LAST-DAY
               WHEN 2
                   DIVIDE WS-EX-YEAR BY 4 GIVING WS-EX-LEAP-QUOTIENT
                      REMAINDER WS-EX-LEAP-REMAINDER
                   IF WS-EX-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-EX-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-EX-LAST-DAY
                   END-IF
               WHEN 1 THRU 12
                   MOVE 31 TO WS-EX-LAST-DAY
               WHEN OTHER
                   SET WS-EXPIRY-INVALID TO TRUE
           END-EVALUATE
           IF WS-EXPIRY-VALID
               IF WS-EX-DAY < 1 OR WS-EX-DAY > WS-EX-LAST-DAY
                   SET WS-EXPIRY-INVALID TO TRUE
               END-IF
           END-IF.

       0383-CHECK-CHARGE-CODE.
               MOVE ZEROS TO WS-REORDER-QUANTITY
               MOVE ZEROS TO WS-UNIT-PRICE
               MOVE SPACES TO WS-SUPPLIER-CODE
               MOVE WS-PART-NUMBER TO WS-DRAW-PART-NUMBER
               MOVE WS-TRAN-LOCATION TO WS-DRAW-LOCATION
               MOVE WS-QUANTITY-ON-HAND TO WS-DRAW-QUANTITY
               PERFORM 0314-ADD-PENDING-DRAW
           ELSE
               PERFORM 0324-ADD-PART-NUMBER-TO-TABLE
           END-IF
           IF WS-TRAN-CODE NOT = 'I'
               MOVE SPACES TO WS-CHARGE-CODE
           END-IF
      *Only a lot-controlled part carries a lot.  An issue or a
      *transfer may name the lot picked - blank draws the oldest
      *expiry first - but never an expiry; the lot's own is on
      *LOTBAL.TXT.
           PERFORM 0388-CHECK-LOT-CONTROL
           IF WS-PART-NOT-LOT-CONTROLLED
               MOVE SPACES TO WS-TRAN-LOT-NUMBER
               MOVE ZEROS TO WS-TRAN-EXPIRY-DATE
           ELSE
               IF WS-TRAN-CODE NOT = 'R'
                   MOVE ZEROS TO WS-TRAN-EXPIRY-DATE
               END-IF
           END-IF
           MOVE ZEROS TO WS-QTY-WAREHOUSE
           MOVE ZEROS TO WS-QTY-CAGE
           MOVE ZEROS TO WS-QTY-DOCK
           END-WRITE
           ADD 1 TO WS-ACCEPT-COUNT
           IF WS-TRAN-CODE = 'R'
               ADD 1 TO WS-RECEIPT-ROW-COUNT
               PERFORM 0395-CLOSE-MATCHING-PO
               PERFORM 0392-WRITE-RECEIPT-PRICE
           END-IF
           PERFORM 0391-WRITE-AUDIT-RECORD.

       0335-WRITE-KIT-COMPONENTS.
      *Each component goes on file as an ordinary issue line drawn
      *from the kit line's location and charged to its code, so
      *the merge and everything downstream see plain issues.
           ADD 1 TO WS-KIT-LINE-COUNT
           MOVE 'I' TO WS-TRAN-CODE
           MOVE SPACES TO WS-TRAN-LOT-NUMBER
           PERFORM 0336-WRITE-KIT-COMPONENT
              VARYING WS-COMPONENT-INDEX FROM 1 BY 1
              UNTIL WS-COMPONENT-INDEX > WS-KIT-COMPONENT-COUNT.

       0336-WRITE-KIT-COMPONENT.
           MOVE WS-KIT-COMP-PART-NUMBER(WS-COMPONENT-INDEX)
              TO WS-PART-NUMBER
           COMPUTE WS-QUANTITY-ON-HAND =
              WS-KITS-ISSUED * WS-KIT-COMP-QUANTITY(WS-COMPONENT-INDEX)
           ADD 1 TO WS-KIT-ROW-COUNT
           PERFORM 0330-WRITE-ACCEPTED-RECORD.

       0392-WRITE-RECEIPT-PRICE.
      *A translated line carries its catalog entry's contract
      *price; a line taken as sent, with no catalog loaded, carries
      *zeros and the variance report passes over it.
           MOVE WS-TODAY-DATE TO WS-RPR-DATE
           MOVE WS-SUPPLIER-CODE TO WS-RPR-SUPPLIER-CODE
           MOVE WS-PART-NUMBER TO WS-RPR-PART-NUMBER
           MOVE WS-QUANTITY-ON-HAND TO WS-RPR-QUANTITY
           MOVE WS-UNIT-PRICE TO WS-RPR-INVOICE-PRICE
           IF WS-CATALOG-TABLE-COUNT > ZERO
               MOVE WS-CAT-CONTRACT-PRICE TO WS-RPR-CONTRACT-PRICE
           ELSE
               MOVE SPACES TO WS-RPR-SUPPLIER-ITEM
               MOVE ZEROS TO WS-RPR-CONTRACT-PRICE
           END-IF
           MOVE 'B' TO WS-RPR-SOURCE
           MOVE WS-RECEIPT-PRICE-RECORD TO RECEIPT-PRICE-RECORD
           WRITE RECEIPT-PRICE-RECORD
           END-WRITE.

       0395-CLOSE-MATCHING-PO.
      *Receiving checks the delivery against purchasing's open PO:
      *a receipt whose supplier and part match an open order
           END-WRITE.

       0340-WRITE-REJECT-RECORD.
      *The held line as read - the translation in 0317 may have
      *rewritten WS-BATCH-RECORD, and receiving resubmits what the
      *supplier sent.
           MOVE WS-MANIFEST-LINE(WS-MANIFEST-LINE-INDEX)
              TO WS-REJ-BATCH-RECORD
           MOVE WS-REJECT-RECORD TO REJECT-RECORD
           WRITE REJECT-RECORD
           END-WRITE

       0400-TERMINATE.
      *A non-zero reject count ends with a warning return code so
      *the JCL can route the reject file back to receiving.  A
      *manifest still open at the end of the file lost its trailer
      *and is refused.
           IF WS-MANIFEST-OPEN
               MOVE '16' TO WS-MANIFEST-REASON
               SET WS-TRAILER-ABSENT TO TRUE
               PERFORM 0560-REFUSE-MANIFEST
           END-IF
           CLOSE SHIPMENT-BATCH-FILE
           CLOSE INVENTORY-FILE-OUT
           CLOSE INVENTORY-MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE RECEIPT-PRICE-FILE
           PERFORM 0450-WRITE-DELIVERY-HISTORY
              VARYING WS-SHIPMENT-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-SHIPMENT-TABLE-INDEX > WS-SHIPMENT-TABLE-COUNT
           CLOSE DELIVERY-HISTORY-FILE
           CLOSE MANIFEST-LOG-FILE
           PERFORM 0650-WRITE-CONTROL-TOTALS
           CLOSE BATCH-CONTROL-FILE
           IF WS-PO-CHANGED AND WS-PO-NOT-OVERFLOWED
               PERFORM 0398-REWRITE-OPEN-PO-FILE
           END-IF
           DISPLAY 'RECORDS ACCEPTED: ' WS-ACCEPT-COUNT
           DISPLAY 'KIT LINES EXPLODED: ' WS-KIT-LINE-COUNT
           DISPLAY 'RECORDS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'OPEN POS CLOSED.: ' WS-PO-CLOSED-COUNT
           DISPLAY 'CLOSED POS PURGED: ' WS-PO-DROPPED-COUNT
           DISPLAY 'MANIFESTS READ..: ' WS-MANIFEST-READ-COUNT
           DISPLAY 'MANIFESTS LOADED: ' WS-MANIFEST-ACCEPT-COUNT
           DISPLAY 'MANIFESTS REFUSED: ' WS-MANIFEST-REFUSE-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *A refused manifest put nothing on file at all, so receiving
      *has a whole delivery to chase - worse than a rejected line.
           IF WS-MANIFEST-REFUSE-COUNT > ZERO
              OR WS-STRAY-RECORD-COUNT > ZERO
              OR WS-LOG-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF
      *An overflowed table could not hold the whole file, so the
      *closes and purges made this run were not written back -
      *OPENPO.TXT is untouched rather than truncated, and the bad
               DISPLAY 'OPEN PO TABLE FULL - OPENPO.TXT NOT'
                  ' REWRITTEN, CLOSES AND PURGES NOT APPLIED'
               MOVE 8 TO RETURN-CODE
           END-IF
      *Totals that do not tie mean rows went somewhere the report
      *cannot account for - the run is out of balance.
           IF WS-CONTROLS-DISAGREE
               DISPLAY 'BATCH CONTROL TOTALS DO NOT AGREE - SEE'
                  ' SHIPCTL.TXT'
               MOVE 16 TO RETURN-CODE
           END-IF.

       0450-WRITE-DELIVERY-HISTORY.
              TO WS-DLV-REJECT-COUNT
           MOVE WS-DELIVERY-RECORD TO DELIVERY-HISTORY-RECORD
           WRITE DELIVERY-HISTORY-RECORD
           END-WRITE
           ADD WS-DLV-ACCEPT-COUNT TO WS-DLV-ACCEPT-TOTAL
           ADD WS-DLV-REJECT-COUNT TO WS-DLV-REJECT-TOTAL.

       0500-START-MANIFEST.
      *The header names the manifest and its supplier.  A header
      *that cannot be trusted still opens the manifest, so its
      *lines are gathered up and refused with it instead of each
      *one turning up as a stray.
           ADD 1 TO WS-MANIFEST-READ-COUNT
           SET WS-MANIFEST-OPEN TO TRUE
           MOVE SHIPMENT-BATCH-RECORD TO WS-MANIFEST-HEADER-RECORD
           MOVE WS-MFC-MANIFEST-NUMBER TO WS-CUR-MANIFEST-NUMBER
           MOVE WS-MFC-SUPPLIER-CODE TO WS-CUR-SUPPLIER-CODE
           MOVE ZERO TO WS-MANIFEST-LINE-COUNT
           MOVE ZERO TO WS-MANIFEST-HELD-COUNT
           MOVE ZERO TO WS-MANIFEST-QUANTITY-TOTAL
           SET WS-MANIFEST-NOT-OVERFLOWED TO TRUE
           SET WS-HEADER-VALID TO TRUE
           MOVE SPACES TO WS-MANIFEST-REASON
           IF WS-MFC-SHIP-DATE NUMERIC
               MOVE WS-MFC-SHIP-DATE TO WS-CUR-SHIP-DATE
           ELSE
               MOVE ZEROS TO WS-CUR-SHIP-DATE
           END-IF
           IF WS-CUR-MANIFEST-NUMBER = SPACES
              OR WS-CUR-SUPPLIER-CODE = SPACES
              OR WS-CUR-SHIP-DATE = ZERO
               SET WS-HEADER-INVALID TO TRUE
           END-IF
           IF WS-HEADER-VALID AND WS-SUPPLIER-TABLE-COUNT > ZERO
               MOVE WS-CUR-SUPPLIER-CODE TO WS-SUPPLIER-CODE
               PERFORM 0371-CHECK-SUPPLIER-CODE
               IF WS-SUPPLIER-INVALID
                   SET WS-HEADER-INVALID TO TRUE
               END-IF
           END-IF.

       0510-HOLD-MANIFEST-LINE.
      *The line is counted and its quantity added as sent - packs
      *on a receipt, kits on a kit line - since that is what the
      *supplier's trailer counted.  A quantity that is not numeric
      *adds nothing; if the supplier's total counted it, the
      *trailer cannot balance, and if not, the line is rejected on
      *its own when the manifest loads.  A line past the table's
      *capacity is refused as it arrives and refuses the manifest.
           ADD 1 TO WS-MANIFEST-LINE-COUNT
           IF WS-QUANTITY-ON-HAND NUMERIC
               ADD WS-QUANTITY-ON-HAND TO WS-MANIFEST-QUANTITY-TOTAL
           END-IF
           IF WS-MANIFEST-HELD-COUNT < 9999
               ADD 1 TO WS-MANIFEST-HELD-COUNT
               MOVE SHIPMENT-BATCH-RECORD
                  TO WS-MANIFEST-LINE(WS-MANIFEST-HELD-COUNT)
           ELSE
               SET WS-MANIFEST-OVERFLOWED TO TRUE
               MOVE SHIPMENT-BATCH-RECORD TO WS-REJ-BATCH-RECORD
               MOVE '17' TO WS-REJ-REASON-CODE
               PERFORM 0565-WRITE-REFUSED-RECORD
           END-IF.

       0520-CLOSE-MANIFEST.
      *The trailer decides the manifest: it has to name the
      *manifest its header opened, the header has to have been
      *good, its line count and quantity total have to agree with
      *the lines held, and the manifest must not already be on the
      *load log.  The first of these to fail refuses the lot.
           SET WS-TRAILER-PRESENT TO TRUE
           EVALUATE TRUE
               WHEN WS-MFC-MANIFEST-NUMBER NOT = WS-CUR-MANIFEST-NUMBER
                  OR WS-MFC-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER-CODE
                   MOVE '16' TO WS-MANIFEST-REASON
               WHEN WS-HEADER-INVALID OR WS-MANIFEST-OVERFLOWED
                   MOVE '17' TO WS-MANIFEST-REASON
               WHEN WS-MFC-LINE-COUNT NOT NUMERIC
                  OR WS-MFC-TOTAL-QUANTITY NOT NUMERIC
                   MOVE '14' TO WS-MANIFEST-REASON
               WHEN WS-MFC-LINE-COUNT NOT = WS-MANIFEST-LINE-COUNT
                  OR WS-MFC-TOTAL-QUANTITY
                     NOT = WS-MANIFEST-QUANTITY-TOTAL
                   MOVE '14' TO WS-MANIFEST-REASON
               WHEN OTHER
                   PERFORM 0535-CHECK-REPEAT-MANIFEST
           END-EVALUATE
           IF WS-MANIFEST-GOOD
               PERFORM 0540-LOAD-MANIFEST
           ELSE
               PERFORM 0560-REFUSE-MANIFEST
           END-IF.

       0530-LOAD-MANIFEST-LOG-TABLE.
           MOVE ZERO TO WS-LOG-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT MANIFEST-LOG-FILE
           PERFORM 0531-READ-MANIFEST-LOG-RECORD
           PERFORM 0532-STORE-MANIFEST-LOG-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE MANIFEST-LOG-FILE.

       0531-READ-MANIFEST-LOG-RECORD.
           READ MANIFEST-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0532-STORE-MANIFEST-LOG-RECORD.
           MOVE MANIFEST-LOG-RECORD TO WS-MANIFEST-LOG-RECORD
           PERFORM 0538-ADD-LOG-ENTRY
           PERFORM 0531-READ-MANIFEST-LOG-RECORD.

       0535-CHECK-REPEAT-MANIFEST.
      *A manifest already on the log has been received once.
      *Loading it again is only right when the first load is known
      *to have been backed out, and that is a supervisor's call -
      *anything short of a supervisor sign-on refuses it.
           MOVE SPACES TO WS-OVERRIDE-OPERATOR
           PERFORM 0536-FIND-LOGGED-MANIFEST
           IF WS-LOG-FOUND
               DISPLAY 'MANIFEST ' WS-CUR-MANIFEST-NUMBER
                  ' FROM SUPPLIER ' WS-CUR-SUPPLIER-CODE
                  ' ALREADY LOADED '
                  WS-LOG-LOAD-DATE(WS-LOG-MATCH-INDEX)
               DISPLAY 'RELOAD ON SUPERVISOR OVERRIDE? (Y/N)'
               ACCEPT WS-OVERRIDE-REPLY
               IF WS-OVERRIDE-REQUESTED
                   PERFORM 0230-SIGN-ON
               END-IF
               IF WS-OVERRIDE-OPERATOR = SPACES
                   MOVE '15' TO WS-MANIFEST-REASON
               END-IF
           END-IF.

       0536-FIND-LOGGED-MANIFEST.
           SET WS-LOG-NOT-FOUND TO TRUE
           PERFORM 0537-COMPARE-LOG-ENTRY
              VARYING WS-LOG-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-LOG-TABLE-INDEX > WS-LOG-TABLE-COUNT
                 OR WS-LOG-FOUND.

       0537-COMPARE-LOG-ENTRY.
           IF WS-LOG-SUPPLIER-CODE(WS-LOG-TABLE-INDEX)
                 = WS-CUR-SUPPLIER-CODE
              AND WS-LOG-MANIFEST-NUMBER(WS-LOG-TABLE-INDEX)
                 = WS-CUR-MANIFEST-NUMBER
               SET WS-LOG-FOUND TO TRUE
               MOVE WS-LOG-TABLE-INDEX TO WS-LOG-MATCH-INDEX
           END-IF.

       0538-ADD-LOG-ENTRY.
      *Adds the row in WS-MANIFEST-LOG-RECORD to the table - from
      *the file at start-up, and as each manifest loads, so a
      *manifest sent twice in one batch is caught as well.
           IF WS-LOG-TABLE-COUNT < 9999
               ADD 1 TO WS-LOG-TABLE-COUNT
               MOVE WS-MLG-SUPPLIER-CODE
                  TO WS-LOG-SUPPLIER-CODE(WS-LOG-TABLE-COUNT)
               MOVE WS-MLG-MANIFEST-NUMBER
                  TO WS-LOG-MANIFEST-NUMBER(WS-LOG-TABLE-COUNT)
               MOVE WS-MLG-LOAD-DATE
                  TO WS-LOG-LOAD-DATE(WS-LOG-TABLE-COUNT)
           ELSE
               IF WS-LOG-OVERFLOWED
                   CONTINUE
               ELSE
                   DISPLAY 'MANIFEST LOG TABLE FULL - REPEATS PAST '
                      'THIS POINT NOT DETECTED'
                   SET WS-LOG-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       0540-LOAD-MANIFEST.
      *The held lines go through one at a time exactly as a line
      *always has - a balanced manifest can still carry a line
      *that fails its own checks, and that line alone is rejected.
           ADD 1 TO WS-MANIFEST-ACCEPT-COUNT
           ADD WS-MANIFEST-HELD-COUNT TO WS-LINES-LOADED-COUNT
           MOVE WS-ACCEPT-COUNT TO WS-START-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT TO WS-START-REJECT-COUNT
           MOVE WS-KIT-LINE-COUNT TO WS-START-KIT-LINE-COUNT
           MOVE WS-KIT-ROW-COUNT TO WS-START-KIT-ROW-COUNT
           PERFORM 0305-PROCESS-MANIFEST-LINE
              VARYING WS-MANIFEST-LINE-INDEX FROM 1 BY 1
              UNTIL WS-MANIFEST-LINE-INDEX > WS-MANIFEST-HELD-COUNT
           PERFORM 0545-WRITE-MANIFEST-LOG
           IF WS-OVERRIDE-OPERATOR = SPACES
               MOVE 'LOADED' TO WS-CM-RESULT
           ELSE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE 'RELOADED ON OVERRIDE' TO WS-CM-RESULT
           END-IF
           PERFORM 0610-WRITE-MANIFEST-LINE
           PERFORM 0615-WRITE-LOADED-LINE
           IF WS-OVERRIDE-OPERATOR NOT = SPACES
               MOVE WS-OVERRIDE-OPERATOR TO WS-CO-OPERATOR
               MOVE WS-CTL-OVERRIDE-LINE TO BATCH-CONTROL-RECORD
               WRITE BATCH-CONTROL-RECORD
               END-WRITE
           END-IF
           SET WS-NO-MANIFEST-OPEN TO TRUE.

       0545-WRITE-MANIFEST-LOG.
           MOVE WS-CUR-SUPPLIER-CODE TO WS-MLG-SUPPLIER-CODE
           MOVE WS-CUR-MANIFEST-NUMBER TO WS-MLG-MANIFEST-NUMBER
           MOVE WS-CUR-SHIP-DATE TO WS-MLG-SHIP-DATE
           MOVE WS-TODAY-DATE TO WS-MLG-LOAD-DATE
           ACCEPT WS-MLG-LOAD-TIME FROM TIME
           MOVE WS-MANIFEST-LINE-COUNT TO WS-MLG-LINE-COUNT
           MOVE WS-MANIFEST-QUANTITY-TOTAL TO WS-MLG-TOTAL-QUANTITY
           MOVE WS-OVERRIDE-OPERATOR TO WS-MLG-OVERRIDE-OPERATOR
           MOVE WS-MANIFEST-LOG-RECORD TO MANIFEST-LOG-RECORD
           WRITE MANIFEST-LOG-RECORD
           END-WRITE
           PERFORM 0538-ADD-LOG-ENTRY.

       0560-REFUSE-MANIFEST.
      *The whole manifest goes to SHIPREJ.TXT as it was sent -
      *header, lines and trailer, every record carrying the
      *manifest's reason code - so receiving can correct it and
      *resubmit it intact.  Lines past the table's capacity were
      *written as they arrived.
           ADD 1 TO WS-MANIFEST-REFUSE-COUNT
           EVALUATE WS-MANIFEST-REASON
               WHEN '14'
                   ADD 1 TO WS-REFUSED-BALANCE-COUNT
                   MOVE 'REFUSED - OUT OF BALANCE' TO WS-CM-RESULT
               WHEN '15'
                   ADD 1 TO WS-REFUSED-REPEAT-COUNT
                   MOVE 'REFUSED - ALREADY LOADED' TO WS-CM-RESULT
               WHEN '16'
                   ADD 1 TO WS-REFUSED-PAIRING-COUNT
                   MOVE 'REFUSED - NO MATCHING TRAILER'
                      TO WS-CM-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-HEADER-COUNT
                   MOVE 'REFUSED - BAD HEADER/TOO LONG'
                      TO WS-CM-RESULT
           END-EVALUATE
           MOVE WS-MANIFEST-REASON TO WS-REJ-REASON-CODE
           MOVE WS-MANIFEST-HEADER-RECORD TO WS-REJ-BATCH-RECORD
           PERFORM 0565-WRITE-REFUSED-RECORD
           PERFORM 0566-WRITE-REFUSED-LINE
              VARYING WS-MANIFEST-LINE-INDEX FROM 1 BY 1
              UNTIL WS-MANIFEST-LINE-INDEX > WS-MANIFEST-HELD-COUNT
           IF WS-TRAILER-PRESENT
               MOVE SHIPMENT-BATCH-RECORD TO WS-REJ-BATCH-RECORD
               PERFORM 0565-WRITE-REFUSED-RECORD
           END-IF
           PERFORM 0610-WRITE-MANIFEST-LINE
           IF WS-MANIFEST-REASON = '14'
               MOVE WS-MFC-LINE-COUNT TO WS-CT-LINE-COUNT
               MOVE WS-MFC-TOTAL-QUANTITY TO WS-CT-QUANTITY
               MOVE WS-CTL-TRAILER-LINE TO BATCH-CONTROL-RECORD
               WRITE BATCH-CONTROL-RECORD
               END-WRITE
           END-IF
           SET WS-NO-MANIFEST-OPEN TO TRUE.

       0565-WRITE-REFUSED-RECORD.
      *Refused records are counted apart from rejected lines -
      *they belong to no load, and the control totals tie the
      *rejects to the lines that did load.
           MOVE WS-REJECT-RECORD TO REJECT-RECORD
           WRITE REJECT-RECORD
           END-WRITE
           ADD 1 TO WS-REFUSED-RECORD-COUNT.

       0566-WRITE-REFUSED-LINE.
           MOVE WS-MANIFEST-LINE(WS-MANIFEST-LINE-INDEX)
              TO WS-REJ-BATCH-RECORD
           PERFORM 0565-WRITE-REFUSED-RECORD.

       0570-REFUSE-STRAY-RECORD.
      *A line or trailer with no header before it belongs to no
      *manifest, so there is nothing to vouch for it.
           ADD 1 TO WS-STRAY-RECORD-COUNT
           MOVE SHIPMENT-BATCH-RECORD TO WS-REJ-BATCH-RECORD
           MOVE '16' TO WS-REJ-REASON-CODE
           PERFORM 0565-WRITE-REFUSED-RECORD.

       0230-SIGN-ON.
      *The override signs on against the operator master the same
      *way the count apply does.  If OPRFILE.TXT has no entries
      *there is nothing to check against - the ID is accepted as
      *keyed with a warning and supervisor authority, or the shop
      *locks itself out.  Three failed tries or a clerk's sign-on
      *write a refused row, and the manifest stays refused; the
      *rest of the batch still loads.
           MOVE SPACES TO WS-SIGNON-OPERATOR-ID
           MOVE ZERO TO WS-SIGNON-TRIES
           MOVE ZERO TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-TABLE-COUNT = ZERO
               DISPLAY 'ENTER OPERATOR ID'
               ACCEPT WS-SIGNON-OPERATOR-ID
               MOVE 2 TO WS-OPERATOR-LEVEL
               DISPLAY 'OPERATOR MASTER NOT LOADED - NOT VERIFIED'
           ELSE
               SET WS-SIGNON-INVALID TO TRUE
               PERFORM 0244-ENTER-SIGN-ON
                  UNTIL WS-SIGNON-VALID OR WS-SIGNON-TRIES >= 3
           END-IF
           IF WS-OPERATOR-SUPERVISOR
              AND WS-SIGNON-OPERATOR-ID NOT = SPACES
               MOVE WS-SIGNON-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
           ELSE
               PERFORM 0960-WRITE-REFUSED-RECORD
               DISPLAY 'SUPERVISOR SIGN-ON REQUIRED - MANIFEST NOT'
                  ' RELOADED'
           END-IF.

       0240-LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPERATOR-TABLE-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT OPERATOR-MASTER-FILE
           PERFORM 0241-READ-OPERATOR-RECORD
           PERFORM 0242-STORE-OPERATOR-RECORD
              UNTIL WS-END-OF-FILE
           CLOSE OPERATOR-MASTER-FILE.

       0241-READ-OPERATOR-RECORD.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0242-STORE-OPERATOR-RECORD.
           ADD 1 TO WS-OPERATOR-TABLE-COUNT
           MOVE OPERATOR-MASTER-RECORD
              TO WS-OPERATOR-ENTRY(WS-OPERATOR-TABLE-COUNT)
           PERFORM 0241-READ-OPERATOR-RECORD.

       0244-ENTER-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-SIGNON-OPERATOR-ID
           DISPLAY 'ENTER PASSWORD'
           ACCEPT WS-ENTERED-PASSWORD
           PERFORM 0245-CHECK-OPERATOR
           IF WS-SIGNON-INVALID
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY 'OPERATOR OR PASSWORD NOT RECOGNIZED'
           END-IF.

       0245-CHECK-OPERATOR.
           SET WS-SIGNON-INVALID TO TRUE
           PERFORM 0246-COMPARE-OPERATOR-ENTRY
              VARYING WS-OPERATOR-TABLE-INDEX FROM 1 BY 1
              UNTIL WS-OPERATOR-TABLE-INDEX > WS-OPERATOR-TABLE-COUNT
                 OR WS-SIGNON-VALID.

       0246-COMPARE-OPERATOR-ENTRY.
           MOVE WS-OPERATOR-ENTRY(WS-OPERATOR-TABLE-INDEX)
              TO WS-OPERATOR-RECORD
           IF WS-OPR-ID = WS-SIGNON-OPERATOR-ID
              AND WS-OPR-PASSWORD = WS-ENTERED-PASSWORD
               SET WS-SIGNON-VALID TO TRUE
               MOVE WS-OPR-LEVEL TO WS-OPERATOR-LEVEL
           END-IF.

       0960-WRITE-REFUSED-RECORD.
      *A refused override still leaves its fingerprints - the
      *trail shows who tried, even though nothing moved.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-SIGNON-OPERATOR-ID TO WS-AUD-OPERATOR-ID
           MOVE 'X' TO WS-AUD-ACTION-CODE
           MOVE ZEROS TO WS-AUD-PART-NUMBER
           MOVE ZEROS TO WS-AUD-PRIOR-QUANTITY
           MOVE ZEROS TO WS-AUD-PRIOR-PRICE
           MOVE ZEROS TO WS-AUD-NEW-QUANTITY
           MOVE ZEROS TO WS-AUD-NEW-PRICE
           MOVE 'B' TO WS-AUD-SOURCE
           MOVE WS-AUDIT-RECORD TO AUDIT-TRAIL-RECORD
           WRITE AUDIT-TRAIL-RECORD
           END-WRITE.

       0600-WRITE-CONTROL-HEADING.
           MOVE WS-TODAY-DATE TO WS-CH-RUN-DATE
           MOVE WS-CTL-HEADING-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           MOVE WS-CTL-BLANK-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           MOVE WS-CTL-COLUMN-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE.

       0610-WRITE-MANIFEST-LINE.
      *Lines and quantity are what arrived between header and
      *trailer, as sent - the same figures the trailer is held to.
           MOVE WS-CUR-SUPPLIER-CODE TO WS-CM-SUPPLIER-CODE
           MOVE WS-CUR-MANIFEST-NUMBER TO WS-CM-MANIFEST-NUMBER
           MOVE WS-CUR-SHIP-DATE TO WS-CM-SHIP-DATE
           MOVE WS-MANIFEST-LINE-COUNT TO WS-CM-LINE-COUNT
           MOVE WS-MANIFEST-QUANTITY-TOTAL TO WS-CM-QUANTITY
           MOVE WS-CTL-MANIFEST-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE.

       0615-WRITE-LOADED-LINE.
      *What this manifest alone contributed: its lines accepted
      *and rejected, how many were kits, and the rows it put on
      *INVFILE.TXT once the kits were exploded.
           COMPUTE WS-CL-REJECTED =
              WS-REJECT-COUNT - WS-START-REJECT-COUNT
           COMPUTE WS-CL-ACCEPTED = WS-MANIFEST-HELD-COUNT
              - (WS-REJECT-COUNT - WS-START-REJECT-COUNT)
           COMPUTE WS-CL-KIT-LINES =
              WS-KIT-LINE-COUNT - WS-START-KIT-LINE-COUNT
           COMPUTE WS-CL-ROWS-WRITTEN =
              WS-ACCEPT-COUNT - WS-START-ACCEPT-COUNT
           MOVE WS-CTL-LOADED-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE.

       0650-WRITE-CONTROL-TOTALS.
      *Every line of a loaded manifest ends up as exactly one of:
      *a row on INVFILE.TXT, a kit line exploded into rows, or a
      *reject - so the lines loaded have to equal the three added
      *up.  Every receipt line was tallied onto a delivery history
      *row as accepted or rejected, so the receipt rows written
      *and the receipt lines rejected have to equal the history's
      *sums.  Anything else means a row went astray.
           MOVE WS-CTL-BLANK-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           MOVE 'MANIFESTS READ' TO WS-CTT-LABEL
           MOVE WS-MANIFEST-READ-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'MANIFESTS LOADED' TO WS-CTT-LABEL
           MOVE WS-MANIFEST-ACCEPT-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  OF WHICH RELOADED ON OVERRIDE' TO WS-CTT-LABEL
           MOVE WS-OVERRIDE-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'MANIFESTS REFUSED' TO WS-CTT-LABEL
           MOVE WS-MANIFEST-REFUSE-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  14 OUT OF BALANCE' TO WS-CTT-LABEL
           MOVE WS-REFUSED-BALANCE-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  15 ALREADY LOADED' TO WS-CTT-LABEL
           MOVE WS-REFUSED-REPEAT-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  16 NO MATCHING TRAILER' TO WS-CTT-LABEL
           MOVE WS-REFUSED-PAIRING-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  17 BAD HEADER OR TOO MANY LINES' TO WS-CTT-LABEL
           MOVE WS-REFUSED-HEADER-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'RECORDS OUTSIDE ANY MANIFEST' TO WS-CTT-LABEL
           MOVE WS-STRAY-RECORD-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'RECORDS REFUSED TO SHIPREJ.TXT' TO WS-CTT-LABEL
           MOVE WS-REFUSED-RECORD-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE WS-CTL-BLANK-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           MOVE 'LINES IN MANIFESTS LOADED' TO WS-CTT-LABEL
           MOVE WS-LINES-LOADED-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  LINES ACCEPTED' TO WS-CTT-LABEL
           COMPUTE WS-CTT-COUNT = WS-ACCEPT-COUNT - WS-KIT-ROW-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  KIT LINES ACCEPTED' TO WS-CTT-LABEL
           MOVE WS-KIT-LINE-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  LINES REJECTED TO SHIPREJ.TXT' TO WS-CTT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'ROWS WRITTEN TO INVFILE.TXT' TO WS-CTT-LABEL
           MOVE WS-ACCEPT-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  KIT COMPONENT ROWS' TO WS-CTT-LABEL
           MOVE WS-KIT-ROW-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  RECEIPT ROWS' TO WS-CTT-LABEL
           MOVE WS-RECEIPT-ROW-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE 'RECEIPT LINES REJECTED' TO WS-CTT-LABEL
           MOVE WS-RECEIPT-REJECT-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE WS-CTL-BLANK-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           MOVE 'ROWS WRITTEN TO DLVHIST.TXT' TO WS-CTT-LABEL
           MOVE WS-SHIPMENT-TABLE-COUNT TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  RECEIPT LINES ACCEPTED' TO WS-CTT-LABEL
           MOVE WS-DLV-ACCEPT-TOTAL TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE '  RECEIPT LINES REJECTED' TO WS-CTT-LABEL
           MOVE WS-DLV-REJECT-TOTAL TO WS-CTT-COUNT
           PERFORM 0660-WRITE-TOTAL-LINE
           MOVE WS-CTL-BLANK-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE
           SET WS-CONTROLS-AGREE TO TRUE
           COMPUTE WS-LINES-ACCOUNTED = WS-ACCEPT-COUNT
              - WS-KIT-ROW-COUNT + WS-KIT-LINE-COUNT + WS-REJECT-COUNT
           IF WS-LINES-ACCOUNTED NOT = WS-LINES-LOADED-COUNT
              OR WS-RECEIPT-ROW-COUNT NOT = WS-DLV-ACCEPT-TOTAL
              OR WS-RECEIPT-REJECT-COUNT NOT = WS-DLV-REJECT-TOTAL
               SET WS-CONTROLS-DISAGREE TO TRUE
               MOVE '*** CONTROL TOTALS DO NOT AGREE ***'
                  TO WS-CTL-RESULT-LINE
           ELSE
               MOVE 'CONTROL TOTALS AGREE' TO WS-CTL-RESULT-LINE
           END-IF
           MOVE WS-CTL-RESULT-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE.

       0660-WRITE-TOTAL-LINE.
           MOVE WS-CTL-TOTAL-LINE TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           END-WRITE.

       0810-READ-BATCH-RECORD.
                   SET WS-END-OF-BATCH TO TRUE
               NOT AT END
                   MOVE SHIPMENT-BATCH-RECORD TO WS-BATCH-RECORD
                   MOVE SHIPMENT-BATCH-RECORD
                      TO WS-MANIFEST-CONTROL-RECORD
           END-READ.
