      *Ledger posting detail - written by MERGE-NIGHTLY-INTAKE, one
      *row per value movement it made on a part, and read by the
      *journal feed after the reconciliation has vouched for the
      *night.  The value is signed as its effect on the inventory
      *account - receipts up, issues and returns down - so the
      *night's rows sum to exactly the WS-CTL-NET-VALUE the merge
      *wrote to MRGCTL.TXT, and the feed can prove it.
           05 WS-GLP-DATE PIC 9(8).
           05 WS-GLP-PART-NUMBER PIC 9(9).
      *Posting types: R = receipts at their keyed prices,
      *I = issues at the average cost the merge left on the part,
      *V = returns to vendor at the same average, A = the rounding
      *the weighted-average recompute leaves between the receipts
      *and the part's new extended value.
           05 WS-GLP-POSTING-TYPE PIC X(1).
               88 WS-GLP-RECEIPT VALUE 'R'.
               88 WS-GLP-ISSUE VALUE 'I'.
               88 WS-GLP-VENDOR-RETURN VALUE 'V'.
               88 WS-GLP-AVERAGE-ROUNDING VALUE 'A'.
      *The charge-to code on an issue row (spaces for issues keyed
      *without one), the supplier on a return row, spaces
      *otherwise.
           05 WS-GLP-CODE PIC X(5).
           05 WS-GLP-QUANTITY PIC 9(9).
           05 WS-GLP-VALUE PIC S9(11)V99
              SIGN IS LEADING SEPARATE.
