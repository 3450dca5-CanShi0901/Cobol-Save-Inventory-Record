      *Ledger journal line - the nightly feed finance loads into
      *the general ledger.  One line per account and kind of
      *movement, debit or credit, never both.  The night's debits
      *always equal its credits.
           05 WS-JNL-DATE PIC 9(8).
      *Which activity the line came from: M = the nightly merge,
      *P = physical count adjustments (the audit trail's count
      *apply source).
           05 WS-JNL-SOURCE PIC X(1).
           05 WS-JNL-ACCOUNT PIC X(10).
           05 WS-JNL-DEBIT-AMOUNT PIC 9(11)V99.
           05 WS-JNL-CREDIT-AMOUNT PIC 9(11)V99.
           05 WS-JNL-DESCRIPTION PIC X(20).
