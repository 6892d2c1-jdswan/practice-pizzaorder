      * it. The posting step applies the day's receipts to the        *
      * inventory master's on-hand balances through the same          *
      * prove-then-rewrite shape the usage run uses, so each record   *
      * here is also the audit line for its receipt. The extended     *
      * cost is the invoice line amount; the posting step re-averages *
      * the ingredient's unit cost from it. Zero means the slip came  *
      * without a price and the unit cost is left as it was.         *
      ******************************************************************
       01 RECEIVING-RECORD.
           05 RCV-DATE                 PIC 9(08).
           05 RCV-VENDOR               PIC X(12).
           05 RCV-INVOICE-NO           PIC X(12).
           05 RCV-USER                 PIC X(08).
           05 RCV-EXT-COST             PIC 9(05)V99.
