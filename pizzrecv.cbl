      * touches INV-ON-HAND - the posting step applies the day's      *
      * receipts through the same prove-then-rewrite shape the usage  *
      * run uses, so hand-editing INVFILE is no longer the only way   *
      * to book product in. The invoice line amount is keyed with     *
      * each receipt so the posting step can keep the ingredient's    *
      * unit cost current.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 WS-QTY-ENTRY             PIC 9(05)V99 VALUE 0.
           05 WS-VENDOR-ENTRY          PIC X(12) VALUE SPACES.
           05 WS-INVOICE-ENTRY         PIC X(12) VALUE SPACES.
           05 WS-COST-ENTRY            PIC 9(05)V99 VALUE 0.
           05 WS-RECEIPT-COUNT         PIC 9(03) VALUE 0.

       01 WS-INV-TABLE.
      * 1200-TAKE-ONE-RECEIPT - one pass per line on the delivery     *
      * slip. The ingredient is re-prompted until it is on the        *
      * master; the vendor defaults to the master's vendor when the   *
      * clerk enters through it. The line cost is the extended amount *
      * printed on the invoice for this line - zero when the slip     *
      * carries no price, which leaves the unit cost untouched.       *
      ******************************************************************
       1200-TAKE-ONE-RECEIPT.
           DISPLAY "---------------------------------------------".
           END-IF.
           DISPLAY "INVOICE NUMBER: ".
           ACCEPT WS-INVOICE-ENTRY.
           DISPLAY "INVOICE LINE COST (99999.99, 0 IF NOT PRICED): ".
           MOVE 0 TO WS-COST-ENTRY.
           ACCEPT WS-COST-ENTRY.
           IF WS-QTY-ENTRY = 0
               DISPLAY "** ZERO QUANTITY - RECEIPT NOT WRITTEN **"
           ELSE
           MOVE WS-VENDOR-ENTRY  TO RCV-VENDOR.
           MOVE WS-INVOICE-ENTRY TO RCV-INVOICE-NO.
           MOVE WS-OPERATOR-ID   TO RCV-USER.
           MOVE WS-COST-ENTRY    TO RCV-EXT-COST.
           WRITE RECEIVING-RECORD.
           ADD 1 TO WS-RECEIPT-COUNT.
           DISPLAY "RECEIPT RECORDED FOR NIGHTLY POSTING".
