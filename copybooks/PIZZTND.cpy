      * the certificate number and how the buyer paid, so the drawer  *
      * report and the GL carry the liability instead of calling it   *
      * a sale.                                                       *
      * Every record carries the employee number of the clerk signed  *
      * on at the register that took or handed back the money.        *
      * An order taken in off an online or third-party ordering feed  *
      * is prepaid to the aggregator, tender type 'O': the money      *
      * never touches the drawer. The record carries the aggregator   *
      * source code, the aggregator's own order id and the commission *
      * it withholds, so the GL can book the commission and the       *
      * aggregator's statement can be ticked off; the three fields    *
      * are spaces/zero on every other tender type.                   *
      ******************************************************************
       01 TENDER-RECORD.
           05 TND-TICKET-NO            PIC 9(06).
               88 TND-CARD                 VALUE 'D'.
               88 TND-HOUSE                VALUE 'H'.
               88 TND-GIFT                 VALUE 'G'.
               88 TND-ONLINE               VALUE 'O'.
           05 TND-TICKET-TOTAL         PIC 9(05)V99.
           05 TND-TENDERED-AMT         PIC 9(05)V99.
           05 TND-CHANGE-AMT           PIC 9(05)V99.
           05 TND-ACCT-NO              PIC X(06).
           05 TND-CERT-NO              PIC X(06).
           05 TND-STORE-NO             PIC 9(03).
           05 TND-CLERK-NO             PIC 9(03).
           05 TND-ONLINE-SOURCE        PIC X(03).
           05 TND-ONLINE-ORDER-ID      PIC X(12).
           05 TND-COMMISSION-AMT       PIC 9(05)V99.
