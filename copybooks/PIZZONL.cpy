      ******************************************************************
      * PIZZONL - Online order feed record layout. One record per     *
      * order taken on the web site or by a third-party aggregator,   *
      * dropped for the intake step (PIZZINTK) to ring in. The        *
      * source is the aggregator's code (WEB for our own site) and    *
      * the order id is the aggregator's own, so an order fed twice   *
      * is caught and the aggregator's statement can be matched back. *
      * The feed carries what the customer ordered, not prices: the   *
      * intake prices every line off PRICEFIL and the delivery fee    *
      * off ZONEFILE the way the register would, and the total the    *
      * aggregator says it collected must agree. The commission is    *
      * what the aggregator withholds from what it remits to us. A    *
      * zero promised date/time means as soon as possible. The basket *
      * holds up to ten lines, the same cap the pending file carries. *
      ******************************************************************
       01 ONLINE-ORDER-RECORD.
           05 ONL-SOURCE               PIC X(03).
           05 ONL-ORDER-ID             PIC X(12).
           05 ONL-RECEIVED-DATE        PIC 9(08).
           05 ONL-RECEIVED-TIME        PIC 9(06).
           05 ONL-PROMISED-DATE        PIC 9(08).
           05 ONL-PROMISED-TIME        PIC 9(04).
           05 ONL-ORDER-TYPE           PIC X(01).
               88 ONL-CARRYOUT             VALUE 'C'.
               88 ONL-DELIVERY             VALUE 'L'.
           05 ONL-CUST-NAME            PIC X(24).
           05 ONL-DELIV-ADDR           PIC X(30).
           05 ONL-DELIV-PHONE          PIC X(10).
           05 ONL-ZONE-CODE            PIC X(03).
           05 ONL-PAID-TOTAL           PIC 9(05)V99.
           05 ONL-COMMISSION-AMT       PIC 9(05)V99.
           05 ONL-ITEM-COUNT           PIC 9(02).
           05 ONL-ITEM OCCURS 10 TIMES INDEXED BY ONL-ITEM-IDX.
               10 ONL-ITEM-NAME            PIC X(24).
               10 ONL-ITEM-SIZE            PIC X(01).
               10 ONL-ITEM-QTY             PIC 9(02).
               10 ONL-TOPPINGS             PIC X(40).
               10 ONL-HALF-NAME            PIC X(24).
               10 ONL-HALF-TOPPINGS        PIC X(40).
