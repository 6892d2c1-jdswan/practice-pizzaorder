      * restarts cleanly off CHKPOINT, so the shop drops it for the   *
      * minute a release takes - the twenty-minute lead means a few   *
      * runs an evening keep every same-day promise.                  *
      * Online orders PIZZINTK held for a later promise release the   *
      * same way; their prepaid online tender, aggregator order id    *
      * and commission ride onto the released tender record.          *
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  NEWPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWPEND-RECORD               PIC X(1600).

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE PND-PROMO-CODE               TO ORD-PROMO-CODE.
           MOVE PND-PROMO-AMT                TO ORD-PROMO-AMT.
           MOVE WS-STORE-NO                  TO ORD-STORE-NO.
           MOVE PND-CLERK-NO                 TO ORD-CLERK-NO.
           MOVE 0                            TO ORD-MGR-NO.
           MOVE PND-CUST-PHONE               TO ORD-CUST-PHONE.
           MOVE PND-POINTS-EARNED            TO ORD-POINTS-EARNED.
           MOVE PND-POINTS-REDEEMED          TO ORD-POINTS-REDEEMED.
           MOVE PND-LOYALTY-AMT              TO ORD-LOYALTY-AMT.
           MOVE PND-TAX-EXEMPT-SW            TO ORD-TAX-EXEMPT-SW.
           MOVE PND-EXEMPT-CERT-NO           TO ORD-EXEMPT-CERT-NO.
           MOVE PND-EXEMPT-NAME              TO ORD-EXEMPT-NAME.
           MOVE 0                            TO ORD-COMP-REF-TICKET.
           MOVE SPACES                       TO ORD-COMP-REASON.
           MOVE 0                            TO ORD-COMP-DRIVER-NO.
           MOVE 0                            TO ORD-COMP-PRICE.
           WRITE ORDER-RECORD.
       1320-END.

           MOVE PND-ACCT-NO      TO TND-ACCT-NO.
           MOVE SPACES           TO TND-CERT-NO.
           MOVE WS-STORE-NO      TO TND-STORE-NO.
           MOVE PND-CLERK-NO     TO TND-CLERK-NO.
           MOVE PND-ONLINE-SOURCE   TO TND-ONLINE-SOURCE.
           MOVE PND-ONLINE-ORDER-ID TO TND-ONLINE-ORDER-ID.
           MOVE PND-COMMISSION-AMT  TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1330-END.

