      * number. Carries the standing discount and the last few       *
      * baskets rung in so a regular can call back and say "same as  *
      * last time" instead of re-reciting a large order item by item. *
      * The loyalty points balance is what order entry has posted     *
      * (earned less redeemed, less points taken back by voids) and   *
      * the last order date is stamped by every ticket and scheduled  *
      * order the customer rings, for the lapsed-member list.         *
      * A tax-exempt customer carries the exemption certificate       *
      * number and expiry the same way a house account does.          *
      ******************************************************************
       01 CUSTOMER-RECORD.
           05 CUS-PHONE                PIC X(10).
                   15 CUS-RBI-TOPPINGS         PIC X(40).
                   15 CUS-RBI-HALF-NAME        PIC X(24).
                   15 CUS-RBI-HALF-TOPPINGS    PIC X(40).
           05 CUS-POINTS-BAL           PIC S9(07).
           05 CUS-LAST-ORDER-DATE      PIC 9(08).
           05 CUS-TAX-EXEMPT-SW        PIC X(01).
               88 CUS-TAX-EXEMPT           VALUE 'Y'.
           05 CUS-EXEMPT-CERT-NO       PIC X(15).
           05 CUS-EXEMPT-EXPIRY        PIC 9(08).
