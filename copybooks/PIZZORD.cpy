      * under its own ticket number, record type 'V', naming the      *
      * ticket it reverses and the manager's reason code; readers net *
      * a 'V' record against the sale it references.                  *
      * Every record carries the employee number of the clerk signed  *
      * on at the register that rang it; a 'V' record also carries    *
      * the manager who authorized the void (zero on a sale).         *
      * The loyalty fields are ticket-level like the discount: the    *
      * customer phone the points posted to, the points earned and    *
      * redeemed, and the dollars paid with points. Those dollars are *
      * already inside ORD-DISCOUNT-AMT, so every reader netting a    *
      * ticket keeps balancing; ORD-LOYALTY-AMT only breaks them out. *
      * A tax-exempt ticket is flagged, again ticket-level, with the  *
      * certificate number and holder it was honored for; its tax is  *
      * zero and the sales tax worksheet lists it by certificate.     *
      * A comp/remake (record type 'C') is product made again or      *
      * given at no charge after a complaint: one line per pie, at a  *
      * zero price so every reader counts it as a zero-dollar sale,   *
      * naming the ticket complained about, the complaint reason and  *
      * (on a delivery) the driver who ran the original. The menu     *
      * price it would have rung at rides ORD-COMP-PRICE so the GL    *
      * can post what was given away. Comp fields are zero/spaces on  *
      * a sale or void.                                               *
      ******************************************************************
       01 ORDER-RECORD.
           05 ORD-TICKET-NO            PIC 9(06).
           05 ORD-REC-TYPE             PIC X(01).
               88 ORD-SALE                 VALUES 'S' ' '.
               88 ORD-VOID                 VALUE 'V'.
               88 ORD-COMP                 VALUE 'C'.
           05 ORD-VOID-REF-TICKET      PIC 9(06).
           05 ORD-VOID-REASON          PIC X(03).
           05 ORD-ZONE-CODE            PIC X(03).
           05 ORD-PROMO-CODE           PIC X(08).
           05 ORD-PROMO-AMT            PIC 9(05)V99.
           05 ORD-STORE-NO             PIC 9(03).
           05 ORD-CLERK-NO             PIC 9(03).
           05 ORD-MGR-NO               PIC 9(03).
           05 ORD-CUST-PHONE           PIC X(10).
           05 ORD-POINTS-EARNED        PIC 9(05).
           05 ORD-POINTS-REDEEMED      PIC 9(05).
           05 ORD-LOYALTY-AMT          PIC 9(05)V99.
           05 ORD-TAX-EXEMPT-SW        PIC X(01).
               88 ORD-TAX-EXEMPT           VALUE 'Y'.
           05 ORD-EXEMPT-CERT-NO       PIC X(15).
           05 ORD-EXEMPT-NAME          PIC X(24).
           05 ORD-COMP-REF-TICKET      PIC 9(06).
           05 ORD-COMP-REASON          PIC X(03).
           05 ORD-COMP-DRIVER-NO       PIC 9(03).
           05 ORD-COMP-PRICE           PIC 9(03)V99.
