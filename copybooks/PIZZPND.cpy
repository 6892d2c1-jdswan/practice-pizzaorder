      * flagged with its release date: the release step skips it and  *
      * the Z report uses it to reconcile prepaid cash that entered   *
      * the drawer on a different day than its tender record posts.  *
      * The clerk who took the order rides along so the released      *
      * order and tender records carry the person who rang it.        *
      * The loyalty points are posted to the customer when the order  *
      * is taken; the phone, points and points dollars ride along so  *
      * the released order records can be voided like any other.      *
      * The tax exemption honored when the order was taken rides      *
      * along the same way, onto the released order records.          *
      * An online order promised for later is held here too, tender   *
      * type 'O', with its aggregator source, order id and the        *
      * commission withheld riding along onto the released tender.    *
      ******************************************************************
       01 PENDING-RECORD.
           05 PND-ORDER-NO             PIC 9(05).
               10 PND-TOPPINGS             PIC X(40).
               10 PND-HALF-NAME            PIC X(24).
               10 PND-HALF-TOPPINGS        PIC X(40).
           05 PND-CLERK-NO             PIC 9(03).
           05 PND-CUST-PHONE           PIC X(10).
           05 PND-POINTS-EARNED        PIC 9(05).
           05 PND-POINTS-REDEEMED      PIC 9(05).
           05 PND-LOYALTY-AMT          PIC 9(05)V99.
           05 PND-TAX-EXEMPT-SW        PIC X(01).
           05 PND-EXEMPT-CERT-NO       PIC X(15).
           05 PND-EXEMPT-NAME          PIC X(24).
           05 PND-ONLINE-SOURCE        PIC X(03).
           05 PND-ONLINE-ORDER-ID      PIC X(12).
           05 PND-COMMISSION-AMT       PIC 9(05)V99.
