      * run depletes and the reorder point that flags the purchasing  *
      * sheet, plus the vendor the ingredient is bought from and the  *
      * standard quantity to order, which the suggested-order         *
      * generator turns into a purchase order line. The unit cost is  *
      * the weighted average invoice cost per UOM, re-averaged by the *
      * receiving post each time product comes in with a cost.        *
      ******************************************************************
       01 INVENTORY-RECORD.
           05 INV-INGREDIENT           PIC X(20).
           05 INV-REORDER-POINT        PIC 9(05)V99.
           05 INV-VENDOR               PIC X(12).
           05 INV-ORDER-QTY            PIC 9(05)V99.
           05 INV-UNIT-COST            PIC 9(03)V9999.
