      ******************************************************************
      * PIZZCST - Card processor settlement record layout. One record *
      * per item the processor settled in the night's batch file, as  *
      * it arrives from the processor: the register ticket number     *
      * passed along as the invoice reference, whether the item was a *
      * sale, a refund, or a chargeback against an earlier sale, the  *
      * amount (a sale includes the tip the slip was adjusted for)    *
      * and the fee the processor withheld for it.                    *
      ******************************************************************
       01 CARD-SETTLE-RECORD.
           05 CST-BATCH-NO             PIC X(06).
           05 CST-TRAN-DATE            PIC 9(08).
           05 CST-TICKET-NO            PIC 9(06).
           05 CST-TRAN-TYPE            PIC X(01).
               88 CST-SALE                 VALUE 'S'.
               88 CST-REFUND               VALUE 'R'.
               88 CST-CHARGEBACK           VALUE 'B'.
           05 CST-AMOUNT               PIC 9(05)V99.
           05 CST-FEE-AMT              PIC 9(03)V99.
           05 CST-CARD-LAST4           PIC X(04).
           05 CST-STORE-NO             PIC 9(03).
