      ******************************************************************
      * PIZZCMP - Customer complaint log record layout. One record    *
      * per comp/remake ticket the register rings, appended to a log  *
      * that is never rotated with ORDERFIL, so the weekly complaint  *
      * report can always see a full week. It names the no-charge     *
      * ticket and the ticket complained about (with the time that    *
      * one was rung, which sets the daypart), the reason code, the   *
      * delivery zone and the driver who ran the original, the pies   *
      * and menu dollars given away, and the manager's note of what   *
      * the customer said.                                            *
      ******************************************************************
       01 COMPLAINT-RECORD.
           05 CMP-COMP-DATE            PIC 9(08).
           05 CMP-COMP-TIME            PIC 9(06).
           05 CMP-COMP-TICKET-NO       PIC 9(06).
           05 CMP-ORIG-TICKET-NO       PIC 9(06).
           05 CMP-ORIG-TIME            PIC 9(06).
           05 CMP-REASON               PIC X(03).
               88 CMP-BURNED               VALUE 'BRN'.
               88 CMP-WRONG-ORDER          VALUE 'WRG'.
               88 CMP-LATE                 VALUE 'LAT'.
               88 CMP-COLD                 VALUE 'CLD'.
               88 CMP-MISSING-ITEM         VALUE 'MIS'.
               88 CMP-OTHER                VALUE 'OTH'.
           05 CMP-ORDER-TYPE           PIC X(01).
               88 CMP-DELIVERY             VALUE 'L'.
           05 CMP-ZONE-CODE            PIC X(03).
           05 CMP-DRIVER-NO            PIC 9(03).
           05 CMP-CUST-PHONE           PIC X(10).
           05 CMP-PIES                 PIC 9(03).
           05 CMP-COMP-AMT             PIC 9(05)V99.
           05 CMP-STORE-NO             PIC 9(03).
           05 CMP-CLERK-NO             PIC 9(03).
           05 CMP-MGR-NO               PIC 9(03).
           05 CMP-NOTE                 PIC X(30).
