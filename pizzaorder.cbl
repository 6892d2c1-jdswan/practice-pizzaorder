               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

           SELECT DRIVER-FILE ASSIGN TO "DRIVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-FILE-STATUS.

           SELECT COMPLAINT-FILE ASSIGN TO "COMPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZEMP.

       FD  LOYALTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLOY.

       FD  DRIVER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZDRV.

       FD  COMPLAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCMP.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * PIZZA-MENU - pizza names and per-size prices, loaded from      *
       01 WS-RECEIPT-TOTAL-LINE.
           05 WS-RT-LABEL          PIC X(12).
           05 WS-RT-AMOUNT         PIC ZZZZ9.99.
       01 WS-RECEIPT-POINTS-LINE.
           05 WS-RP-LABEL          PIC X(12).
           05 WS-RP-POINTS         PIC ZZZ,ZZ9-.
       01 WS-KITCHEN-HEADING.
           05 FILLER             PIC X(15) VALUE "KITCHEN TICKET#".
           05 WS-KH-TICKET-NO    PIC ZZZZZ9.
           05 WS-BUSDATE-STATUS PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK             VALUE "00".
               88 WS-BUSDATE-MISSING        VALUE "35".
           05 WS-EMPLOYEE-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-EMPLOYEE-FILE-OK       VALUE "00".
               88 WS-EMPLOYEE-FILE-EOF      VALUE "10".
               88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".
           05 WS-LOYALTY-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-LOYALTY-FILE-OK        VALUE "00".
               88 WS-LOYALTY-FILE-NOT-FOUND VALUE "35".
           05 WS-DRIVER-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-DRIVER-FILE-OK         VALUE "00".
               88 WS-DRIVER-FILE-EOF        VALUE "10".
               88 WS-DRIVER-FILE-NOT-FOUND  VALUE "35".
           05 WS-COMPLAINT-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-COMPLAINT-FILE-OK      VALUE "00".
               88 WS-COMPLAINT-FILE-NOT-FOUND VALUE "35".
           05 WS-BUS-DATE       PIC 9(08) VALUE 0.
           05 WS-STORE-NO       PIC 9(03) VALUE 1.
           05 WS-BASKET-COUNT   PIC 99    VALUE 0    COMP.
               88 WS-TENDER-CARD             VALUE 'D'.
               88 WS-TENDER-HOUSE            VALUE 'H'.
               88 WS-TENDER-GIFT             VALUE 'G'.
               88 WS-TENDER-ONLINE           VALUE 'O'.
           05 WS-TENDERED-AMT   PIC 9(05)V99 VALUE 0.
           05 WS-CHANGE-AMT     PIC 9(05)V99 VALUE 0.
           05 WS-TENDER-PORTION-AMT PIC 9(05)V99 VALUE 0.
               88 WS-VOID-MODE               VALUE 'V'.
               88 WS-SCHEDULE-MODE           VALUE 'S'.
               88 WS-GIFTSALE-MODE           VALUE 'G'.
               88 WS-CLERK-CHANGE-MODE       VALUE 'K'.
               88 WS-COMP-MODE               VALUE 'C'.
           05 WS-VOID-TICKET-ENTRY PIC 9(06) VALUE 0.
           05 WS-VOID-REASON-ENTRY PIC X(03) VALUE SPACES.
           05 WS-VOID-FOUND-SW  PIC X(01) VALUE 'N'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SP-TIME         PIC 9(04).

      ******************************************************************
      * WS-CLERK-AREAS - the clerk signed on at this register and the *
      * manager who authorized the void being rung, kept in their own *
      * group the way WS-RECEIPT-AREAS is. Both are employee numbers  *
      * off the employee master, loaded at startup like the zone      *
      * table; every order and tender record carries the clerk.       *
      ******************************************************************
       01 WS-CLERK-AREAS.
           05 WS-CLERK-NO       PIC 9(03) VALUE 0.
           05 WS-CLERK-NAME     PIC X(24) VALUE SPACES.
           05 WS-MGR-NO         PIC 9(03) VALUE 0.
           05 WS-EMP-NO-ENTRY   PIC 9(03) VALUE 0.
           05 WS-CLERK-COUNT    PIC 9(03) VALUE 0    COMP.
           05 WS-CLERK-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-CLERK-FOUND             VALUE 'Y'.
           05 WS-MGR-FOUND-SW   PIC X(01) VALUE 'N'.
               88 WS-MGR-FOUND               VALUE 'Y'.

       01 WS-CLERK-TABLE.
           05 WS-CLERK-ENTRY OCCURS 100 TIMES INDEXED BY WS-CLK-IDX.
               10 WS-CLK-NO         PIC 9(03) VALUE 0.
               10 WS-CLK-NAME       PIC X(24) VALUE SPACES.
               10 WS-CLK-JOB        PIC X(01) VALUE SPACE.

      ******************************************************************
      * WS-LOYALTY-AREAS - the points this ticket earns and redeems   *
      * and the dollars the redemption takes off, kept in their own   *
      * group the way WS-RECEIPT-AREAS is. The earn and redemption    *
      * rates are loaded from LOYLFILE at startup like the tax rate,  *
      * keeping the compiled-in defaults if the file isn't there.     *
      ******************************************************************
       01 WS-LOYALTY-AREAS.
           05 WS-LOY-EARN-RATE  PIC 9(02) VALUE 1.
           05 WS-LOY-PTS-PER-DOLLAR PIC 9(03) VALUE 20.
           05 WS-LOY-FREE-PIZZA-PTS PIC 9(05) VALUE 250.
           05 WS-LOYALTY-AMT    PIC 9(05)V99 VALUE 0.
           05 WS-POINTS-EARNED  PIC 9(05) VALUE 0.
           05 WS-POINTS-REDEEMED PIC 9(05) VALUE 0.
           05 WS-REDEEM-CHOICE  PIC X(01) VALUE 'N'.
               88 WS-REDEEM-FREE-PIZZA       VALUE 'F'.
               88 WS-REDEEM-DOLLARS-OFF      VALUE 'D'.
           05 WS-REDEEM-ROOM    PIC 9(05)V99 VALUE 0.
           05 WS-REDEEM-MAX-DOLLARS PIC 9(05) VALUE 0.
           05 WS-REDEEM-DOLLAR-ENTRY PIC 9(03) VALUE 0.
           05 WS-FREE-PIZZA-AMT PIC 9(03)V99 VALUE 0.
           05 WS-WHOLE-DOLLARS  PIC 9(05) VALUE 0.
           05 WS-POINTS-DISPLAY PIC ZZZ,ZZ9-.

      ******************************************************************
      * WS-EXEMPT-AREAS - the sales tax exemption honored on this     *
      * ticket, if any: the certificate and the name of the house     *
      * account or customer holding it, stamped on every order line   *
      * so the month-end tax worksheet can list it by certificate.    *
      ******************************************************************
       01 WS-EXEMPT-AREAS.
           05 WS-TAX-EXEMPT-SW  PIC X(01) VALUE 'N'.
               88 WS-TAX-EXEMPT              VALUE 'Y'.
           05 WS-EXEMPT-CERT-NO PIC X(15) VALUE SPACES.
           05 WS-EXEMPT-NAME    PIC X(24) VALUE SPACES.
           05 WS-EXEMPT-ASK-SW  PIC X(01) VALUE 'N'.
               88 WS-EXEMPT-ASKED            VALUE 'Y'.
           05 WS-EXEMPT-ACCT-ENTRY PIC X(06) VALUE SPACES.

      ******************************************************************
      * WS-COMP-AREAS - the complaint being made good on a comp or    *
      * remake: the reason code, the manager's note of what the       *
      * customer said, the driver who ran the original and the time   *
      * it was rung, and the pies and menu dollars given away. The    *
      * driver table is loaded from DRIVFILE at startup like the      *
      * clerk table.                                                  *
      ******************************************************************
       01 WS-COMP-AREAS.
           05 WS-COMP-REASON-ENTRY PIC X(03) VALUE SPACES.
               88 WS-COMP-REASON-VALID      VALUES 'BRN' 'WRG' 'LAT'
                                                   'CLD' 'MIS' 'OTH'.
           05 WS-COMP-NOTE      PIC X(30) VALUE SPACES.
           05 WS-COMP-DRIVER-NO PIC 9(03) VALUE 0.
           05 WS-ORIG-ORDER-TIME PIC 9(06) VALUE 0.
           05 WS-COMP-ORIG-COUNT PIC 99   VALUE 0    COMP.
           05 WS-COMP-LINE-COUNT PIC 99   VALUE 0    COMP.
           05 WS-COMP-SUB       PIC 99    VALUE 0    COMP.
           05 WS-COMP-PIES      PIC 9(03) VALUE 0.
           05 WS-COMP-VALUE-AMT PIC 9(05)V99 VALUE 0.
           05 WS-DRIVER-COUNT   PIC 9(03) VALUE 0    COMP.
           05 WS-DRIVER-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-DRIVER-FOUND            VALUE 'Y'.

       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 20 TIMES INDEXED BY WS-DRV-IDX.
               10 WS-DRV-NO         PIC 9(03) VALUE 0.
               10 WS-DRV-NAME       PIC X(24) VALUE SPACES.

       01 WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 20 TIMES.
               10 WS-PRM-CODE       PIC X(08) VALUE SPACES.
           END-IF.
           PERFORM 1150-LOAD-PRICE-TABLE.
           PERFORM 1160-LOAD-TAX-RATE.
           PERFORM 1165-LOAD-LOYALTY-CONTROL.
           PERFORM 1170-OPEN-CUSTOMER-FILE.
           PERFORM 1180-LOAD-CHECKPOINT.
           PERFORM 1190-LOAD-ZONE-TABLE.
           END-IF.
           OPEN OUTPUT RECEIPT-FILE.
           OPEN OUTPUT KITCHEN-FILE.
           PERFORM 1120-LOAD-CLERK-TABLE.
           PERFORM 1125-LOAD-DRIVER-TABLE.
           PERFORM 1130-SIGN-ON-CLERK.
       1100-END.

      ******************************************************************
           END-IF.
       1105-END.

      ******************************************************************
      * 1120-LOAD-CLERK-TABLE - load the active employees off the     *
      * employee master the way 1190 loads zones, so a clerk or       *
      * manager number can be checked at the keyboard. A missing      *
      * EMPFILE leaves the table empty and the numbers keyed are      *
      * taken unvalidated rather than refusing the sale - the same    *
      * keep-selling safety net the house account master gets.        *
      ******************************************************************
       1120-LOAD-CLERK-TABLE.
           MOVE 0 TO WS-CLERK-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "** EMPFILE NOT FOUND - CLERK NUMBERS NOT "
                   "CHECKED **"
           ELSE
               PERFORM 1121-READ-EMPLOYEE-FILE
               PERFORM 1122-LOAD-ONE-CLERK
                   UNTIL WS-EMPLOYEE-FILE-EOF
                   OR WS-CLERK-COUNT >= 100
               CLOSE EMPLOYEE-FILE
           END-IF.
       1120-END.

       1121-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE
               AT END SET WS-EMPLOYEE-FILE-EOF TO TRUE
           END-READ.
       1121-END.

       1122-LOAD-ONE-CLERK.
           IF EMP-ACTIVE
               ADD 1 TO WS-CLERK-COUNT
               MOVE EMP-EMPLOYEE-NO TO WS-CLK-NO (WS-CLERK-COUNT)
               MOVE EMP-NAME        TO WS-CLK-NAME (WS-CLERK-COUNT)
               MOVE EMP-JOB-CODE    TO WS-CLK-JOB (WS-CLERK-COUNT)
           END-IF.
           PERFORM 1121-READ-EMPLOYEE-FILE.
       1122-END.

      ******************************************************************
      * 1125-LOAD-DRIVER-TABLE - load the driver master the way 1120  *
      * loads employees, so the driver named on a delivery comp can   *
      * be checked. Drivers who have since left are loaded too - the  *
      * complaint may be about a run made before they went. A missing *
      * DRIVFILE leaves the table empty and the number keyed is taken *
      * unvalidated.                                                  *
      ******************************************************************
       1125-LOAD-DRIVER-TABLE.
           MOVE 0 TO WS-DRIVER-COUNT.
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-FILE-NOT-FOUND
               DISPLAY "** DRIVFILE NOT FOUND - DRIVER NUMBERS NOT "
                   "CHECKED **"
           ELSE
               PERFORM 1126-READ-DRIVER-FILE
               PERFORM 1127-LOAD-ONE-DRIVER
                   UNTIL WS-DRIVER-FILE-EOF
                   OR WS-DRIVER-COUNT >= 20
               CLOSE DRIVER-FILE
           END-IF.
       1125-END.

       1126-READ-DRIVER-FILE.
           READ DRIVER-FILE
               AT END SET WS-DRIVER-FILE-EOF TO TRUE
           END-READ.
       1126-END.

       1127-LOAD-ONE-DRIVER.
           ADD 1 TO WS-DRIVER-COUNT.
           MOVE DRV-DRIVER-NO TO WS-DRV-NO (WS-DRIVER-COUNT).
           MOVE DRV-NAME      TO WS-DRV-NAME (WS-DRIVER-COUNT).
           PERFORM 1126-READ-DRIVER-FILE.
       1127-END.

      ******************************************************************
      * 1130-SIGN-ON-CLERK - nothing rings until a clerk signs on.    *
      * The number is re-prompted until it is an active employee, and *
      * stays signed on until the next K at the mode prompt hands the *
      * register to someone else.                                     *
      ******************************************************************
       1130-SIGN-ON-CLERK.
           DISPLAY "CLERK SIGN-ON - EMPLOYEE NUMBER: ".
           ACCEPT WS-EMP-NO-ENTRY.
           PERFORM 1131-LOOK-UP-CLERK.
           PERFORM 1132-REPROMPT-CLERK UNTIL WS-CLERK-FOUND.
           MOVE WS-EMP-NO-ENTRY TO WS-CLERK-NO.
           IF WS-CLERK-COUNT = 0
               MOVE SPACES TO WS-CLERK-NAME
           ELSE
               MOVE WS-CLK-NAME (WS-CLK-IDX) TO WS-CLERK-NAME
           END-IF.
           DISPLAY "SIGNED ON: " WS-CLERK-NO " " WS-CLERK-NAME.
       1130-END.

      ******************************************************************
      * 1131-LOOK-UP-CLERK - an active employee on the loaded table,  *
      * or any non-zero number when the master was not there to load. *
      * A manager number is looked up the same way; 1301 then checks  *
      * the job code on the entry it lands on.                        *
      ******************************************************************
       1131-LOOK-UP-CLERK.
           MOVE 'N' TO WS-CLERK-FOUND-SW.
           EVALUATE TRUE
               WHEN WS-EMP-NO-ENTRY = 0
                   CONTINUE
               WHEN WS-CLERK-COUNT = 0
                   MOVE 'Y' TO WS-CLERK-FOUND-SW
               WHEN OTHER
                   SET WS-CLK-IDX TO 1
                   SEARCH WS-CLERK-ENTRY
                       WHEN WS-CLK-NO (WS-CLK-IDX) = WS-EMP-NO-ENTRY
                           MOVE 'Y' TO WS-CLERK-FOUND-SW
                   END-SEARCH
           END-EVALUATE.
       1131-END.

       1132-REPROMPT-CLERK.
           DISPLAY "** NOT AN ACTIVE EMPLOYEE ON THE MASTER **".
           DISPLAY "CLERK SIGN-ON - EMPLOYEE NUMBER: ".
           ACCEPT WS-EMP-NO-ENTRY.
           PERFORM 1131-LOOK-UP-CLERK.
       1132-END.

      ******************************************************************
      * 1150-LOAD-PRICE-TABLE - seed the seven pizza names and their   *
      * compiled-in default prices, then read PRICE-FILE and let any   *
           END-IF.
       1160-END.

      ******************************************************************
      * 1165-LOAD-LOYALTY-CONTROL - pick up the points earn rate, the *
      * points a dollar off costs and the points a free pizza costs   *
      * from LOYLFILE the way 1160 picks up the tax rate. A record    *
      * with no points-per-dollar rate is ignored - it would divide   *
      * every dollars-off redemption by zero.                         *
      ******************************************************************
       1165-LOAD-LOYALTY-CONTROL.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ LOYALTY-FILE
                   NOT AT END
                       IF LOY-PTS-PER-DOLLAR > 0
                           MOVE LOY-EARN-RATE TO WS-LOY-EARN-RATE
                           MOVE LOY-PTS-PER-DOLLAR
                               TO WS-LOY-PTS-PER-DOLLAR
                           MOVE LOY-FREE-PIZZA-PTS
                               TO WS-LOY-FREE-PIZZA-PTS
                       END-IF
               END-READ
               CLOSE LOYALTY-FILE
           END-IF.
       1165-END.

      ******************************************************************
      * 1170-OPEN-CUSTOMER-FILE - the customer master carries forward  *
      * from one day's run to the next, so create it the first time    *
      * goes to the pending file and the kitchen ticket fires when    *
      * the release step sees the window come up. G sells a paper     *
      * gift certificate - a liability on the certificate master,    *
      * not a sale. K signs the current clerk off and the next one on *
      * at a shift change without closing the register. C makes good  *
      * on a complaint by remaking or comping pies off an earlier     *
      * ticket at no charge.                                          *
      ******************************************************************
       1200-RUN-LOOP.
           DISPLAY "RING, SCHEDULE, VOID, COMP, SELL A GIFT CERT, OR "
               "CHANGE CLERK? O/S/V/C/G/K: ".
           ACCEPT WS-MODE-CHOICE.
           EVALUATE TRUE
               WHEN WS-CLERK-CHANGE-MODE
                   DISPLAY "SIGNED OFF: " WS-CLERK-NO
                   PERFORM 1130-SIGN-ON-CLERK
               WHEN WS-VOID-MODE
                   PERFORM 1300-VOID-TICKET
               WHEN WS-COMP-MODE
                   PERFORM 1700-COMP-TICKET
               WHEN WS-SCHEDULE-MODE
                   PERFORM 1500-SCHEDULE-ORDER
               WHEN WS-GIFTSALE-MODE
           MOVE 0 TO WS-DELIV-FEE.
           MOVE SPACES TO WS-PROMO-CODE WS-COUPON-ENTRY.
           MOVE 0 TO WS-PROMO-AMT.
           MOVE 0 TO WS-LOYALTY-AMT WS-POINTS-EARNED WS-POINTS-REDEEMED.
           MOVE 'N' TO WS-TAX-EXEMPT-SW.
           MOVE SPACES TO WS-EXEMPT-CERT-NO WS-EXEMPT-NAME.
       1210-END.

      ******************************************************************
      * 1205-LOOKUP-CUSTOMER - look the caller up by phone number so   *
      * the clerk can greet a regular by name and offer their standing *
      * discount. A blank phone number rings the order up as a walk-in.*
      * Only a customer with a phone number on the ticket earns or    *
      * redeems loyalty points.                                       *
      ******************************************************************
       1205-LOOKUP-CUSTOMER.
           DISPLAY "PHONE NUMBER (BLANK TO SKIP): ".
           DISPLAY "WELCOME BACK " CUS-NAME.
           MOVE CUS-DISCOUNT-PCT TO WS-DISCOUNT-DISPLAY.
           DISPLAY "STANDING DISCOUNT: " WS-DISCOUNT-DISPLAY "%".
           MOVE CUS-POINTS-BAL TO WS-POINTS-DISPLAY.
           DISPLAY "LOYALTY POINTS:    " WS-POINTS-DISPLAY.
           IF CUS-RECALL-COUNT > 0
               DISPLAY "SAME AS LAST TIME? Y/N: "
               ACCEPT WS-SAME-AS-LAST-SW
           MOVE WS-PHONE-ENTRY TO CUS-PHONE.
           MOVE 0 TO CUS-DISCOUNT-PCT.
           MOVE 0 TO CUS-RECALL-COUNT.
           MOVE 0 TO CUS-POINTS-BAL.
           MOVE 0 TO CUS-LAST-ORDER-DATE.
           MOVE 'N' TO CUS-TAX-EXEMPT-SW.
           MOVE SPACES TO CUS-EXEMPT-CERT-NO.
           MOVE 0 TO CUS-EXEMPT-EXPIRY.
       1208-END.

      ******************************************************************
      * pie with size and toppings, and a half-and-half shown as two   *
      * separate make instructions. The order type (and drop address   *
      * on a delivery) tells the kitchen whether it is boxing for a    *
      * driver or plating for a table. A remake says so, and names    *
      * the ticket it replaces.                                        *
      ******************************************************************
       1246-PRINT-KITCHEN-TICKET.
           MOVE WS-TICKET-NO TO WS-KH-TICKET-NO.
           WRITE KITCHEN-LINE.
           MOVE WS-KITCHEN-HEADING TO KITCHEN-LINE.
           WRITE KITCHEN-LINE.
           IF WS-COMP-MODE
               MOVE SPACES TO KITCHEN-LINE
               STRING "NO CHARGE REMAKE OF TICKET# "
                   WS-VOID-TICKET-ENTRY
                   DELIMITED BY SIZE INTO KITCHEN-LINE
               WRITE KITCHEN-LINE
           END-IF.
           IF WS-IS-DELIVERY
               MOVE SPACES TO KITCHEN-LINE
               STRING "DELIVER TO: " WS-DELIV-ADDR

      ******************************************************************
      * 1250-COMPUTE-TOTALS - subtotal the basket, apply the tax rate *
      * and roll up the ticket total. Points redeemed come off after  *
      * the promotion and before tax, and ride inside the discount    *
      * so the ticket nets the same way everywhere downstream; the    *
      * points the ticket earns are figured on what is left. A ticket *
      * sold under a tax exemption certificate in force carries no    *
      * tax.                                                          *
      ******************************************************************
       1250-COMPUTE-TOTALS.
           MOVE 0 TO WS-SUBTOTAL-AMT.
               MOVE 0 TO WS-DISCOUNT-AMT
           END-IF.
           PERFORM 1400-APPLY-PROMOTIONS.
           MOVE 0 TO WS-LOYALTY-AMT WS-POINTS-REDEEMED.
           IF WS-CUSTOMER-FOUND
               PERFORM 1410-OFFER-POINTS-REDEMPTION
           END-IF.
           ADD WS-LOYALTY-AMT TO WS-DISCOUNT-AMT.
           PERFORM 1420-COMPUTE-POINTS-EARNED.
           PERFORM 1252-CHECK-TAX-EXEMPT.
           IF WS-TAX-EXEMPT
               MOVE 0 TO WS-TAX-AMT
           ELSE
               COMPUTE WS-TAX-AMT ROUNDED =
                   (WS-SUBTOTAL-AMT - WS-DISCOUNT-AMT - WS-PROMO-AMT)
                   * WS-TAX-RATE
           END-IF.
           COMPUTE WS-TOTAL-AMT =
               WS-SUBTOTAL-AMT - WS-DISCOUNT-AMT - WS-PROMO-AMT
               + WS-TAX-AMT + WS-DELIV-FEE.
                  WS-ITEM-QTY (WS-ITEM-IDX)).
       1251-END.

      ******************************************************************
      * 1252-CHECK-TAX-EXEMPT - a customer on file flagged exempt is  *
      * honored without asking; otherwise the clerk is asked whether  *
      * the ticket is for a tax-exempt house account, and the account *
      * keyed must be on the house master, flagged exempt, and hold a *
      * certificate that has not expired by the order date (a zero    *
      * expiry never lapses). Anything short of that charges the tax  *
      * and says why, so the clerk can tell the buyer at the counter. *
      ******************************************************************
       1252-CHECK-TAX-EXEMPT.
           MOVE 'N' TO WS-TAX-EXEMPT-SW.
           MOVE SPACES TO WS-EXEMPT-CERT-NO WS-EXEMPT-NAME.
           IF WS-CUSTOMER-FOUND AND CUS-TAX-EXEMPT
               PERFORM 1253-CHECK-CUSTOMER-EXEMPT
           END-IF.
           IF WS-HOUSE-OPEN AND NOT WS-TAX-EXEMPT
               DISPLAY "TAX-EXEMPT HOUSE ACCOUNT? Y/N: "
               MOVE 'N' TO WS-EXEMPT-ASK-SW
               ACCEPT WS-EXEMPT-ASK-SW
               IF WS-EXEMPT-ASKED
                   PERFORM 1254-CHECK-HOUSE-EXEMPT
               END-IF
           END-IF.
       1252-END.

       1253-CHECK-CUSTOMER-EXEMPT.
           IF CUS-EXEMPT-EXPIRY > 0
                   AND CUS-EXEMPT-EXPIRY < WS-ORDER-DATE
               DISPLAY "** EXEMPTION CERTIFICATE " CUS-EXEMPT-CERT-NO
                   " EXPIRED " CUS-EXEMPT-EXPIRY " - TAX CHARGED **"
           ELSE
               MOVE 'Y' TO WS-TAX-EXEMPT-SW
               MOVE CUS-EXEMPT-CERT-NO TO WS-EXEMPT-CERT-NO
               MOVE CUS-NAME           TO WS-EXEMPT-NAME
               DISPLAY "TAX EXEMPT - CERTIFICATE " WS-EXEMPT-CERT-NO
           END-IF.
       1253-END.

       1254-CHECK-HOUSE-EXEMPT.
           DISPLAY "EXEMPT HOUSE ACCOUNT NUMBER: ".
           MOVE SPACES TO WS-EXEMPT-ACCT-ENTRY.
           ACCEPT WS-EXEMPT-ACCT-ENTRY.
           MOVE WS-EXEMPT-ACCT-ENTRY TO HSE-ACCT-NO.
           READ HOUSE-FILE
               INVALID KEY
                   DISPLAY "** NOT AN ACCOUNT ON THE HOUSE MASTER - "
                       "TAX CHARGED **"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT HSE-TAX-EXEMPT
                           DISPLAY "** " HSE-NAME " IS NOT TAX "
                               "EXEMPT - TAX CHARGED **"
                       WHEN HSE-EXEMPT-EXPIRY > 0
                               AND HSE-EXEMPT-EXPIRY < WS-ORDER-DATE
                           DISPLAY "** EXEMPTION CERTIFICATE "
                               HSE-EXEMPT-CERT-NO " EXPIRED "
                               HSE-EXEMPT-EXPIRY " - TAX CHARGED **"
                       WHEN OTHER
                           MOVE 'Y' TO WS-TAX-EXEMPT-SW
                           MOVE HSE-EXEMPT-CERT-NO TO WS-EXEMPT-CERT-NO
                           MOVE HSE-NAME           TO WS-EXEMPT-NAME
                           DISPLAY "TAX EXEMPT - " HSE-NAME
                               " CERTIFICATE " WS-EXEMPT-CERT-NO
                   END-EVALUATE
           END-READ.
       1254-END.

      ******************************************************************
      * 1259-PRINT-EXEMPT-LINE - an exempt ticket shows the           *
      * certificate it was sold under, for the buyer's records.       *
      ******************************************************************
       1259-PRINT-EXEMPT-LINE.
           IF WS-TAX-EXEMPT
               MOVE SPACES TO RECEIPT-LINE
               STRING "TAX EXEMPT CERT " WS-EXEMPT-CERT-NO
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
       1259-END.


      ******************************************************************
      * 1260-PRINT-RECEIPT - write an itemized receipt, with subtotal, *
           MOVE WS-SUBTOTAL-AMT TO WS-RT-AMOUNT.
           MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF WS-DISCOUNT-AMT > WS-LOYALTY-AMT
               MOVE "DISCOUNT" TO WS-RT-LABEL
               COMPUTE WS-RT-AMOUNT = WS-DISCOUNT-AMT - WS-LOYALTY-AMT
               MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           IF WS-LOYALTY-AMT > 0
               MOVE "POINTS DISC" TO WS-RT-LABEL
               MOVE WS-LOYALTY-AMT TO WS-RT-AMOUNT
               MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
           MOVE WS-TAX-AMT      TO WS-RT-AMOUNT.
           MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           PERFORM 1259-PRINT-EXEMPT-LINE.
           MOVE "TOTAL"      TO WS-RT-LABEL.
           MOVE WS-TOTAL-AMT    TO WS-RT-AMOUNT.
           MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           PERFORM 1258-PRINT-POINTS-LINES.
       1260-END.

      ******************************************************************
      * 1258-PRINT-POINTS-LINES - a customer on file sees the points  *
      * this ticket earned and the balance it leaves them with.       *
      ******************************************************************
       1258-PRINT-POINTS-LINES.
           IF WS-PHONE-ENTRY = SPACES
               CONTINUE
           ELSE
               IF WS-POINTS-REDEEMED > 0
                   MOVE "PTS REDEEMED" TO WS-RP-LABEL
                   MOVE WS-POINTS-REDEEMED TO WS-RP-POINTS
                   MOVE WS-RECEIPT-POINTS-LINE TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
               END-IF
               MOVE "PTS EARNED" TO WS-RP-LABEL
               MOVE WS-POINTS-EARNED TO WS-RP-POINTS
               MOVE WS-RECEIPT-POINTS-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE "PTS BALANCE" TO WS-RP-LABEL
               COMPUTE WS-RP-POINTS = CUS-POINTS-BAL
                   - WS-POINTS-REDEEMED + WS-POINTS-EARNED
               MOVE WS-RECEIPT-POINTS-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
       1258-END.

       1261-PRINT-ONE-RECEIPT-LINE.
           MOVE WS-ITEM-QTY  (WS-ITEM-IDX) TO WS-RI-QTY.
           MOVE WS-ITEM-NAME (WS-ITEM-IDX) TO WS-RI-NAME.
           END-IF.
           MOVE SPACES TO TND-CERT-NO.
           MOVE WS-STORE-NO     TO TND-STORE-NO.
           MOVE WS-CLERK-NO     TO TND-CLERK-NO.
           MOVE SPACES TO TND-ONLINE-SOURCE TND-ONLINE-ORDER-ID.
           MOVE 0      TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1268-END.

           MOVE SPACES              TO TND-ACCT-NO.
           MOVE WS-CERT-ENTRY       TO TND-CERT-NO.
           MOVE WS-STORE-NO     TO TND-STORE-NO.
           MOVE WS-CLERK-NO     TO TND-CLERK-NO.
           MOVE SPACES TO TND-ONLINE-SOURCE TND-ONLINE-ORDER-ID.
           MOVE 0      TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1277-END.

           MOVE WS-PROMO-CODE                TO ORD-PROMO-CODE.
           MOVE WS-PROMO-AMT                 TO ORD-PROMO-AMT.
           MOVE WS-STORE-NO                  TO ORD-STORE-NO.
           MOVE WS-CLERK-NO                  TO ORD-CLERK-NO.
           MOVE 0                            TO ORD-MGR-NO.
           MOVE WS-PHONE-ENTRY               TO ORD-CUST-PHONE.
           MOVE WS-POINTS-EARNED             TO ORD-POINTS-EARNED.
           MOVE WS-POINTS-REDEEMED           TO ORD-POINTS-REDEEMED.
           MOVE WS-LOYALTY-AMT               TO ORD-LOYALTY-AMT.
           MOVE WS-TAX-EXEMPT-SW             TO ORD-TAX-EXEMPT-SW.
           MOVE WS-EXEMPT-CERT-NO            TO ORD-EXEMPT-CERT-NO.
           MOVE WS-EXEMPT-NAME               TO ORD-EXEMPT-NAME.
           MOVE 0                            TO ORD-COMP-REF-TICKET.
           MOVE SPACES                       TO ORD-COMP-REASON.
           MOVE 0                            TO ORD-COMP-DRIVER-NO.
           MOVE 0                            TO ORD-COMP-PRICE.
           WRITE ORDER-RECORD.
       1271-END.

      ******************************************************************
      * 1280-UPDATE-CUSTOMER-RECORD - roll this ticket's basket onto   *
      * the front of the customer's recall list, bumping the oldest   *
      * basket off once three are on file, and post the ticket's      *
      * loyalty points.                                                *
      ******************************************************************
       1280-UPDATE-CUSTOMER-RECORD.
           IF WS-PHONE-ENTRY = SPACES
           ELSE
               PERFORM 1281-SHIFT-RECALL-BASKETS
               PERFORM 1282-SAVE-CURRENT-BASKET
               PERFORM 1284-POST-LOYALTY-POINTS
               IF WS-CUSTOMER-FOUND
                   REWRITE CUSTOMER-RECORD
               ELSE
               TO CUS-RBI-HALF-TOPPINGS (1, WS-ITEM-IDX).
       1283-END.

      ******************************************************************
      * 1284-POST-LOYALTY-POINTS - take the points redeemed off the   *
      * balance, add the points earned, and stamp the order date the  *
      * lapsed-member list works from.                                *
      ******************************************************************
       1284-POST-LOYALTY-POINTS.
           COMPUTE CUS-POINTS-BAL = CUS-POINTS-BAL
               - WS-POINTS-REDEEMED + WS-POINTS-EARNED.
           MOVE WS-ORDER-DATE TO CUS-LAST-ORDER-DATE.
       1284-END.

      ******************************************************************
      * 1285-WRITE-CHECKPOINT - this ticket's basket is already safe   *
      * on ORDER-FILE; record its ticket number as the restart point   *
      * 1300-VOID-TICKET - take a mistake back: re-read the order file *
      * for the ticket the manager wants reversed, then write one     *
      * reversing record per original line under a fresh ticket       *
      * number, record type 'V', carrying the original ticket number, *
      * the manager's reason code and the employee numbers of the     *
      * clerk who rang it and the manager who authorized it. The      *
      * downstream readers net a 'V' record against the sale it       *
      * references, and a refund tender record keeps the drawer       *
      * balanced.                                                     *
      ******************************************************************
       1300-VOID-TICKET.
           DISPLAY "TICKET NUMBER TO VOID: ".
           ACCEPT WS-VOID-TICKET-ENTRY.
           DISPLAY "MANAGER REASON CODE: ".
           ACCEPT WS-VOID-REASON-ENTRY.
           PERFORM 1301-CAPTURE-MANAGER.
           MOVE 'N' TO WS-VOID-FOUND-SW.
           MOVE 'N' TO WS-ALREADY-VOIDED-SW.
           MOVE 0 TO WS-BASKET-COUNT.
           MOVE 0 TO WS-DELIV-FEE.
           MOVE SPACES TO WS-PROMO-CODE.
           MOVE 0 TO WS-PROMO-AMT.
           MOVE SPACES TO WS-PHONE-ENTRY.
           MOVE 0 TO WS-LOYALTY-AMT WS-POINTS-EARNED WS-POINTS-REDEEMED.
           MOVE 'N' TO WS-TAX-EXEMPT-SW.
           MOVE SPACES TO WS-EXEMPT-CERT-NO WS-EXEMPT-NAME.
           PERFORM 1310-COLLECT-ORIGINAL-TICKET.
           EVALUATE TRUE
               WHEN NOT WS-VOID-FOUND
               WHEN OTHER
                   PERFORM 1320-WRITE-VOID-RECORDS
                   PERFORM 1330-REFUND-TENDER
                   PERFORM 1340-REVERSE-LOYALTY-POINTS
                   PERFORM 1285-WRITE-CHECKPOINT
                   DISPLAY "VOIDED TICKET " WS-VOID-TICKET-ENTRY
                       " AS TICKET " WS-TICKET-NO
           END-EVALUATE.
       1300-END.

      ******************************************************************
      * 1301-CAPTURE-MANAGER - the manager authorizing the void or    *
      * comp keys their own employee number; it is re-prompted until  *
      * it is an active employee with the manager job code, and rides *
      * every 'V' or 'C' line beside the clerk who rang it.           *
      ******************************************************************
       1301-CAPTURE-MANAGER.
           DISPLAY "AUTHORIZING MANAGER NUMBER: ".
           ACCEPT WS-EMP-NO-ENTRY.
           PERFORM 1302-LOOK-UP-MANAGER.
           PERFORM 1303-REPROMPT-MANAGER UNTIL WS-MGR-FOUND.
           MOVE WS-EMP-NO-ENTRY TO WS-MGR-NO.
       1301-END.

       1302-LOOK-UP-MANAGER.
           MOVE 'N' TO WS-MGR-FOUND-SW.
           PERFORM 1131-LOOK-UP-CLERK.
           IF WS-CLERK-FOUND
               IF WS-CLERK-COUNT = 0
                   MOVE 'Y' TO WS-MGR-FOUND-SW
               ELSE
                   IF WS-CLK-JOB (WS-CLK-IDX) = 'M'
                       MOVE 'Y' TO WS-MGR-FOUND-SW
                   END-IF
               END-IF
           END-IF.
       1302-END.

       1303-REPROMPT-MANAGER.
           DISPLAY "** NOT AN ACTIVE MANAGER ON THE MASTER **".
           DISPLAY "AUTHORIZING MANAGER NUMBER: ".
           ACCEPT WS-EMP-NO-ENTRY.
           PERFORM 1302-LOOK-UP-MANAGER.
       1303-END.

      ******************************************************************
      * 1310-COLLECT-ORIGINAL-TICKET - the order file is open EXTEND   *
      * for the shift, so flip it to INPUT, pull the original sale    *
                   TO WS-ITEM-HALF-NAME (WS-BASKET-COUNT)
               MOVE ORD-HALF-TOPPINGS
                   TO WS-ITEM-HALF-TOPPINGS (WS-BASKET-COUNT)
               MOVE ORD-ORDER-TIME   TO WS-ORIG-ORDER-TIME
               MOVE ORD-ORDER-TYPE   TO WS-ORDER-TYPE
               MOVE ORD-DELIV-ADDR   TO WS-DELIV-ADDR
               MOVE ORD-DELIV-PHONE  TO WS-DELIV-PHONE
               MOVE ORD-DELIV-FEE    TO WS-DELIV-FEE
               MOVE ORD-PROMO-CODE   TO WS-PROMO-CODE
               MOVE ORD-PROMO-AMT    TO WS-PROMO-AMT
               MOVE ORD-CUST-PHONE   TO WS-PHONE-ENTRY
               MOVE ORD-POINTS-EARNED   TO WS-POINTS-EARNED
               MOVE ORD-POINTS-REDEEMED TO WS-POINTS-REDEEMED
               MOVE ORD-LOYALTY-AMT  TO WS-LOYALTY-AMT
               MOVE ORD-TAX-EXEMPT-SW  TO WS-TAX-EXEMPT-SW
               MOVE ORD-EXEMPT-CERT-NO TO WS-EXEMPT-CERT-NO
               MOVE ORD-EXEMPT-NAME    TO WS-EXEMPT-NAME
           END-IF.
           IF ORD-VOID
                   AND ORD-VOID-REF-TICKET = WS-VOID-TICKET-ENTRY
           MOVE WS-PROMO-CODE                TO ORD-PROMO-CODE.
           MOVE WS-PROMO-AMT                 TO ORD-PROMO-AMT.
           MOVE WS-STORE-NO                  TO ORD-STORE-NO.
           MOVE WS-CLERK-NO                  TO ORD-CLERK-NO.
           MOVE WS-MGR-NO                    TO ORD-MGR-NO.
           MOVE WS-PHONE-ENTRY               TO ORD-CUST-PHONE.
           MOVE WS-POINTS-EARNED             TO ORD-POINTS-EARNED.
           MOVE WS-POINTS-REDEEMED           TO ORD-POINTS-REDEEMED.
           MOVE WS-LOYALTY-AMT               TO ORD-LOYALTY-AMT.
           MOVE WS-TAX-EXEMPT-SW             TO ORD-TAX-EXEMPT-SW.
           MOVE WS-EXEMPT-CERT-NO            TO ORD-EXEMPT-CERT-NO.
           MOVE WS-EXEMPT-NAME               TO ORD-EXEMPT-NAME.
           MOVE 0                            TO ORD-COMP-REF-TICKET.
           MOVE SPACES                       TO ORD-COMP-REASON.
           MOVE 0                            TO ORD-COMP-DRIVER-NO.
           MOVE 0                            TO ORD-COMP-PRICE.
           WRITE ORDER-RECORD.
           COMPUTE WS-VOID-REFUND-AMT = WS-VOID-REFUND-AMT +
               (WS-ITEM-PRICE (WS-ITEM-IDX) *
      ******************************************************************
      * 1330-REFUND-TENDER - record the money handed back so the      *
      * end-of-shift drawer reconciliation nets the refund out of the *
      * tender totals instead of showing the drawer short. An online  *
      * order is refunded by its aggregator, not out of the drawer,   *
      * so it hands back as tender 'O' and stays off the cash line.   *
      ******************************************************************
       1330-REFUND-TENDER.
           COMPUTE WS-VOID-REFUND-AMT = WS-VOID-REFUND-AMT
               + WS-TAX-AMT - WS-DISCOUNT-AMT - WS-PROMO-AMT
               + WS-DELIV-FEE.
           DISPLAY "REFUND TENDER - C CASH, D CARD, H HOUSE ACCOUNT, "
               "O ONLINE: ".
           ACCEPT WS-TENDER-TYPE.
           PERFORM 1331-REPROMPT-REFUND-TYPE
               UNTIL WS-TENDER-CASH OR WS-TENDER-CARD
                   OR WS-TENDER-HOUSE OR WS-TENDER-ONLINE.
           MOVE SPACES TO WS-ACCT-ENTRY.
           IF WS-TENDER-HOUSE
               MOVE 0 TO WS-HOUSE-CHECK-AMT
           END-IF.
           MOVE SPACES TO TND-CERT-NO.
           MOVE WS-STORE-NO     TO TND-STORE-NO.
           MOVE WS-CLERK-NO     TO TND-CLERK-NO.
           MOVE SPACES TO TND-ONLINE-SOURCE TND-ONLINE-ORDER-ID.
           MOVE 0      TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1330-END.

       1331-REPROMPT-REFUND-TYPE.
           DISPLAY "** PLEASE ENTER C, D, H OR O **".
           DISPLAY "REFUND TENDER - C CASH, D CARD, H HOUSE "
               "ACCOUNT, O ONLINE: ".
           ACCEPT WS-TENDER-TYPE.
       1331-END.

      ******************************************************************
      * 1340-REVERSE-LOYALTY-POINTS - a voided ticket takes back the  *
      * points it earned and gives back the points it redeemed, the   *
      * redemption having been refunded with the rest of the ticket.  *
      * A customer since moved or purged off the master is reported   *
      * to the manager; the 'V' records still carry the points for    *
      * the activity report.                                          *
      ******************************************************************
       1340-REVERSE-LOYALTY-POINTS.
           IF WS-PHONE-ENTRY = SPACES
                   OR (WS-POINTS-EARNED = 0 AND WS-POINTS-REDEEMED = 0)
               CONTINUE
           ELSE
               MOVE WS-PHONE-ENTRY TO CUS-PHONE
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "** CUSTOMER " WS-PHONE-ENTRY
                           " NOT ON FILE - POINTS NOT REVERSED **"
                   NOT INVALID KEY
                       PERFORM 1341-TAKE-POINTS-BACK
               END-READ
           END-IF.
       1340-END.

       1341-TAKE-POINTS-BACK.
           COMPUTE CUS-POINTS-BAL = CUS-POINTS-BAL
               - WS-POINTS-EARNED + WS-POINTS-REDEEMED.
           REWRITE CUSTOMER-RECORD.
           MOVE CUS-POINTS-BAL TO WS-POINTS-DISPLAY.
           DISPLAY "POINTS REVERSED - BALANCE NOW " WS-POINTS-DISPLAY.
       1341-END.

      ******************************************************************
      * 1400-APPLY-PROMOTIONS - a coupon code keyed from the flyer    *
      * wins; otherwise the first auto promotion whose date/time/day  *
           END-IF.
       1408-END.

      ******************************************************************
      * 1410-OFFER-POINTS-REDEMPTION - a returning customer with at   *
      * least a dollar's worth of points may take a free pizza or     *
      * whole dollars off whatever the discount and promotion left.   *
      * Anything but F or D at the prompt redeems nothing.            *
      ******************************************************************
       1410-OFFER-POINTS-REDEMPTION.
           COMPUTE WS-REDEEM-ROOM =
               WS-SUBTOTAL-AMT - WS-DISCOUNT-AMT - WS-PROMO-AMT.
           IF CUS-POINTS-BAL < WS-LOY-PTS-PER-DOLLAR
                   OR WS-REDEEM-ROOM < 1
               CONTINUE
           ELSE
               MOVE CUS-POINTS-BAL TO WS-POINTS-DISPLAY
               DISPLAY "POINTS AVAILABLE: " WS-POINTS-DISPLAY
               DISPLAY "REDEEM POINTS - F FREE PIZZA, D DOLLARS OFF, "
                   "N NONE: "
               ACCEPT WS-REDEEM-CHOICE
               EVALUATE TRUE
                   WHEN WS-REDEEM-FREE-PIZZA
                       PERFORM 1411-REDEEM-FREE-PIZZA
                   WHEN WS-REDEEM-DOLLARS-OFF
                       PERFORM 1413-REDEEM-DOLLARS-OFF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       1410-END.

      ******************************************************************
      * 1411-REDEEM-FREE-PIZZA - the free pizza is the dearest single *
      * pizza on the ticket, toppings and all, never more than the    *
      * ticket has left to pay for.                                   *
      ******************************************************************
       1411-REDEEM-FREE-PIZZA.
           IF CUS-POINTS-BAL < WS-LOY-FREE-PIZZA-PTS
               MOVE WS-LOY-FREE-PIZZA-PTS TO WS-POINTS-DISPLAY
               DISPLAY "** A FREE PIZZA TAKES " WS-POINTS-DISPLAY
                   " POINTS - NOTHING REDEEMED **"
           ELSE
               MOVE 0 TO WS-FREE-PIZZA-AMT
               PERFORM 1412-FIND-DEAREST-PIZZA
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-BASKET-COUNT
               IF WS-FREE-PIZZA-AMT > WS-REDEEM-ROOM
                   MOVE WS-REDEEM-ROOM TO WS-LOYALTY-AMT
               ELSE
                   MOVE WS-FREE-PIZZA-AMT TO WS-LOYALTY-AMT
               END-IF
               MOVE WS-LOY-FREE-PIZZA-PTS TO WS-POINTS-REDEEMED
               MOVE WS-LOYALTY-AMT TO WS-AMT-DISPLAY
               DISPLAY "FREE PIZZA - " WS-AMT-DISPLAY " OFF"
           END-IF.
       1411-END.

       1412-FIND-DEAREST-PIZZA.
           IF WS-ITEM-PRICE (WS-ITEM-IDX) > WS-FREE-PIZZA-AMT
               MOVE WS-ITEM-PRICE (WS-ITEM-IDX) TO WS-FREE-PIZZA-AMT
           END-IF.
       1412-END.

      ******************************************************************
      * 1413-REDEEM-DOLLARS-OFF - whole dollars only, re-prompted     *
      * until the points cover them and the ticket has that much left *
      * to pay for. Zero redeems nothing.                             *
      ******************************************************************
       1413-REDEEM-DOLLARS-OFF.
           COMPUTE WS-REDEEM-MAX-DOLLARS =
               CUS-POINTS-BAL / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-REDEEM-ROOM TO WS-WHOLE-DOLLARS.
           IF WS-WHOLE-DOLLARS < WS-REDEEM-MAX-DOLLARS
               MOVE WS-WHOLE-DOLLARS TO WS-REDEEM-MAX-DOLLARS
           END-IF.
           IF WS-REDEEM-MAX-DOLLARS > 999
               MOVE 999 TO WS-REDEEM-MAX-DOLLARS
           END-IF.
           DISPLAY "DOLLARS OFF (UP TO " WS-REDEEM-MAX-DOLLARS "): ".
           ACCEPT WS-REDEEM-DOLLAR-ENTRY.
           PERFORM 1414-REPROMPT-DOLLARS-OFF
               UNTIL WS-REDEEM-DOLLAR-ENTRY NOT > WS-REDEEM-MAX-DOLLARS.
           MOVE WS-REDEEM-DOLLAR-ENTRY TO WS-LOYALTY-AMT.
           COMPUTE WS-POINTS-REDEEMED =
               WS-REDEEM-DOLLAR-ENTRY * WS-LOY-PTS-PER-DOLLAR.
       1413-END.

       1414-REPROMPT-DOLLARS-OFF.
           DISPLAY "** MORE THAN THE POINTS OR THE TICKET COVER **".
           DISPLAY "DOLLARS OFF (UP TO " WS-REDEEM-MAX-DOLLARS "): ".
           ACCEPT WS-REDEEM-DOLLAR-ENTRY.
       1414-END.

      ******************************************************************
      * 1420-COMPUTE-POINTS-EARNED - points on the whole dollars of   *
      * net spend: after discount, promotion and points redeemed,     *
      * before tax and the delivery fee. A walk-in earns nothing.     *
      ******************************************************************
       1420-COMPUTE-POINTS-EARNED.
           IF WS-PHONE-ENTRY = SPACES
               MOVE 0 TO WS-POINTS-EARNED
           ELSE
               COMPUTE WS-WHOLE-DOLLARS =
                   WS-SUBTOTAL-AMT - WS-DISCOUNT-AMT - WS-PROMO-AMT
               COMPUTE WS-POINTS-EARNED =
                   WS-WHOLE-DOLLARS * WS-LOY-EARN-RATE
           END-IF.
       1420-END.

      ******************************************************************
      * 1500-SCHEDULE-ORDER - take the whole order now - customer,    *
      * basket, order type, totals and tender - but hold it on the    *
                   PERFORM 1530-PRINT-SCHEDULE-SLIP
                   PERFORM 1550-WRITE-PENDING-RECORD
                   PERFORM 1560-WRITE-PEND-CHECKPOINT
                   PERFORM 1570-POST-SCHEDULED-POINTS
                   DISPLAY "ORDER HELD AS SCHEDULED ORDER "
                       WS-PEND-NO
           END-EVALUATE.
           MOVE 0 TO WS-DELIV-FEE.
           MOVE SPACES TO WS-PROMO-CODE WS-COUPON-ENTRY.
           MOVE 0 TO WS-PROMO-AMT.
           MOVE 0 TO WS-LOYALTY-AMT WS-POINTS-EARNED WS-POINTS-REDEEMED.
           MOVE 'N' TO WS-TAX-EXEMPT-SW.
           MOVE SPACES TO WS-EXEMPT-CERT-NO WS-EXEMPT-NAME.
           MOVE 0 TO WS-PROMISED-DATE WS-PROMISED-TIME.
       1510-END.

           MOVE WS-TOTAL-AMT    TO WS-RT-AMOUNT.
           MOVE WS-RECEIPT-TOTAL-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           PERFORM 1259-PRINT-EXEMPT-LINE.
           PERFORM 1258-PRINT-POINTS-LINES.
           IF WS-TENDER-CASH
               MOVE "CASH"       TO WS-RT-LABEL
               MOVE WS-TENDERED-AMT TO WS-RT-AMOUNT
           MOVE WS-TOTAL-AMT     TO PND-TICKET-TOTAL.
           MOVE WS-TENDERED-AMT  TO PND-TENDERED-AMT.
           MOVE WS-CHANGE-AMT    TO PND-CHANGE-AMT.
           MOVE WS-CLERK-NO      TO PND-CLERK-NO.
           MOVE WS-PHONE-ENTRY   TO PND-CUST-PHONE.
           MOVE WS-POINTS-EARNED TO PND-POINTS-EARNED.
           MOVE WS-POINTS-REDEEMED TO PND-POINTS-REDEEMED.
           MOVE WS-LOYALTY-AMT   TO PND-LOYALTY-AMT.
           MOVE WS-TAX-EXEMPT-SW TO PND-TAX-EXEMPT-SW.
           MOVE WS-EXEMPT-CERT-NO TO PND-EXEMPT-CERT-NO.
           MOVE WS-EXEMPT-NAME   TO PND-EXEMPT-NAME.
           MOVE SPACES TO PND-ONLINE-SOURCE PND-ONLINE-ORDER-ID.
           MOVE 0      TO PND-COMMISSION-AMT.
           MOVE 'N'              TO PND-RELEASED-SW.
           MOVE 0                TO PND-RELEASED-DATE.
           MOVE WS-BASKET-COUNT  TO PND-ITEM-COUNT.
           CLOSE PEND-CHECK-FILE.
       1560-END.

      ******************************************************************
      * 1570-POST-SCHEDULED-POINTS - a scheduled order is paid when   *
      * it is taken, so its points post now rather than at release.   *
      * The recall baskets are left alone - the customer has not had  *
      * the order yet - but a new customer is put on the master so    *
      * the points have somewhere to live.                            *
      ******************************************************************
       1570-POST-SCHEDULED-POINTS.
           IF WS-PHONE-ENTRY = SPACES
               CONTINUE
           ELSE
               PERFORM 1284-POST-LOYALTY-POINTS
               IF WS-CUSTOMER-FOUND
                   REWRITE CUSTOMER-RECORD
               ELSE
                   WRITE CUSTOMER-RECORD
               END-IF
           END-IF.
       1570-END.

      ******************************************************************
      * 1600-SELL-CERTIFICATE - put a new paper certificate on the    *
      * master and record the money that came in for it. The sale is  *
           MOVE SPACES           TO TND-ACCT-NO.
           MOVE WS-CERT-ENTRY    TO TND-CERT-NO.
           MOVE WS-STORE-NO     TO TND-STORE-NO.
           MOVE WS-CLERK-NO     TO TND-CLERK-NO.
           MOVE SPACES TO TND-ONLINE-SOURCE TND-ONLINE-ORDER-ID.
           MOVE 0      TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1602-END.

      ******************************************************************
      * 1700-COMP-TICKET - make good on a complaint: re-read the      *
      * order file for the ticket the customer is unhappy with, let   *
      * the manager pick which pies are remade or given back, and     *
      * ring them under a fresh ticket number as record type 'C' at   *
      * no charge, carrying the original ticket, the complaint reason *
      * and - on a delivery - the driver who ran it. The kitchen gets *
      * a make ticket, nothing is tendered, and one entry goes on the *
      * complaint log for the weekly complaint report. A ticket that  *
      * was voided has nothing left to comp.                          *
      ******************************************************************
       1700-COMP-TICKET.
           DISPLAY "TICKET NUMBER TO COMP OR REMAKE: ".
           ACCEPT WS-VOID-TICKET-ENTRY.
           PERFORM 1701-CAPTURE-COMP-REASON.
           PERFORM 1301-CAPTURE-MANAGER.
           MOVE 'N' TO WS-VOID-FOUND-SW.
           MOVE 'N' TO WS-ALREADY-VOIDED-SW.
           MOVE 0 TO WS-BASKET-COUNT.
           MOVE 0 TO WS-DISCOUNT-AMT WS-TAX-AMT.
           MOVE SPACES TO WS-ZONE-CODE.
           MOVE 0 TO WS-DELIV-FEE.
           MOVE SPACES TO WS-PROMO-CODE.
           MOVE 0 TO WS-PROMO-AMT.
           MOVE SPACES TO WS-PHONE-ENTRY.
           MOVE 0 TO WS-LOYALTY-AMT WS-POINTS-EARNED WS-POINTS-REDEEMED.
           MOVE 'N' TO WS-TAX-EXEMPT-SW.
           MOVE SPACES TO WS-EXEMPT-CERT-NO WS-EXEMPT-NAME.
           MOVE 0 TO WS-ORIG-ORDER-TIME.
           PERFORM 1310-COLLECT-ORIGINAL-TICKET.
           EVALUATE TRUE
               WHEN NOT WS-VOID-FOUND
                   DISPLAY "** TICKET " WS-VOID-TICKET-ENTRY
                       " NOT ON FILE - NOTHING COMPED **"
               WHEN WS-ALREADY-VOIDED
                   DISPLAY "** TICKET " WS-VOID-TICKET-ENTRY
                       " WAS VOIDED - NOTHING COMPED **"
               WHEN OTHER
                   PERFORM 1710-PICK-COMP-LINES
                   IF WS-BASKET-COUNT = 0
                       DISPLAY "** NO PIES PICKED - NOTHING COMPED **"
                   ELSE
                       PERFORM 1720-RING-COMP
                   END-IF
           END-EVALUATE.
       1700-END.

      ******************************************************************
      * 1701-CAPTURE-COMP-REASON - the complaint is coded so the      *
      * weekly report can total it, and the manager's few words of    *
      * what the customer said ride the complaint log beside it.      *
      ******************************************************************
       1701-CAPTURE-COMP-REASON.
           DISPLAY "COMPLAINT - BRN BURNT, WRG WRONG ORDER, LAT LATE, "
               "CLD COLD, MIS MISSING ITEM, OTH OTHER: ".
           ACCEPT WS-COMP-REASON-ENTRY.
           PERFORM 1702-REPROMPT-COMP-REASON
               UNTIL WS-COMP-REASON-VALID.
           DISPLAY "WHAT THE CUSTOMER SAID: ".
           ACCEPT WS-COMP-NOTE.
       1701-END.

       1702-REPROMPT-COMP-REASON.
           DISPLAY "** PLEASE ENTER BRN, WRG, LAT, CLD, MIS OR OTH **".
           DISPLAY "COMPLAINT REASON: ".
           ACCEPT WS-COMP-REASON-ENTRY.
       1702-END.

      ******************************************************************
      * 1710-PICK-COMP-LINES - walk the original ticket's lines and   *
      * ask how many of each pie are being remade or given back, up   *
      * to the quantity rung. Lines picked are packed down to the     *
      * front of the basket with the quantity picked, so the kitchen  *
      * ticket and the 'C' records carry only what is being made good.*
      ******************************************************************
       1710-PICK-COMP-LINES.
           MOVE WS-BASKET-COUNT TO WS-COMP-ORIG-COUNT.
           MOVE 0 TO WS-COMP-LINE-COUNT.
           PERFORM 1711-PICK-ONE-COMP-LINE
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-ORIG-COUNT.
           MOVE WS-COMP-LINE-COUNT TO WS-BASKET-COUNT.
       1710-END.

       1711-PICK-ONE-COMP-LINE.
           DISPLAY WS-ITEM-QTY (WS-COMP-SUB) " "
               WS-ITEM-SIZE (WS-COMP-SUB) " "
               WS-ITEM-NAME (WS-COMP-SUB).
           IF WS-ITEM-HALF-NAME (WS-COMP-SUB) NOT = SPACES
               DISPLAY "   HALF: " WS-ITEM-HALF-NAME (WS-COMP-SUB)
           END-IF.
           DISPLAY "HOW MANY TO REMAKE OR COMP (0 = NONE): ".
           ACCEPT WS-QTY-ENTRY.
           PERFORM 1712-REPROMPT-COMP-QTY
               UNTIL WS-QTY-ENTRY NOT > WS-ITEM-QTY (WS-COMP-SUB).
           IF WS-QTY-ENTRY > 0
               ADD 1 TO WS-COMP-LINE-COUNT
               MOVE WS-BASKET-ITEM (WS-COMP-SUB)
                   TO WS-BASKET-ITEM (WS-COMP-LINE-COUNT)
               MOVE WS-QTY-ENTRY TO WS-ITEM-QTY (WS-COMP-LINE-COUNT)
           END-IF.
       1711-END.

       1712-REPROMPT-COMP-QTY.
           DISPLAY "** MORE THAN WERE RUNG ON THE TICKET **".
           DISPLAY "HOW MANY TO REMAKE OR COMP (0 = NONE): ".
           ACCEPT WS-QTY-ENTRY.
       1712-END.

      ******************************************************************
      * 1720-RING-COMP - a delivery complaint names the driver who    *
      * ran the original; the zone and drop address come across off   *
      * the original ticket so the remake goes back out to the same   *
      * door. Nothing is charged, so there is no tender record and no *
      * loyalty posting - the checkpoint still moves so a restart     *
      * does not reuse the ticket number.                             *
      ******************************************************************
       1720-RING-COMP.
           MOVE 0 TO WS-COMP-DRIVER-NO.
           IF WS-IS-DELIVERY
               PERFORM 1721-CAPTURE-COMP-DRIVER
           END-IF.
           ADD 1 TO WS-TICKET-NO.
           MOVE WS-BUS-DATE TO WS-ORDER-DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY (1:6) TO WS-ORDER-TIME.
           PERFORM 1246-PRINT-KITCHEN-TICKET.
           MOVE 0 TO WS-COMP-PIES WS-COMP-VALUE-AMT.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 1730-WRITE-ONE-COMP-RECORD
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-BASKET-COUNT.
           PERFORM 1740-WRITE-COMPLAINT-LOG.
           PERFORM 1285-WRITE-CHECKPOINT.
           MOVE WS-COMP-VALUE-AMT TO WS-AMT-DISPLAY.
           DISPLAY "COMPED TICKET " WS-VOID-TICKET-ENTRY
               " AS TICKET " WS-TICKET-NO
               " - NO CHARGE, VALUE " WS-AMT-DISPLAY.
       1720-END.

      ******************************************************************
      * 1721-CAPTURE-COMP-DRIVER - any driver on the master, or zero  *
      * when nobody knows who ran it. A missing DRIVFILE takes the    *
      * number as keyed.                                              *
      ******************************************************************
       1721-CAPTURE-COMP-DRIVER.
           DISPLAY "DRIVER WHO RAN THE ORIGINAL (0 = NOT KNOWN): ".
           ACCEPT WS-COMP-DRIVER-NO.
           PERFORM 1722-LOOK-UP-DRIVER.
           PERFORM 1723-REPROMPT-DRIVER UNTIL WS-DRIVER-FOUND.
       1721-END.

       1722-LOOK-UP-DRIVER.
           MOVE 'N' TO WS-DRIVER-FOUND-SW.
           EVALUATE TRUE
               WHEN WS-COMP-DRIVER-NO = 0
                   MOVE 'Y' TO WS-DRIVER-FOUND-SW
               WHEN WS-DRIVER-COUNT = 0
                   MOVE 'Y' TO WS-DRIVER-FOUND-SW
               WHEN OTHER
                   SET WS-DRV-IDX TO 1
                   SEARCH WS-DRIVER-ENTRY
                       WHEN WS-DRV-NO (WS-DRV-IDX) = WS-COMP-DRIVER-NO
                           MOVE 'Y' TO WS-DRIVER-FOUND-SW
                   END-SEARCH
           END-EVALUATE.
       1722-END.

       1723-REPROMPT-DRIVER.
           DISPLAY "** NOT A DRIVER ON THE MASTER **".
           DISPLAY "DRIVER WHO RAN THE ORIGINAL (0 = NOT KNOWN): ".
           ACCEPT WS-COMP-DRIVER-NO.
           PERFORM 1722-LOOK-UP-DRIVER.
       1723-END.

      ******************************************************************
      * 1730-WRITE-ONE-COMP-RECORD - one 'C' line per pie made good,  *
      * at a zero price with no discount, tax, fee, promotion or      *
      * points, so every reader that totals sales counts the units    *
      * and not the dollars. The price it rang at on the original     *
      * rides ORD-COMP-PRICE for the GL's comp line. The customer     *
      * phone is left off so the comp is not counted as a visit.      *
      ******************************************************************
       1730-WRITE-ONE-COMP-RECORD.
           MOVE WS-TICKET-NO                 TO ORD-TICKET-NO.
           MOVE WS-ORDER-DATE                TO ORD-ORDER-DATE.
           MOVE WS-ORDER-TIME                TO ORD-ORDER-TIME.
           MOVE WS-ITEM-NAME  (WS-ITEM-IDX)  TO ORD-ITEM-NAME.
           MOVE WS-ITEM-SIZE  (WS-ITEM-IDX)  TO ORD-ITEM-SIZE.
           MOVE 0                            TO ORD-ITEM-PRICE.
           MOVE WS-ITEM-QTY   (WS-ITEM-IDX)  TO ORD-ITEM-QTY.
           MOVE WS-ITEM-TOPPINGS      (WS-ITEM-IDX) TO ORD-TOPPINGS.
           MOVE WS-ITEM-HALF-NAME     (WS-ITEM-IDX) TO ORD-HALF-NAME.
           MOVE WS-ITEM-HALF-TOPPINGS (WS-ITEM-IDX)
               TO ORD-HALF-TOPPINGS.
           MOVE WS-ORDER-TYPE                TO ORD-ORDER-TYPE.
           MOVE WS-DELIV-ADDR                TO ORD-DELIV-ADDR.
           MOVE WS-DELIV-PHONE               TO ORD-DELIV-PHONE.
           MOVE 0                            TO ORD-DISCOUNT-AMT.
           MOVE 0                            TO ORD-TAX-AMT.
           MOVE 'C'                          TO ORD-REC-TYPE.
           MOVE 0                            TO ORD-VOID-REF-TICKET.
           MOVE SPACES                       TO ORD-VOID-REASON.
           MOVE WS-ZONE-CODE                 TO ORD-ZONE-CODE.
           MOVE 0                            TO ORD-DELIV-FEE.
           MOVE SPACES                       TO ORD-PROMO-CODE.
           MOVE 0                            TO ORD-PROMO-AMT.
           MOVE WS-STORE-NO                  TO ORD-STORE-NO.
           MOVE WS-CLERK-NO                  TO ORD-CLERK-NO.
           MOVE WS-MGR-NO                    TO ORD-MGR-NO.
           MOVE SPACES                       TO ORD-CUST-PHONE.
           MOVE 0                            TO ORD-POINTS-EARNED.
           MOVE 0                            TO ORD-POINTS-REDEEMED.
           MOVE 0                            TO ORD-LOYALTY-AMT.
           MOVE 'N'                          TO ORD-TAX-EXEMPT-SW.
           MOVE SPACES                       TO ORD-EXEMPT-CERT-NO.
           MOVE SPACES                       TO ORD-EXEMPT-NAME.
           MOVE WS-VOID-TICKET-ENTRY         TO ORD-COMP-REF-TICKET.
           MOVE WS-COMP-REASON-ENTRY         TO ORD-COMP-REASON.
           MOVE WS-COMP-DRIVER-NO            TO ORD-COMP-DRIVER-NO.
           MOVE WS-ITEM-PRICE (WS-ITEM-IDX)  TO ORD-COMP-PRICE.
           WRITE ORDER-RECORD.
           ADD WS-ITEM-QTY (WS-ITEM-IDX) TO WS-COMP-PIES.
           COMPUTE WS-COMP-VALUE-AMT = WS-COMP-VALUE-AMT +
               (WS-ITEM-PRICE (WS-ITEM-IDX) *
                WS-ITEM-QTY (WS-ITEM-IDX)).
       1730-END.

      ******************************************************************
      * 1740-WRITE-COMPLAINT-LOG - one entry per comp ticket on the   *
      * complaint log. The log is never rotated with ORDERFIL, so the *
      * weekly report sees a whole week even across a month end. It   *
      * is opened, written and closed per comp the way PENDFILE is.   *
      * The customer's phone comes off the original ticket, or its    *
      * delivery phone when it was rung as a walk-in.                 *
      ******************************************************************
       1740-WRITE-COMPLAINT-LOG.
           OPEN EXTEND COMPLAINT-FILE.
           IF WS-COMPLAINT-FILE-NOT-FOUND
               OPEN OUTPUT COMPLAINT-FILE
           END-IF.
           MOVE WS-ORDER-DATE        TO CMP-COMP-DATE.
           MOVE WS-ORDER-TIME        TO CMP-COMP-TIME.
           MOVE WS-TICKET-NO         TO CMP-COMP-TICKET-NO.
           MOVE WS-VOID-TICKET-ENTRY TO CMP-ORIG-TICKET-NO.
           MOVE WS-ORIG-ORDER-TIME   TO CMP-ORIG-TIME.
           MOVE WS-COMP-REASON-ENTRY TO CMP-REASON.
           MOVE WS-ORDER-TYPE        TO CMP-ORDER-TYPE.
           MOVE WS-ZONE-CODE         TO CMP-ZONE-CODE.
           MOVE WS-COMP-DRIVER-NO    TO CMP-DRIVER-NO.
           IF WS-PHONE-ENTRY = SPACES
               MOVE WS-DELIV-PHONE   TO CMP-CUST-PHONE
           ELSE
               MOVE WS-PHONE-ENTRY   TO CMP-CUST-PHONE
           END-IF.
           MOVE WS-COMP-PIES         TO CMP-PIES.
           MOVE WS-COMP-VALUE-AMT    TO CMP-COMP-AMT.
           MOVE WS-STORE-NO          TO CMP-STORE-NO.
           MOVE WS-CLERK-NO          TO CMP-CLERK-NO.
           MOVE WS-MGR-NO            TO CMP-MGR-NO.
           MOVE WS-COMP-NOTE         TO CMP-NOTE.
           WRITE COMPLAINT-RECORD.
           CLOSE COMPLAINT-FILE.
       1740-END.

      ******************************************************************
      * 1800-TERMINATE - close out the files before STOP RUN.         *
      ******************************************************************
