       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCLRK.

      ******************************************************************
      * PIZZCLRK is the nightly loss-prevention report by clerk. The  *
      * register stamps the signed-on clerk on every order and tender *
      * record, and the authorizing manager on every void, so the     *
      * day's ORDER-FILE and TENDER-FILE can be rolled up per person: *
      * tickets rung, sales, discount and promo dollars given, void   *
      * count and dollars by the manager's reason code, refunds by    *
      * the tender handed back, and the net cash each clerk took in.  *
      * Each clerk's void rate (voids per hundred tickets rung) and   *
      * discount rate (discount and promo dollars per hundred dollars *
      * of sales) is set against the store's rate for the day, and a  *
      * clerk running well above the store on either is flagged for   *
      * the manager. Voids a manager authorized on their own tickets  *
      * are counted beside the rates. Names come off the employee     *
      * master; a number not on the master still reports under its    *
      * number so nothing rung drops off the page. Loyalty points a   *
      * customer redeems are not the clerk's discount to give, so     *
      * they are left out of the discount dollars on a sale.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT TENDER-FILE ASSIGN TO "TENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENDER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CLRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-OVERRIDE-FILE ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZEMP.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZORD.

       FD  TENDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTND.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(90).

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZRUN.

       FD  RUN-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZOVR.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-EMPLOYEE-FILE-STATUS  PIC X(02) VALUE "00".
               88 WS-EMPLOYEE-FILE-OK      VALUE "00".
               88 WS-EMPLOYEE-FILE-EOF     VALUE "10".
               88 WS-EMPLOYEE-NOT-FOUND    VALUE "35".
           05 WS-ORDER-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-ORDER-FILE-OK         VALUE "00".
               88 WS-ORDER-FILE-EOF        VALUE "10".
           05 WS-TENDER-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-EOF       VALUE "10".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-ORDERS-SW        PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-ORDERS        VALUE 'N'.
           05 WS-MORE-TENDERS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-TENDERS       VALUE 'N'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-CLERK-COUNT           PIC 9(03) VALUE 0    COMP.
           05 WS-CELL-COUNT            PIC 9(03) VALUE 0    COMP.
           05 WS-LOOK-CLERK-NO         PIC 9(03) VALUE 0.
           05 WS-FLAGGED-COUNT         PIC 9(05) VALUE 0.

      ******************************************************************
      * Flag threshold - a clerk whose void or discount rate runs     *
      * more than this many times the store's rate for the day is     *
      * flagged for the manager.                                      *
      ******************************************************************
       01 WS-FLAG-LIMITS.
           05 WS-FLAG-MULTIPLE         PIC 9(01)V9 VALUE 2.0.

      ******************************************************************
      * The ticket being rolled up - a ticket's lines are contiguous  *
      * on the order file, so its amounts post to its clerk when the  *
      * next ticket starts, the same control break PIZZVOID uses.     *
      ******************************************************************
       01 WS-TICKET-AREAS.
           05 WS-PENDING-SW            PIC X(01) VALUE 'N'.
               88 WS-TICKET-PENDING        VALUE 'Y'.
           05 WS-CUR-REC-TYPE          PIC X(01) VALUE SPACE.
               88 WS-CUR-IS-VOID           VALUE 'V'.
               88 WS-CUR-IS-COMP           VALUE 'C'.
           05 WS-CUR-TICKET-NO         PIC 9(06) VALUE 0.
           05 WS-CUR-CLERK-NO          PIC 9(03) VALUE 0.
           05 WS-CUR-MGR-NO            PIC 9(03) VALUE 0.
           05 WS-CUR-REASON            PIC X(03) VALUE SPACES.
           05 WS-CUR-GROSS             PIC 9(07)V99 VALUE 0.
           05 WS-CUR-TAX               PIC 9(05)V99 VALUE 0.
           05 WS-CUR-DISCOUNT          PIC 9(05)V99 VALUE 0.
           05 WS-CUR-DELIV-FEE         PIC 9(03)V99 VALUE 0.
           05 WS-CUR-PROMO-AMT         PIC 9(05)V99 VALUE 0.
           05 WS-CUR-LOYALTY-AMT       PIC 9(05)V99 VALUE 0.
           05 WS-CUR-AMOUNT            PIC 9(07)V99 VALUE 0.

       01 WS-CLERK-TABLE.
           05 WS-CLERK-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-CLERK-COUNT
                   INDEXED BY WS-CLK-IDX.
               10 WS-CLK-NO             PIC 9(03).
               10 WS-CLK-NAME           PIC X(24).
               10 WS-CLK-ACTIVE-SW      PIC X(01).
                   88 WS-CLK-HAS-ACTIVITY   VALUE 'Y'.
               10 WS-CLK-TICKETS        PIC 9(05).
               10 WS-CLK-SALES          PIC 9(07)V99.
               10 WS-CLK-DISCOUNT       PIC 9(07)V99.
               10 WS-CLK-PROMO          PIC 9(07)V99.
               10 WS-CLK-VOIDS          PIC 9(05).
               10 WS-CLK-VOID-AMT       PIC 9(07)V99.
               10 WS-CLK-SELF-AUTH      PIC 9(05).
               10 WS-CLK-REF-COUNT      PIC 9(05).
               10 WS-CLK-REF-CASH       PIC 9(07)V99.
               10 WS-CLK-REF-CARD       PIC 9(07)V99.
               10 WS-CLK-REF-ONLINE     PIC 9(07)V99.
               10 WS-CLK-REF-HOUSE      PIC 9(07)V99.
               10 WS-CLK-CASH-AMT       PIC S9(07)V99.

      ******************************************************************
      * One cell per clerk and void reason code seen today.           *
      ******************************************************************
       01 WS-VOID-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-CELL-COUNT
                   INDEXED BY WS-CELL-IDX.
               10 WS-CEL-CLERK-NO       PIC 9(03).
               10 WS-CEL-REASON         PIC X(03).
               10 WS-CEL-COUNT          PIC 9(05).
               10 WS-CEL-AMT            PIC 9(07)V99.

       01 WS-STORE-TOTALS.
           05 WS-STO-TICKETS           PIC 9(05) VALUE 0.
           05 WS-STO-SALES             PIC 9(07)V99 VALUE 0.
           05 WS-STO-DISCOUNT          PIC 9(07)V99 VALUE 0.
           05 WS-STO-PROMO             PIC 9(07)V99 VALUE 0.
           05 WS-STO-VOIDS             PIC 9(05) VALUE 0.
           05 WS-STO-VOID-AMT          PIC 9(07)V99 VALUE 0.
           05 WS-STO-SELF-AUTH         PIC 9(05) VALUE 0.
           05 WS-STO-REF-COUNT         PIC 9(05) VALUE 0.
           05 WS-STO-REF-CASH          PIC 9(07)V99 VALUE 0.
           05 WS-STO-REF-CARD          PIC 9(07)V99 VALUE 0.
           05 WS-STO-REF-ONLINE        PIC 9(07)V99 VALUE 0.
           05 WS-STO-REF-HOUSE         PIC 9(07)V99 VALUE 0.
           05 WS-STO-CASH-AMT          PIC S9(07)V99 VALUE 0.
           05 WS-STO-VOID-RATE         PIC 9(03)V9 VALUE 0.
           05 WS-STO-DISC-RATE         PIC 9(03)V9 VALUE 0.

       01 WS-RATE-AREAS.
           05 WS-RATE-TICKETS          PIC 9(05) VALUE 0.
           05 WS-RATE-VOIDS            PIC 9(05) VALUE 0.
           05 WS-RATE-SALES            PIC 9(07)V99 VALUE 0.
           05 WS-RATE-GIVEN            PIC 9(07)V99 VALUE 0.
           05 WS-VOID-RATE             PIC 9(03)V9 VALUE 0.
           05 WS-DISC-RATE             PIC 9(03)V9 VALUE 0.
           05 WS-VOID-LIMIT            PIC 9(05)V99 VALUE 0.
           05 WS-DISC-LIMIT            PIC 9(05)V99 VALUE 0.
           05 WS-HIGH-VOID-SW          PIC X(01) VALUE 'N'.
               88 WS-HIGH-VOID             VALUE 'Y'.
           05 WS-HIGH-DISC-SW          PIC X(01) VALUE 'N'.
               88 WS-HIGH-DISC             VALUE 'Y'.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(36)
               VALUE "PIZZAORDER CLERK EXCEPTION REPORT   ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-ACTIVITY-HEADING.
           05 FILLER                   PIC X(04) VALUE "CLK".
           05 FILLER                   PIC X(21) VALUE "NAME".
           05 FILLER                   PIC X(05) VALUE " TKTS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "      SALES".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE " DISCOUNT".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE "    PROMO".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE "  NET CASH".

       01 WS-ACTIVITY-LINE.
           05 WS-AL-CLERK-NO           PIC ZZZ.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AL-NAME               PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AL-TICKETS            PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AL-SALES              PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AL-DISCOUNT           PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AL-PROMO              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-AL-CASH               PIC ZZZ,ZZ9.99-.

       01 WS-VOID-HEADING.
           05 FILLER                   PIC X(04) VALUE "CLK".
           05 FILLER                   PIC X(21) VALUE "NAME".
           05 FILLER                   PIC X(07) VALUE "RSN".
           05 FILLER                   PIC X(05) VALUE "VOIDS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "   DOLLARS".

       01 WS-VOID-LINE.
           05 WS-VL-CLERK-NO           PIC ZZZ.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-VL-NAME               PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-VL-REASON             PIC X(03).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-VL-COUNT              PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VL-AMOUNT             PIC ZZZ,ZZ9.99.

       01 WS-REFUND-HEADING.
           05 FILLER                   PIC X(04) VALUE "CLK".
           05 FILLER                   PIC X(21) VALUE "NAME".
           05 FILLER                   PIC X(05) VALUE " REFS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE "     CASH".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE "     CARD".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE "   ONLINE".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE " HSE/GIFT".

       01 WS-REFUND-LINE.
           05 WS-RF-CLERK-NO           PIC ZZZ.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RF-NAME               PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RF-COUNT              PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RF-CASH               PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RF-CARD               PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RF-ONLINE             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RF-HOUSE              PIC ZZ,ZZ9.99.

       01 WS-RATE-HEADING.
           05 FILLER                   PIC X(04) VALUE "CLK".
           05 FILLER                   PIC X(21) VALUE "NAME".
           05 FILLER                   PIC X(05) VALUE " TKTS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "VOIDS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "VOID%".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "DISC%".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE " SELF".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE "FLAG".

       01 WS-RATE-LINE.
           05 WS-RL-CLERK-NO           PIC ZZZ.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RL-NAME               PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RL-TICKETS            PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-VOIDS              PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-VOID-RATE          PIC ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-DISC-RATE          PIC ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-SELF-AUTH          PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-FLAG               PIC X(24).

       01 WS-TOTAL-LINE.
           05 WS-TL-COUNT              PIC ZZZZ9.
           05 WS-TL-TEXT               PIC X(40).

      ******************************************************************
      * Run-control ledger areas - this step's name on the ledger and *
      * the control totals its finish record carries.                 *
      ******************************************************************
       01 WS-RUN-CONTROL-AREAS.
           05 WS-RUNCTL-STATUS         PIC X(02) VALUE "00".
               88 WS-RUNCTL-OK             VALUE "00".
               88 WS-RUNCTL-EOF            VALUE "10".
               88 WS-RUNCTL-MISSING        VALUE "35".
           05 WS-RUNOVRD-STATUS        PIC X(02) VALUE "00".
               88 WS-RUNOVRD-OK            VALUE "00".
               88 WS-RUNOVRD-EOF           VALUE "10".
               88 WS-RUNOVRD-MISSING       VALUE "35".
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZCLRK".
           05 WS-RUN-EVENT             PIC X(01) VALUE SPACE.
               88 WS-RUN-REFUSED           VALUE 'R'.
           05 WS-STEP-COMPLETE-SW      PIC X(01) VALUE 'N'.
               88 WS-STEP-COMPLETE         VALUE 'Y'.
           05 WS-STEP-OVERRIDE-SW      PIC X(01) VALUE 'N'.
               88 WS-STEP-OVERRIDE         VALUE 'Y'.
           05 WS-RUN-OPERATOR          PIC X(08) VALUE SPACES.
           05 WS-RUN-TIME-OF-DAY       PIC 9(08) VALUE 0.
           05 WS-RUN-RECORDS-READ      PIC 9(07) VALUE 0.
           05 WS-RUN-TICKETS           PIC 9(06) VALUE 0.
           05 WS-RUN-LAST-TICKET       PIC 9(06) VALUE 0.
           05 WS-RUN-DOLLARS           PIC S9(09)V99 VALUE 0.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1900-CHECK-RUN-CONTROL.
           IF NOT WS-RUN-REFUSED
               PERFORM 1100-INITIALIZE
               PERFORM 1200-SCAN-ORDERS UNTIL WS-NO-MORE-ORDERS
               PERFORM 1230-FLUSH-TICKET
               PERFORM 1300-SCAN-TENDERS UNTIL WS-NO-MORE-TENDERS
               PERFORM 1400-PRINT-ACTIVITY
               PERFORM 1500-PRINT-VOIDS
               PERFORM 1600-PRINT-REFUNDS
               PERFORM 1700-PRINT-RATES
               PERFORM 1800-TERMINATE
               PERFORM 1950-LOG-STEP-FINISH
           END-IF.
           STOP RUN.
       1000-END.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - "today" is the store business date   *
      * off the BUSDATE control the day-open step set, so a run that  *
      * crosses midnight still posts to the day it belongs to. The    *
      * wall clock only fills in when the control is missing.         *
      ******************************************************************
       1010-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-MISSING
               CONTINUE
           ELSE
               READ BUSDATE-FILE
                   NOT AT END MOVE BDT-BUS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
       1010-END.

      ******************************************************************
      * 1100-INITIALIZE - load every employee on the master, active   *
      * or not - a clerk who left today still rang today - then open  *
      * the day's files. A missing master only costs the names.       *
      ******************************************************************
       1100-INITIALIZE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-NOT-FOUND
               DISPLAY "** EMPFILE NOT FOUND - CLERKS BY NUMBER ONLY **"
           ELSE
               PERFORM 1110-READ-EMPLOYEE-FILE
               PERFORM 1111-LOAD-ONE-EMPLOYEE
                   UNTIL WS-EMPLOYEE-FILE-EOF
                   OR WS-CLERK-COUNT >= 100
               CLOSE EMPLOYEE-FILE
           END-IF.
           OPEN INPUT ORDER-FILE.
           OPEN INPUT TENDER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1210-READ-ORDER-FILE.
           PERFORM 1310-READ-TENDER-FILE.
       1100-END.

       1110-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE
               AT END SET WS-EMPLOYEE-FILE-EOF TO TRUE
           END-READ.
       1110-END.

       1111-LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-CLERK-COUNT.
           SET WS-CLK-IDX TO WS-CLERK-COUNT.
           MOVE EMP-EMPLOYEE-NO TO WS-CLK-NO (WS-CLK-IDX).
           MOVE EMP-NAME        TO WS-CLK-NAME (WS-CLK-IDX).
           PERFORM 1242-CLEAR-CLERK-TOTALS.
           PERFORM 1110-READ-EMPLOYEE-FILE.
       1111-END.

      ******************************************************************
      * 1200-SCAN-ORDERS - roll each of today's tickets up under the  *
      * clerk stamped on it. Every line adds to the ticket's gross;   *
      * tax, discount, promo and fee ride every line of a ticket and  *
      * are taken once, from its first line.                          *
      ******************************************************************
       1200-SCAN-ORDERS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF ORD-ORDER-DATE = WS-RUN-DATE
               IF ORD-TICKET-NO NOT = WS-CUR-TICKET-NO
                   PERFORM 1230-FLUSH-TICKET
                   PERFORM 1220-START-TICKET
               END-IF
               COMPUTE WS-CUR-GROSS = WS-CUR-GROSS +
                   (ORD-ITEM-PRICE * ORD-ITEM-QTY)
               IF ORD-VOID
                   COMPUTE WS-RUN-DOLLARS = WS-RUN-DOLLARS -
                       (ORD-ITEM-PRICE * ORD-ITEM-QTY)
               ELSE
                   COMPUTE WS-RUN-DOLLARS = WS-RUN-DOLLARS +
                       (ORD-ITEM-PRICE * ORD-ITEM-QTY)
               END-IF
           END-IF.
           PERFORM 1210-READ-ORDER-FILE.
       1200-END.

       1210-READ-ORDER-FILE.
           READ ORDER-FILE
               AT END MOVE 'N' TO WS-MORE-ORDERS-SW
           END-READ.
       1210-END.

       1220-START-TICKET.
           MOVE 'Y' TO WS-PENDING-SW.
           ADD 1 TO WS-RUN-TICKETS.
           MOVE ORD-REC-TYPE     TO WS-CUR-REC-TYPE.
           MOVE ORD-TICKET-NO    TO WS-CUR-TICKET-NO.
           MOVE ORD-CLERK-NO     TO WS-CUR-CLERK-NO.
           MOVE ORD-MGR-NO       TO WS-CUR-MGR-NO.
           MOVE ORD-VOID-REASON  TO WS-CUR-REASON.
           MOVE 0                TO WS-CUR-GROSS.
           MOVE ORD-TAX-AMT      TO WS-CUR-TAX.
           MOVE ORD-DISCOUNT-AMT TO WS-CUR-DISCOUNT.
           MOVE ORD-DELIV-FEE    TO WS-CUR-DELIV-FEE.
           MOVE ORD-PROMO-AMT    TO WS-CUR-PROMO-AMT.
           MOVE ORD-LOYALTY-AMT  TO WS-CUR-LOYALTY-AMT.
       1220-END.

      ******************************************************************
      * 1230-FLUSH-TICKET - post the finished ticket to its clerk. A  *
      * sale counts as a ticket rung with its gross, discount and     *
      * promo; a void counts under its reason code at the dollars     *
      * handed back, figured the way PIZZVOID figures them. A comp or *
      * remake rings nothing, so it stays out of the clerk's ticket   *
      * count rather than thinning out the void rate.                 *
      ******************************************************************
       1230-FLUSH-TICKET.
           IF WS-TICKET-PENDING
               MOVE WS-CUR-CLERK-NO TO WS-LOOK-CLERK-NO
               PERFORM 1240-FIND-CLERK
               MOVE 'Y' TO WS-CLK-ACTIVE-SW (WS-CLK-IDX)
               EVALUATE TRUE
                   WHEN WS-CUR-IS-VOID
                       COMPUTE WS-CUR-AMOUNT = WS-CUR-GROSS
                           + WS-CUR-TAX - WS-CUR-DISCOUNT
                           - WS-CUR-PROMO-AMT + WS-CUR-DELIV-FEE
                       ADD 1 TO WS-CLK-VOIDS (WS-CLK-IDX)
                       ADD WS-CUR-AMOUNT TO WS-CLK-VOID-AMT (WS-CLK-IDX)
                       ADD 1 TO WS-STO-VOIDS
                       ADD WS-CUR-AMOUNT TO WS-STO-VOID-AMT
                       IF WS-CUR-MGR-NO = WS-CUR-CLERK-NO
                               AND WS-CUR-MGR-NO > 0
                           ADD 1 TO WS-CLK-SELF-AUTH (WS-CLK-IDX)
                           ADD 1 TO WS-STO-SELF-AUTH
                       END-IF
                       PERFORM 1250-POST-VOID-CELL
                   WHEN WS-CUR-IS-COMP
                       CONTINUE
                   WHEN OTHER
                       SUBTRACT WS-CUR-LOYALTY-AMT FROM WS-CUR-DISCOUNT
                       ADD 1 TO WS-CLK-TICKETS (WS-CLK-IDX)
                       ADD WS-CUR-GROSS TO WS-CLK-SALES (WS-CLK-IDX)
                       ADD WS-CUR-DISCOUNT
                           TO WS-CLK-DISCOUNT (WS-CLK-IDX)
                       ADD WS-CUR-PROMO-AMT TO WS-CLK-PROMO (WS-CLK-IDX)
                       ADD 1 TO WS-STO-TICKETS
                       ADD WS-CUR-GROSS TO WS-STO-SALES
                       ADD WS-CUR-DISCOUNT TO WS-STO-DISCOUNT
                       ADD WS-CUR-PROMO-AMT TO WS-STO-PROMO
               END-EVALUATE
               MOVE 'N' TO WS-PENDING-SW
           END-IF.
       1230-END.

      ******************************************************************
      * 1240-FIND-CLERK - point WS-CLK-IDX at the clerk's entry,      *
      * adding one for a number the master does not carry. Clerk zero *
      * is business rung before the register took sign-ons.           *
      ******************************************************************
       1240-FIND-CLERK.
           SET WS-CLK-IDX TO 1.
           SEARCH WS-CLERK-ENTRY
               AT END
                   PERFORM 1241-ADD-CLERK
               WHEN WS-CLK-NO (WS-CLK-IDX) = WS-LOOK-CLERK-NO
                   CONTINUE
           END-SEARCH.
       1240-END.

       1241-ADD-CLERK.
           IF WS-CLERK-COUNT < 100
               ADD 1 TO WS-CLERK-COUNT
               SET WS-CLK-IDX TO WS-CLERK-COUNT
               MOVE WS-LOOK-CLERK-NO TO WS-CLK-NO (WS-CLK-IDX)
               IF WS-LOOK-CLERK-NO = 0
                   MOVE "NO CLERK SIGNED ON"
                       TO WS-CLK-NAME (WS-CLK-IDX)
               ELSE
                   MOVE "NOT ON EMPLOYEE MASTER"
                       TO WS-CLK-NAME (WS-CLK-IDX)
               END-IF
               PERFORM 1242-CLEAR-CLERK-TOTALS
           ELSE
               DISPLAY "** CLERK TABLE FULL - CLERK "
                   WS-LOOK-CLERK-NO " POSTED TO LAST ENTRY **"
               SET WS-CLK-IDX TO WS-CLERK-COUNT
           END-IF.
       1241-END.

       1242-CLEAR-CLERK-TOTALS.
           MOVE 'N' TO WS-CLK-ACTIVE-SW (WS-CLK-IDX).
           MOVE 0 TO WS-CLK-TICKETS (WS-CLK-IDX)
                     WS-CLK-SALES (WS-CLK-IDX)
                     WS-CLK-DISCOUNT (WS-CLK-IDX)
                     WS-CLK-PROMO (WS-CLK-IDX)
                     WS-CLK-VOIDS (WS-CLK-IDX)
                     WS-CLK-VOID-AMT (WS-CLK-IDX)
                     WS-CLK-SELF-AUTH (WS-CLK-IDX)
                     WS-CLK-REF-COUNT (WS-CLK-IDX)
                     WS-CLK-REF-CASH (WS-CLK-IDX)
                     WS-CLK-REF-CARD (WS-CLK-IDX)
                     WS-CLK-REF-ONLINE (WS-CLK-IDX)
                     WS-CLK-REF-HOUSE (WS-CLK-IDX)
                     WS-CLK-CASH-AMT (WS-CLK-IDX).
       1242-END.

       1250-POST-VOID-CELL.
           SET WS-CELL-IDX TO 1.
           SEARCH WS-CELL-ENTRY
               AT END
                   PERFORM 1251-ADD-VOID-CELL
               WHEN WS-CEL-CLERK-NO (WS-CELL-IDX) = WS-CUR-CLERK-NO
                       AND WS-CEL-REASON (WS-CELL-IDX) = WS-CUR-REASON
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-CEL-COUNT (WS-CELL-IDX).
           ADD WS-CUR-AMOUNT TO WS-CEL-AMT (WS-CELL-IDX).
       1250-END.

       1251-ADD-VOID-CELL.
           IF WS-CELL-COUNT < 300
               ADD 1 TO WS-CELL-COUNT
               SET WS-CELL-IDX TO WS-CELL-COUNT
               MOVE WS-CUR-CLERK-NO TO WS-CEL-CLERK-NO (WS-CELL-IDX)
               MOVE WS-CUR-REASON   TO WS-CEL-REASON (WS-CELL-IDX)
               MOVE 0 TO WS-CEL-COUNT (WS-CELL-IDX)
                         WS-CEL-AMT (WS-CELL-IDX)
           ELSE
               DISPLAY "** VOID REASON TABLE FULL - TICKET "
                   WS-CUR-TICKET-NO " POSTED TO LAST ENTRY **"
               SET WS-CELL-IDX TO WS-CELL-COUNT
           END-IF.
       1251-END.

      ******************************************************************
      * 1300-SCAN-TENDERS - refunds post by the tender handed back,   *
      * and every cash record moves the clerk's net cash: sales and   *
      * certificate sales in (the ticket portion - change handed back *
      * never stayed in the drawer), cash refunds out.                *
      ******************************************************************
       1300-SCAN-TENDERS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF TND-ORDER-DATE = WS-RUN-DATE
               PERFORM 1320-POST-ONE-TENDER
           END-IF.
           PERFORM 1310-READ-TENDER-FILE.
       1300-END.

       1310-READ-TENDER-FILE.
           READ TENDER-FILE
               AT END MOVE 'N' TO WS-MORE-TENDERS-SW
           END-READ.
       1310-END.

       1320-POST-ONE-TENDER.
           MOVE TND-CLERK-NO TO WS-LOOK-CLERK-NO.
           PERFORM 1240-FIND-CLERK.
           MOVE 'Y' TO WS-CLK-ACTIVE-SW (WS-CLK-IDX).
           IF TND-REFUND
               ADD 1 TO WS-CLK-REF-COUNT (WS-CLK-IDX)
               ADD 1 TO WS-STO-REF-COUNT
               EVALUATE TRUE
                   WHEN TND-CASH
                       ADD TND-TICKET-TOTAL
                           TO WS-CLK-REF-CASH (WS-CLK-IDX)
                       ADD TND-TICKET-TOTAL TO WS-STO-REF-CASH
                       SUBTRACT TND-TICKET-TOTAL
                           FROM WS-CLK-CASH-AMT (WS-CLK-IDX)
                       SUBTRACT TND-TICKET-TOTAL FROM WS-STO-CASH-AMT
                   WHEN TND-CARD
                       ADD TND-TICKET-TOTAL
                           TO WS-CLK-REF-CARD (WS-CLK-IDX)
                       ADD TND-TICKET-TOTAL TO WS-STO-REF-CARD
                   WHEN TND-ONLINE
                       ADD TND-TICKET-TOTAL
                           TO WS-CLK-REF-ONLINE (WS-CLK-IDX)
                       ADD TND-TICKET-TOTAL TO WS-STO-REF-ONLINE
                   WHEN OTHER
                       ADD TND-TICKET-TOTAL
                           TO WS-CLK-REF-HOUSE (WS-CLK-IDX)
                       ADD TND-TICKET-TOTAL TO WS-STO-REF-HOUSE
               END-EVALUATE
           ELSE
               IF TND-CASH
                   ADD TND-TICKET-TOTAL
                       TO WS-CLK-CASH-AMT (WS-CLK-IDX)
                   ADD TND-TICKET-TOTAL TO WS-STO-CASH-AMT
               END-IF
           END-IF.
       1320-END.

      ******************************************************************
      * 1400-PRINT-ACTIVITY - one line per clerk who rang anything    *
      * today, then the store line.                                   *
      ******************************************************************
       1400-PRINT-ACTIVITY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLERK ACTIVITY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVITY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1410-PRINT-ONE-ACTIVITY
               VARYING WS-CLK-IDX FROM 1 BY 1
               UNTIL WS-CLK-IDX > WS-CLERK-COUNT.
           MOVE 0                TO WS-AL-CLERK-NO.
           MOVE "STORE TOTAL"    TO WS-AL-NAME.
           MOVE WS-STO-TICKETS   TO WS-AL-TICKETS.
           MOVE WS-STO-SALES     TO WS-AL-SALES.
           MOVE WS-STO-DISCOUNT  TO WS-AL-DISCOUNT.
           MOVE WS-STO-PROMO     TO WS-AL-PROMO.
           MOVE WS-STO-CASH-AMT  TO WS-AL-CASH.
           MOVE WS-ACTIVITY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1400-END.

       1410-PRINT-ONE-ACTIVITY.
           IF WS-CLK-HAS-ACTIVITY (WS-CLK-IDX)
               MOVE WS-CLK-NO (WS-CLK-IDX)       TO WS-AL-CLERK-NO
               MOVE WS-CLK-NAME (WS-CLK-IDX)     TO WS-AL-NAME
               MOVE WS-CLK-TICKETS (WS-CLK-IDX)  TO WS-AL-TICKETS
               MOVE WS-CLK-SALES (WS-CLK-IDX)    TO WS-AL-SALES
               MOVE WS-CLK-DISCOUNT (WS-CLK-IDX) TO WS-AL-DISCOUNT
               MOVE WS-CLK-PROMO (WS-CLK-IDX)    TO WS-AL-PROMO
               MOVE WS-CLK-CASH-AMT (WS-CLK-IDX) TO WS-AL-CASH
               MOVE WS-ACTIVITY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1410-END.

      ******************************************************************
      * 1500-PRINT-VOIDS - count and dollars by clerk and reason,     *
      * clerks in master order.                                       *
      ******************************************************************
       1500-PRINT-VOIDS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VOIDS BY REASON CODE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VOID-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1510-PRINT-CLERK-VOIDS
               VARYING WS-CLK-IDX FROM 1 BY 1
               UNTIL WS-CLK-IDX > WS-CLERK-COUNT.
           MOVE 0                TO WS-VL-CLERK-NO.
           MOVE "STORE TOTAL"    TO WS-VL-NAME.
           MOVE SPACES           TO WS-VL-REASON.
           MOVE WS-STO-VOIDS     TO WS-VL-COUNT.
           MOVE WS-STO-VOID-AMT  TO WS-VL-AMOUNT.
           MOVE WS-VOID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1500-END.

       1510-PRINT-CLERK-VOIDS.
           IF WS-CLK-VOIDS (WS-CLK-IDX) > 0
               PERFORM 1520-PRINT-ONE-VOID-CELL
                   VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
           END-IF.
       1510-END.

       1520-PRINT-ONE-VOID-CELL.
           IF WS-CEL-CLERK-NO (WS-CELL-IDX) = WS-CLK-NO (WS-CLK-IDX)
               MOVE WS-CLK-NO (WS-CLK-IDX)       TO WS-VL-CLERK-NO
               MOVE WS-CLK-NAME (WS-CLK-IDX)     TO WS-VL-NAME
               MOVE WS-CEL-REASON (WS-CELL-IDX)  TO WS-VL-REASON
               MOVE WS-CEL-COUNT (WS-CELL-IDX)   TO WS-VL-COUNT
               MOVE WS-CEL-AMT (WS-CELL-IDX)     TO WS-VL-AMOUNT
               MOVE WS-VOID-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1520-END.

      ******************************************************************
      * 1600-PRINT-REFUNDS - refund dollars by the tender handed      *
      * back, for each clerk who handed any back.                     *
      ******************************************************************
       1600-PRINT-REFUNDS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUNDS BY TENDER TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUND-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1610-PRINT-ONE-REFUND
               VARYING WS-CLK-IDX FROM 1 BY 1
               UNTIL WS-CLK-IDX > WS-CLERK-COUNT.
           MOVE 0                TO WS-RF-CLERK-NO.
           MOVE "STORE TOTAL"    TO WS-RF-NAME.
           MOVE WS-STO-REF-COUNT TO WS-RF-COUNT.
           MOVE WS-STO-REF-CASH  TO WS-RF-CASH.
           MOVE WS-STO-REF-CARD  TO WS-RF-CARD.
           MOVE WS-STO-REF-ONLINE TO WS-RF-ONLINE.
           MOVE WS-STO-REF-HOUSE TO WS-RF-HOUSE.
           MOVE WS-REFUND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1600-END.

       1610-PRINT-ONE-REFUND.
           IF WS-CLK-REF-COUNT (WS-CLK-IDX) > 0
               MOVE WS-CLK-NO (WS-CLK-IDX)        TO WS-RF-CLERK-NO
               MOVE WS-CLK-NAME (WS-CLK-IDX)      TO WS-RF-NAME
               MOVE WS-CLK-REF-COUNT (WS-CLK-IDX) TO WS-RF-COUNT
               MOVE WS-CLK-REF-CASH (WS-CLK-IDX)  TO WS-RF-CASH
               MOVE WS-CLK-REF-CARD (WS-CLK-IDX)  TO WS-RF-CARD
               MOVE WS-CLK-REF-ONLINE (WS-CLK-IDX) TO WS-RF-ONLINE
               MOVE WS-CLK-REF-HOUSE (WS-CLK-IDX) TO WS-RF-HOUSE
               MOVE WS-REFUND-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1610-END.

      ******************************************************************
      * 1700-PRINT-RATES - the store's rates first, then each clerk's *
      * against them. A clerk over WS-FLAG-MULTIPLE times the store   *
      * rate on voids or on discounts is flagged.                     *
      ******************************************************************
       1700-PRINT-RATES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTION RATES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RATE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STO-TICKETS TO WS-RATE-TICKETS.
           MOVE WS-STO-VOIDS   TO WS-RATE-VOIDS.
           MOVE WS-STO-SALES   TO WS-RATE-SALES.
           COMPUTE WS-RATE-GIVEN = WS-STO-DISCOUNT + WS-STO-PROMO.
           PERFORM 1720-FIGURE-RATES.
           MOVE WS-VOID-RATE TO WS-STO-VOID-RATE.
           MOVE WS-DISC-RATE TO WS-STO-DISC-RATE.
           COMPUTE WS-VOID-LIMIT = WS-STO-VOID-RATE * WS-FLAG-MULTIPLE.
           COMPUTE WS-DISC-LIMIT = WS-STO-DISC-RATE * WS-FLAG-MULTIPLE.
           MOVE 0                 TO WS-RL-CLERK-NO.
           MOVE "STORE AVERAGE"   TO WS-RL-NAME.
           MOVE WS-STO-TICKETS    TO WS-RL-TICKETS.
           MOVE WS-STO-VOIDS      TO WS-RL-VOIDS.
           MOVE WS-STO-VOID-RATE  TO WS-RL-VOID-RATE.
           MOVE WS-STO-DISC-RATE  TO WS-RL-DISC-RATE.
           MOVE WS-STO-SELF-AUTH  TO WS-RL-SELF-AUTH.
           MOVE SPACES            TO WS-RL-FLAG.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1710-PRINT-ONE-RATE
               VARYING WS-CLK-IDX FROM 1 BY 1
               UNTIL WS-CLK-IDX > WS-CLERK-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-TL-COUNT.
           MOVE " CLERKS FLAGGED" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1700-END.

       1710-PRINT-ONE-RATE.
           IF WS-CLK-HAS-ACTIVITY (WS-CLK-IDX)
               MOVE WS-CLK-TICKETS (WS-CLK-IDX) TO WS-RATE-TICKETS
               MOVE WS-CLK-VOIDS (WS-CLK-IDX)   TO WS-RATE-VOIDS
               MOVE WS-CLK-SALES (WS-CLK-IDX)   TO WS-RATE-SALES
               COMPUTE WS-RATE-GIVEN = WS-CLK-DISCOUNT (WS-CLK-IDX)
                   + WS-CLK-PROMO (WS-CLK-IDX)
               PERFORM 1720-FIGURE-RATES
               MOVE 'N' TO WS-HIGH-VOID-SW WS-HIGH-DISC-SW
               IF WS-VOID-RATE > WS-VOID-LIMIT
                   MOVE 'Y' TO WS-HIGH-VOID-SW
               END-IF
               IF WS-DISC-RATE > WS-DISC-LIMIT
                   MOVE 'Y' TO WS-HIGH-DISC-SW
               END-IF
               EVALUATE TRUE
                   WHEN WS-HIGH-VOID AND WS-HIGH-DISC
                       MOVE "** HIGH VOIDS+DISCOUNTS" TO WS-RL-FLAG
                   WHEN WS-HIGH-VOID
                       MOVE "** HIGH VOID RATE" TO WS-RL-FLAG
                   WHEN WS-HIGH-DISC
                       MOVE "** HIGH DISCOUNT RATE" TO WS-RL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO WS-RL-FLAG
               END-EVALUATE
               IF WS-HIGH-VOID OR WS-HIGH-DISC
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               MOVE WS-CLK-NO (WS-CLK-IDX)        TO WS-RL-CLERK-NO
               MOVE WS-CLK-NAME (WS-CLK-IDX)      TO WS-RL-NAME
               MOVE WS-CLK-TICKETS (WS-CLK-IDX)   TO WS-RL-TICKETS
               MOVE WS-CLK-VOIDS (WS-CLK-IDX)     TO WS-RL-VOIDS
               MOVE WS-VOID-RATE                  TO WS-RL-VOID-RATE
               MOVE WS-DISC-RATE                  TO WS-RL-DISC-RATE
               MOVE WS-CLK-SELF-AUTH (WS-CLK-IDX) TO WS-RL-SELF-AUTH
               MOVE WS-RATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1710-END.

      ******************************************************************
      * 1720-FIGURE-RATES - voids per hundred tickets rung and        *
      * discount-plus-promo dollars per hundred dollars of sales. A   *
      * clerk who voided without ringing anything tops the scale.     *
      ******************************************************************
       1720-FIGURE-RATES.
           MOVE 0 TO WS-VOID-RATE WS-DISC-RATE.
           IF WS-RATE-TICKETS > 0
               COMPUTE WS-VOID-RATE ROUNDED =
                   WS-RATE-VOIDS * 100 / WS-RATE-TICKETS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-VOID-RATE
               END-COMPUTE
           ELSE
               IF WS-RATE-VOIDS > 0
                   MOVE 999.9 TO WS-VOID-RATE
               END-IF
           END-IF.
           IF WS-RATE-SALES > 0
               COMPUTE WS-DISC-RATE ROUNDED =
                   WS-RATE-GIVEN * 100 / WS-RATE-SALES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-DISC-RATE
               END-COMPUTE
           ELSE
               IF WS-RATE-GIVEN > 0
                   MOVE 999.9 TO WS-DISC-RATE
               END-IF
           END-IF.
       1720-END.

       1800-TERMINATE.
           CLOSE ORDER-FILE.
           CLOSE TENDER-FILE.
           CLOSE REPORT-FILE.
       1800-END.

      ******************************************************************
      * 1900-CHECK-RUN-CONTROL - the run-control ledger keeps a start *
      * and a finish for every nightly step by business date, the     *
      * latest record for the date and step being its state. A date   *
      * already complete is refused with return code 4 - the code a   *
      * skipped posting step has always ended with, so the steps      *
      * conditioned on this one stand down too - unless the operator  *
      * has put an override card for it on RUNOVRD.                   *
      ******************************************************************
       1900-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-MISSING
               CONTINUE
           ELSE
               PERFORM 1910-READ-RUN-CONTROL
               PERFORM 1911-SCAN-ONE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.
           PERFORM 1920-CHECK-OVERRIDE.
           IF WS-STEP-COMPLETE AND NOT WS-STEP-OVERRIDE
               DISPLAY "** " WS-RUN-STEP-NAME " ALREADY COMPLETE FOR "
                   WS-RUN-DATE " - RUN REFUSED **"
               MOVE 4 TO RETURN-CODE
               MOVE 'R' TO WS-RUN-EVENT
           ELSE
               MOVE 'S' TO WS-RUN-EVENT
           END-IF.
           PERFORM 1960-WRITE-RUN-CONTROL.
       1900-END.

       1910-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END SET WS-RUNCTL-EOF TO TRUE
           END-READ.
       1910-END.

       1911-SCAN-ONE-RUN-CONTROL.
           IF RUN-BUS-DATE = WS-RUN-DATE
                   AND RUN-STEP-NAME = WS-RUN-STEP-NAME
               EVALUATE TRUE
                   WHEN RUN-STARTED
                       MOVE 'N' TO WS-STEP-COMPLETE-SW
                   WHEN RUN-FINISHED AND RUN-RETURN-CODE > 4
                       MOVE 'N' TO WS-STEP-COMPLETE-SW
                   WHEN RUN-FINISHED
                       MOVE 'Y' TO WS-STEP-COMPLETE-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1910-READ-RUN-CONTROL.
       1911-END.

      ******************************************************************
      * 1920-CHECK-OVERRIDE - an override card naming this step, or   *
      * ALL, for tonight's business date lets a complete date rerun.  *
      * The operator on the card goes on the ledger with the run.     *
      ******************************************************************
       1920-CHECK-OVERRIDE.
           OPEN INPUT RUN-OVERRIDE-FILE.
           IF WS-RUNOVRD-MISSING
               CONTINUE
           ELSE
               PERFORM 1921-READ-OVERRIDE
               PERFORM 1922-MATCH-ONE-OVERRIDE UNTIL WS-RUNOVRD-EOF
               CLOSE RUN-OVERRIDE-FILE
           END-IF.
           IF WS-STEP-COMPLETE AND WS-STEP-OVERRIDE
               DISPLAY "** " WS-RUN-STEP-NAME " RERUN FOR " WS-RUN-DATE
                   " ON OVERRIDE BY " WS-RUN-OPERATOR " **"
           END-IF.
       1920-END.

       1921-READ-OVERRIDE.
           READ RUN-OVERRIDE-FILE
               AT END SET WS-RUNOVRD-EOF TO TRUE
           END-READ.
       1921-END.

       1922-MATCH-ONE-OVERRIDE.
           IF OVR-BUS-DATE = WS-RUN-DATE
                   AND (OVR-STEP-NAME = WS-RUN-STEP-NAME
                       OR OVR-ALL-STEPS)
               MOVE 'Y' TO WS-STEP-OVERRIDE-SW
               MOVE OVR-OPERATOR TO WS-RUN-OPERATOR
           END-IF.
           PERFORM 1921-READ-OVERRIDE.
       1922-END.

      ******************************************************************
      * 1950-LOG-STEP-FINISH - the finish record carries the return   *
      * code the step is ending with and its control totals.          *
      ******************************************************************
       1950-LOG-STEP-FINISH.
           MOVE 'F' TO WS-RUN-EVENT.
           PERFORM 1960-WRITE-RUN-CONTROL.
       1950-END.

       1960-WRITE-RUN-CONTROL.
           MOVE WS-RUN-DATE          TO RUN-BUS-DATE.
           MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
           MOVE WS-RUN-EVENT         TO RUN-EVENT.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-TIME-OF-DAY (1:6) TO RUN-STAMP-TIME.
           MOVE RETURN-CODE          TO RUN-RETURN-CODE.
           MOVE WS-RUN-RECORDS-READ  TO RUN-RECORDS-READ.
           MOVE WS-RUN-TICKETS       TO RUN-TICKETS.
           MOVE WS-RUN-DOLLARS       TO RUN-DOLLARS.
           MOVE WS-STEP-OVERRIDE-SW  TO RUN-OVERRIDE-SW.
           MOVE WS-RUN-OPERATOR      TO RUN-OPERATOR.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
       1960-END.

       END PROGRAM PIZZCLRK.
