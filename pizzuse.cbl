      * copies back over the master only when this step ends clean -  *
      * the same prove-then-rewrite shape PIZZARCH uses - and a       *
      * posted-date checkpoint stops a job rerun from depleting the   *
      * same day twice. A clean run also appends the day's usage to   *
      * the usage log the physical count posting totals its period    *
      * usage from. The day's usage is also priced at each            *
      * ingredient's unit cost and set against the day's net food     *
      * sales for a theoretical food-cost percent.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-CHECK-STATUS.

           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "USAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
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


       FD  NEWINV-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWINV-RECORD                PIC X(64).

       FD  USAGE-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCHK.

       FD  USAGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZUSL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(80).
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
           05 WS-USAGE-CHECK-STATUS    PIC X(02) VALUE "00".
               88 WS-USAGE-CHECK-OK        VALUE "00".
               88 WS-USAGE-CHECK-MISSING   VALUE "35".
           05 WS-USAGE-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-USAGE-LOG-OK          VALUE "00".
               88 WS-USAGE-LOG-MISSING     VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-POST-INGREDIENT       PIC X(20) VALUE SPACES.
           05 WS-POST-QTY              PIC S9(05)V99 VALUE 0.

       01 WS-FOOD-COST-AREAS.
           05 WS-LAST-TICKET-NO        PIC 9(06) VALUE 0.
           05 WS-NET-FOOD-SALES        PIC S9(09)V99 VALUE 0.
           05 WS-USAGE-COST            PIC S9(09)V99 VALUE 0.
           05 WS-FOOD-COST-PCT         PIC S9(03)V9 VALUE 0.

       01 WS-RECIPE-TABLE.
           05 WS-RECIPE-ENTRY OCCURS 200 TIMES.
               10 WS-RCP-NAME           PIC X(24) VALUE SPACES.
               10 WS-INV-REORDER        PIC 9(05)V99 VALUE 0.
               10 WS-INV-VENDOR         PIC X(12) VALUE SPACES.
               10 WS-INV-ORDER-QTY      PIC 9(05)V99 VALUE 0.
               10 WS-INV-UNIT-COST      PIC 9(03)V9999 VALUE 0.
               10 WS-INV-USED           PIC S9(05)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-FLAG               PIC X(14).

       01 WS-FOOD-COST-LINE.
           05 WS-FL-LABEL              PIC X(30).
           05 WS-FL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-FOOD-PCT-LINE.
           05 FILLER                   PIC X(30)
               VALUE "THEORETICAL FOOD COST PCT".
           05 WS-FP-PCT                PIC ZZ9.9-.

       01 WS-WARNING-LINE.
           05 WS-WL-COUNT              PIC ZZZZ9.
           05 WS-WL-TEXT               PIC X(40).

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZUSE".
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
           PERFORM 1050-CHECK-ALREADY-POSTED.
           PERFORM 1900-CHECK-RUN-CONTROL.
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   CONTINUE
               WHEN WS-ALREADY-POSTED AND NOT WS-STEP-OVERRIDE
                   DISPLAY "** USAGE ALREADY POSTED FOR TODAY - "
                       "RUN SKIPPED **"
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1950-LOG-STEP-FINISH
               WHEN OTHER
                   PERFORM 1100-INITIALIZE
                   PERFORM 1200-EXPLODE-ORDERS UNTIL WS-NO-MORE-RECORDS
                   PERFORM 1300-REPORT-USAGE
                   PERFORM 1400-WRITE-NEW-INVENTORY
                   IF RETURN-CODE = 0
                       PERFORM 1450-WRITE-USAGE-LOG
                       PERFORM 1500-WRITE-USAGE-CHECKPOINT
                   END-IF
                   PERFORM 1800-TERMINATE
                   PERFORM 1950-LOG-STEP-FINISH
           END-EVALUATE.
           STOP RUN.
       1000-END.

      * 1050-CHECK-ALREADY-POSTED - the posted-date checkpoint stops  *
      * a rerun of the nightly job from exploding the same day's     *
      * orders into the inventory a second time. The nonzero return  *
      * code also keeps the copy-back step from running. Only an      *
      * operator override card on RUNOVRD lets it through.            *
      ******************************************************************
       1050-CHECK-ALREADY-POSTED.
           PERFORM 1010-GET-BUSINESS-DATE.
           MOVE INV-REORDER-POINT TO WS-INV-REORDER (WS-INV-COUNT).
           MOVE INV-VENDOR     TO WS-INV-VENDOR (WS-INV-COUNT).
           MOVE INV-ORDER-QTY  TO WS-INV-ORDER-QTY (WS-INV-COUNT).
           MOVE INV-UNIT-COST  TO WS-INV-UNIT-COST (WS-INV-COUNT).
           PERFORM 1120-READ-INVENTORY-FILE.
       1121-END.

       1200-EXPLODE-ORDERS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF ORD-ORDER-DATE = WS-RUN-DATE
               PERFORM 1220-EXPLODE-ONE-RECORD
               PERFORM 1260-ACCUMULATE-FOOD-SALES
           END-IF.
           PERFORM 1210-READ-ORDER-FILE.
       1200-END.
      * the same even split PIZZRPT gives the dollars. Toppings on a  *
      * half only cover that half, so they take the same half share.  *
      * A void record explodes with its sign flipped, putting the     *
      * ingredients back the way the dollars net out elsewhere. A     *
      * comp or remake (type 'C') used the dough and toppings like    *
      * any sale and explodes the same way; its zero price keeps it   *
      * out of the food sales the cost percentage is taken against.   *
      ******************************************************************
       1220-EXPLODE-ONE-RECORD.
           IF ORD-VOID
           END-SEARCH.
       1250-END.

      ******************************************************************
      * 1260-ACCUMULATE-FOOD-SALES - net food sales are the basket    *
      * lines less the ticket's discount and promo; tax and delivery  *
      * fees buy no food, so they stay out. Discount and promo repeat *
      * on every line of a ticket and post once per ticket - the same *
      * control break PIZZAGL uses - and a void nets out.             *
      ******************************************************************
       1260-ACCUMULATE-FOOD-SALES.
           IF ORD-VOID
               COMPUTE WS-NET-FOOD-SALES = WS-NET-FOOD-SALES -
                   (ORD-ITEM-PRICE * ORD-ITEM-QTY)
           ELSE
               COMPUTE WS-NET-FOOD-SALES = WS-NET-FOOD-SALES +
                   (ORD-ITEM-PRICE * ORD-ITEM-QTY)
           END-IF.
           IF ORD-TICKET-NO NOT = WS-LAST-TICKET-NO
               MOVE ORD-TICKET-NO TO WS-LAST-TICKET-NO
               ADD 1 TO WS-RUN-TICKETS
               IF ORD-VOID
                   ADD ORD-DISCOUNT-AMT ORD-PROMO-AMT
                       TO WS-NET-FOOD-SALES
               ELSE
                   SUBTRACT ORD-DISCOUNT-AMT ORD-PROMO-AMT
                       FROM WS-NET-FOOD-SALES
               END-IF
           END-IF.
       1260-END.

      ******************************************************************
      * 1300-REPORT-USAGE - deplete each ingredient's on-hand by the  *
      * day's usage and print the usage-vs-on-hand line, flagging     *
           PERFORM 1310-REPORT-ONE-INGREDIENT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           PERFORM 1320-REPORT-FOOD-COST.
           IF WS-NO-RECIPE-COUNT > 0
               MOVE WS-NO-RECIPE-COUNT TO WS-WL-COUNT
               MOVE " ITEMS HAD NO RECIPE ROW" TO WS-WL-TEXT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-USAGE-COST ROUNDED = WS-USAGE-COST
               + (WS-INV-USED (WS-INV-SUB)
                  * WS-INV-UNIT-COST (WS-INV-SUB)).
       1310-END.

      ******************************************************************
      * 1320-REPORT-FOOD-COST - the day's usage at unit cost against  *
      * the day's net food sales: what the recipes say the food cost  *
      * should have been. Set beside the physical count's variance it *
      * tells over-portioning from prices that need to move.          *
      ******************************************************************
       1320-REPORT-FOOD-COST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "THEORETICAL FOOD COST" TO WS-FL-LABEL.
           MOVE WS-USAGE-COST TO WS-FL-AMOUNT.
           MOVE WS-FOOD-COST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NET FOOD SALES" TO WS-FL-LABEL.
           MOVE WS-NET-FOOD-SALES TO WS-FL-AMOUNT.
           MOVE WS-FOOD-COST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NET-FOOD-SALES > 0
               COMPUTE WS-FOOD-COST-PCT ROUNDED =
                   WS-USAGE-COST * 100 / WS-NET-FOOD-SALES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-FOOD-COST-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FOOD-COST-PCT
           END-IF.
           MOVE WS-FOOD-COST-PCT TO WS-FP-PCT.
           MOVE WS-FOOD-PCT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1320-END.

      ******************************************************************
      * 1400-WRITE-NEW-INVENTORY - the depleted balances go to the    *
      * NEWINV file; the next job step copies it back over the live   *
           MOVE WS-INV-REORDER (WS-INV-SUB)    TO INV-REORDER-POINT.
           MOVE WS-INV-VENDOR (WS-INV-SUB)     TO INV-VENDOR.
           MOVE WS-INV-ORDER-QTY (WS-INV-SUB)  TO INV-ORDER-QTY.
           MOVE WS-INV-UNIT-COST (WS-INV-SUB)  TO INV-UNIT-COST.
           WRITE NEWINV-RECORD FROM INVENTORY-RECORD.
       1410-END.

      ******************************************************************
      * 1450-WRITE-USAGE-LOG - append the day's usage per ingredient  *
      * to the usage log so the physical count can set its variance  *
      * against what the recipes say the period used. Written only on *
      * a clean run, under the same posted-date checkpoint, so a      *
      * rerun never logs the same day twice.                          *
      ******************************************************************
       1450-WRITE-USAGE-LOG.
           OPEN EXTEND USAGE-LOG-FILE.
           IF WS-USAGE-LOG-MISSING
               OPEN OUTPUT USAGE-LOG-FILE
           END-IF.
           PERFORM 1451-WRITE-ONE-USAGE-LOG
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           CLOSE USAGE-LOG-FILE.
       1450-END.

       1451-WRITE-ONE-USAGE-LOG.
           IF WS-INV-USED (WS-INV-SUB) NOT = 0
               MOVE WS-RUN-DATE                    TO USL-DATE
               MOVE WS-INV-INGREDIENT (WS-INV-SUB) TO USL-INGREDIENT
               MOVE WS-INV-USED (WS-INV-SUB)       TO USL-USED
               MOVE WS-INV-UOM (WS-INV-SUB)        TO USL-UOM
               WRITE USAGE-LOG-RECORD
           END-IF.
       1451-END.

      ******************************************************************
      * 1500-WRITE-USAGE-CHECKPOINT - stamp today as posted so a     *
      * rerun skips instead of depleting twice. Only performed when  *
       1800-TERMINATE.
           CLOSE ORDER-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-NET-FOOD-SALES TO WS-RUN-DOLLARS.
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

       END PROGRAM PIZZUSE.
