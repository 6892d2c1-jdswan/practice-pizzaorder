      * pass over the day's TENDER-FILE picks up the certificate      *
      * liability movement - certificates sold and redeemed post on   *
      * their own extract fields instead of hiding inside sales.      *
      * Loyalty points earned and redeemed on the day's tickets post  *
      * the same way, valued at the LOYLFILE points-per-dollar rate.  *
      * The same tender pass picks up online orders prepaid to an     *
      * aggregator - money due from the aggregator rather than cash - *
      * and the commission the aggregator withholds from it.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-OVERRIDE-FILE ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       FD  LOYALTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLOY.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZRUN.

       FD  RUN-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZOVR.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-EOF       VALUE "10".
           05 WS-GL-FILE-STATUS        PIC X(02) VALUE "00".
           05 WS-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
               88 WS-LOYALTY-FILE-OK       VALUE "00".
               88 WS-LOYALTY-FILE-MISSING  VALUE "35".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-MORE-TENDERS-SW       PIC X(01) VALUE 'Y'.
           05 WS-CERT-SOLD             PIC S9(09)V99 VALUE 0.
           05 WS-CERT-REDEEMED         PIC S9(09)V99 VALUE 0.
           05 WS-STORE-NO              PIC 9(03) VALUE 1.
           05 WS-LOY-PTS-PER-DOLLAR    PIC 9(03) VALUE 20.
           05 WS-POINTS-EARNED         PIC S9(09) VALUE 0.
           05 WS-POINTS-REDEEMED       PIC S9(09) VALUE 0.
           05 WS-ONLINE-TENDERS        PIC S9(09)V99 VALUE 0.
           05 WS-ONLINE-COMMISSION     PIC S9(09)V99 VALUE 0.
           05 WS-COMP-AMT              PIC S9(09)V99 VALUE 0.

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZAGL".
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
               PERFORM 1200-ACCUMULATE-SALES UNTIL WS-NO-MORE-RECORDS
               PERFORM 1250-ACCUMULATE-CERTS UNTIL WS-NO-MORE-TENDERS
               PERFORM 1300-WRITE-EXTRACT
               PERFORM 1800-TERMINATE
               PERFORM 1950-LOG-STEP-FINISH
           END-IF.
           STOP RUN.
       1000-END.

       1010-END.

      ******************************************************************
      * 1020-LOAD-LOYALTY-CONTROL - the points-per-dollar rate values *
      * points on the books; the register's compiled-in default holds *
      * when LOYLFILE is missing or carries no rate.                  *
      ******************************************************************
       1020-LOAD-LOYALTY-CONTROL.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-FILE-MISSING
               CONTINUE
           ELSE
               READ LOYALTY-FILE
                   NOT AT END
                       IF LOY-PTS-PER-DOLLAR > 0
                           MOVE LOY-PTS-PER-DOLLAR
                               TO WS-LOY-PTS-PER-DOLLAR
                       END-IF
               END-READ
               CLOSE LOYALTY-FILE
           END-IF.
       1020-END.

      ******************************************************************
      * 1100-INITIALIZE - the business date picked up ahead of the    *
      * run-control check filters ORDER-FILE down to just today's      *
      * tickets (ORDERFIL keeps every prior day's business too) and    *
      * stamps the extract; then open the files.                       *
      ******************************************************************
       1100-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
           PERFORM 1020-LOAD-LOYALTY-CONTROL.
           OPEN INPUT ORDER-FILE.
           OPEN INPUT TENDER-FILE.
           OPEN OUTPUT GL-FILE.
       1100-END.

       1200-ACCUMULATE-SALES.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF ORD-ORDER-DATE = WS-RUN-DATE
               PERFORM 1220-POST-ONE-RECORD
           END-IF.
      * PIZZDISP uses to pick one dispatch record per ticket). A void *
      * record (type 'V') posts with its sign flipped so a refunded   *
      * ticket nets out of the ledger instead of posting as revenue.  *
      * The ticket's loyalty points post on the same control break,   *
      * a void taking back what its sale earned and redeemed. A comp  *
      * line (type 'C') rings at no price, so it adds nothing to      *
      * gross; the menu value it carries posts to the comp line.      *
      ******************************************************************
       1220-POST-ONE-RECORD.
           IF ORD-COMP
               COMPUTE WS-COMP-AMT = WS-COMP-AMT +
                   (ORD-COMP-PRICE * ORD-ITEM-QTY)
           END-IF.
           IF ORD-VOID
               COMPUTE WS-GROSS-SALES = WS-GROSS-SALES -
                   (ORD-ITEM-PRICE * ORD-ITEM-QTY)
           END-IF.
           IF ORD-TICKET-NO NOT = WS-LAST-TICKET-NO
               MOVE ORD-TICKET-NO TO WS-LAST-TICKET-NO
               ADD 1 TO WS-RUN-TICKETS
               IF ORD-VOID
                   SUBTRACT ORD-TAX-AMT      FROM WS-TAX-COLLECTED
                   SUBTRACT ORD-DISCOUNT-AMT FROM WS-DISCOUNT-TOTAL
                   SUBTRACT ORD-DELIV-FEE    FROM WS-DELIV-FEE-TOTAL
                   SUBTRACT ORD-PROMO-AMT    FROM WS-PROMO-TOTAL
                   SUBTRACT ORD-POINTS-EARNED   FROM WS-POINTS-EARNED
                   SUBTRACT ORD-POINTS-REDEEMED FROM WS-POINTS-REDEEMED
               ELSE
                   ADD ORD-TAX-AMT      TO WS-TAX-COLLECTED
                   ADD ORD-DISCOUNT-AMT TO WS-DISCOUNT-TOTAL
                   ADD ORD-DELIV-FEE    TO WS-DELIV-FEE-TOTAL
                   ADD ORD-PROMO-AMT    TO WS-PROMO-TOTAL
                   ADD ORD-POINTS-EARNED   TO WS-POINTS-EARNED
                   ADD ORD-POINTS-REDEEMED TO WS-POINTS-REDEEMED
               END-IF
           END-IF.
       1220-END.
      ******************************************************************
      * 1250-ACCUMULATE-CERTS - certificate-sale tender records post  *
      * liability taken on; gift tenders on sale tickets post         *
      * liability redeemed. Online tenders post the aggregator's      *
      * receivable and its commission; an online refund takes the     *
      * receivable back (the commission stays booked - aggregators    *
      * keep it on a refunded order). Everything else in the tender   *
      * file is drawer business the Z report already covers.          *
      ******************************************************************
       1250-ACCUMULATE-CERTS.
           IF TND-ORDER-DATE = WS-RUN-DATE
                   IF TND-GIFT AND TND-SALE
                       ADD TND-TICKET-TOTAL TO WS-CERT-REDEEMED
                   END-IF
                   IF TND-ONLINE
                       PERFORM 1270-POST-ONLINE-TENDER
                   END-IF
               END-IF
           END-IF.
           PERFORM 1260-READ-TENDER-FILE.
           END-READ.
       1260-END.

       1270-POST-ONLINE-TENDER.
           IF TND-REFUND
               SUBTRACT TND-TICKET-TOTAL FROM WS-ONLINE-TENDERS
           ELSE
               ADD TND-TICKET-TOTAL   TO WS-ONLINE-TENDERS
               ADD TND-COMMISSION-AMT TO WS-ONLINE-COMMISSION
           END-IF.
       1270-END.

       1300-WRITE-EXTRACT.
           COMPUTE WS-NET-SALES = WS-GROSS-SALES - WS-DISCOUNT-TOTAL
               - WS-PROMO-TOTAL + WS-TAX-COLLECTED
           MOVE WS-CERT-SOLD       TO GL-CERT-SOLD.
           MOVE WS-CERT-REDEEMED   TO GL-CERT-REDEEMED.
           MOVE WS-STORE-NO        TO GL-STORE-NO.
           COMPUTE GL-POINTS-EARNED ROUNDED =
               WS-POINTS-EARNED / WS-LOY-PTS-PER-DOLLAR.
           COMPUTE GL-POINTS-REDEEMED ROUNDED =
               WS-POINTS-REDEEMED / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-ONLINE-TENDERS    TO GL-ONLINE-TENDERS.
           MOVE WS-ONLINE-COMMISSION TO GL-ONLINE-COMMISSION.
           MOVE WS-COMP-AMT          TO GL-COMP-AMT.
           WRITE GL-EXTRACT-RECORD.
       1300-END.

       1800-TERMINATE.
           MOVE WS-GROSS-SALES TO WS-RUN-DOLLARS.
           CLOSE ORDER-FILE.
           CLOSE TENDER-FILE.
           CLOSE GL-FILE.
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

       END PROGRAM PIZZAGL.
