       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCREC.

      ******************************************************************
      * PIZZCREC is the nightly card settlement reconciliation. The   *
      * register's card tenders ('D' on TENDER-FILE) say what the     *
      * store charged; the processor's settlement file for the batch  *
      * says what it will actually deposit. Each of the day's card    *
      * sales (ticket total plus the tip keyed off the signed slip)   *
      * and card refunds is matched to a settled item by ticket,      *
      * type and amount. Matched items print with the fee withheld;   *
      * items on our tenders the processor never settled print as     *
      * unmatched on our side (a batch that did not close, a slip     *
      * never captured), and items the processor settled that are     *
      * not on our tenders print as unmatched on theirs - a           *
      * chargeback against an earlier sale always lands here. The     *
      * summary carries the fee totals and the deposit to expect, so  *
      * a missing batch or a chargeback is on the desk the next       *
      * morning instead of turning up at bank rec. Any unmatched item *
      * ends the step with RC 4; nothing downstream is held for it.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENDER-FILE ASSIGN TO "TENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENDER-FILE-STATUS.

           SELECT TIP-FILE ASSIGN TO "TIPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-FILE-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "CARDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CRECRPT"
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

       FD  TENDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTND.

       FD  TIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTIP.

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCST.

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
           05 WS-TENDER-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-EOF       VALUE "10".
               88 WS-TENDER-NOT-FOUND      VALUE "35".
           05 WS-TIP-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-TIP-FILE-OK           VALUE "00".
               88 WS-TIP-FILE-EOF          VALUE "10".
               88 WS-TIP-FILE-MISSING      VALUE "35".
           05 WS-SETTLE-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-SETTLE-FILE-OK        VALUE "00".
               88 WS-SETTLE-FILE-EOF       VALUE "10".
               88 WS-SETTLE-FILE-MISSING   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-OUR-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-THEIR-COUNT           PIC 9(03) VALUE 0    COMP.
           05 WS-LOOK-TYPE             PIC X(01) VALUE SPACE.
           05 WS-NO-SETTLE-FILE-SW     PIC X(01) VALUE 'N'.
               88 WS-NO-SETTLE-FILE        VALUE 'Y'.
           05 WS-OTHER-FOUND-SW        PIC X(01) VALUE 'N'.
               88 WS-OTHER-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOW        VALUE 'Y'.

      ******************************************************************
      * Our side: the day's card tenders. A certificate sold on a     *
      * card is money in like a sale and is matched the same way, on  *
      * ticket zero.                                                  *
      ******************************************************************
       01 WS-OUR-TABLE.
           05 WS-OUR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-OUR-COUNT
                   INDEXED BY WS-OUR-IDX.
               10 WS-OUR-TICKET-NO      PIC 9(06).
               10 WS-OUR-TYPE           PIC X(01).
                   88 WS-OUR-IS-SALE        VALUE 'S'.
                   88 WS-OUR-IS-REFUND      VALUE 'R'.
               10 WS-OUR-AMT            PIC 9(05)V99.
               10 WS-OUR-TIP            PIC 9(03)V99.
               10 WS-OUR-EXPECT         PIC 9(05)V99.
               10 WS-OUR-MATCHED-SW     PIC X(01).
                   88 WS-OUR-MATCHED        VALUE 'Y'.

      ******************************************************************
      * Their side: settled items that matched nothing on our side,   *
      * held for printing after the pass.                             *
      ******************************************************************
       01 WS-THEIR-TABLE.
           05 WS-THEIR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-THEIR-COUNT
                   INDEXED BY WS-THR-IDX.
               10 WS-THR-BATCH-NO       PIC X(06).
               10 WS-THR-TRAN-DATE      PIC 9(08).
               10 WS-THR-TICKET-NO      PIC 9(06).
               10 WS-THR-TYPE           PIC X(01).
                   88 WS-THR-IS-SALE        VALUE 'S'.
                   88 WS-THR-IS-REFUND      VALUE 'R'.
                   88 WS-THR-IS-CHARGEBACK  VALUE 'B'.
               10 WS-THR-CARD-LAST4     PIC X(04).
               10 WS-THR-AMT            PIC 9(05)V99.
               10 WS-THR-FEE            PIC 9(03)V99.
               10 WS-THR-OUR-AMT        PIC 9(05)V99.

       01 WS-TOTALS.
           05 WS-OUR-SALE-COUNT        PIC 9(05) VALUE 0.
           05 WS-OUR-SALE-AMT          PIC S9(07)V99 VALUE 0.
           05 WS-OUR-TIP-COUNT         PIC 9(05) VALUE 0.
           05 WS-OUR-TIP-AMT           PIC S9(07)V99 VALUE 0.
           05 WS-OUR-REFUND-COUNT      PIC 9(05) VALUE 0.
           05 WS-OUR-REFUND-AMT        PIC S9(07)V99 VALUE 0.
           05 WS-SET-SALE-COUNT        PIC 9(05) VALUE 0.
           05 WS-SET-SALE-AMT          PIC S9(07)V99 VALUE 0.
           05 WS-SET-REFUND-COUNT      PIC 9(05) VALUE 0.
           05 WS-SET-REFUND-AMT        PIC S9(07)V99 VALUE 0.
           05 WS-SET-CHGBK-COUNT       PIC 9(05) VALUE 0.
           05 WS-SET-CHGBK-AMT         PIC S9(07)V99 VALUE 0.
           05 WS-MATCHED-COUNT         PIC 9(05) VALUE 0.
           05 WS-MATCHED-AMT           PIC S9(07)V99 VALUE 0.
           05 WS-UNM-OURS-COUNT        PIC 9(05) VALUE 0.
           05 WS-UNM-OURS-AMT          PIC S9(07)V99 VALUE 0.
           05 WS-UNM-THEIRS-COUNT      PIC 9(05) VALUE 0.
           05 WS-UNM-THEIRS-AMT        PIC S9(07)V99 VALUE 0.
           05 WS-FEE-COUNT             PIC 9(05) VALUE 0.
           05 WS-FEE-AMT               PIC S9(07)V99 VALUE 0.
           05 WS-MATCHED-FEE-AMT       PIC S9(07)V99 VALUE 0.
           05 WS-UNM-FEE-AMT           PIC S9(07)V99 VALUE 0.
           05 WS-NET-DEPOSIT           PIC S9(07)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(42)
               VALUE "PIZZAORDER CARD SETTLEMENT RECONCILIATION".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-H1-DATE               PIC 9(08).

       01 WS-DETAIL-HEADING.
           05 FILLER                   PIC X(08) VALUE "BATCH".
           05 FILLER                   PIC X(08) VALUE "TICKET".
           05 FILLER                   PIC X(12) VALUE "TYPE".
           05 FILLER                   PIC X(06) VALUE "CARD".
           05 FILLER                   PIC X(09) VALUE "   AMOUNT".
           05 FILLER                   PIC X(08) VALUE "     TIP".
           05 FILLER                   PIC X(08) VALUE "     FEE".
           05 FILLER                   PIC X(11) VALUE " OTHER SIDE".
           05 FILLER                   PIC X(20) VALUE "  NOTE".

       01 WS-DETAIL-LINE.
           05 WS-DL-BATCH-NO           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TICKET-NO          PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TYPE               PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-CARD-LAST4         PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TIP                PIC ZZZ.ZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-FEE                PIC ZZZ.ZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-OTHER-AMT          PIC ZZ,ZZZ.ZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-NOTE               PIC X(18).

       01 WS-SUMMARY-LINE.
           05 WS-SL-TEXT               PIC X(32).
           05 WS-SL-COUNT              PIC ZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-SL-AMOUNT             PIC ZZZ,ZZ9.99-.

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZCREC".
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
               PERFORM 1200-LOAD-OUR-TENDERS
               PERFORM 1250-APPLY-TIPS
               PERFORM 1300-MATCH-SETTLEMENT
               PERFORM 1500-PRINT-UNMATCHED-THEIRS
               PERFORM 1600-PRINT-UNMATCHED-OURS
               PERFORM 1700-PRINT-SUMMARY
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

       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
       1100-END.

      ******************************************************************
      * 1200-LOAD-OUR-TENDERS - every card record for the business    *
      * date: sales and certificate sales as money in, refunds as     *
      * money handed back to the card.                                *
      ******************************************************************
       1200-LOAD-OUR-TENDERS.
           OPEN INPUT TENDER-FILE.
           IF WS-TENDER-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1210-READ-TENDER-FILE
               PERFORM 1220-LOAD-ONE-TENDER UNTIL WS-TENDER-FILE-EOF
               CLOSE TENDER-FILE
           END-IF.
       1200-END.

       1210-READ-TENDER-FILE.
           READ TENDER-FILE
               AT END SET WS-TENDER-FILE-EOF TO TRUE
           END-READ.
       1210-END.

       1220-LOAD-ONE-TENDER.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF TND-ORDER-DATE = WS-RUN-DATE AND TND-CARD
               IF WS-OUR-COUNT < 500
                   ADD 1 TO WS-OUR-COUNT
                   SET WS-OUR-IDX TO WS-OUR-COUNT
                   MOVE TND-TICKET-NO TO WS-OUR-TICKET-NO (WS-OUR-IDX)
                   IF TND-REFUND
                       MOVE 'R' TO WS-OUR-TYPE (WS-OUR-IDX)
                   ELSE
                       MOVE 'S' TO WS-OUR-TYPE (WS-OUR-IDX)
                   END-IF
                   MOVE TND-TICKET-TOTAL TO WS-OUR-AMT (WS-OUR-IDX)
                   MOVE 0   TO WS-OUR-TIP (WS-OUR-IDX)
                   MOVE 'N' TO WS-OUR-MATCHED-SW (WS-OUR-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           PERFORM 1210-READ-TENDER-FILE.
       1220-END.

      ******************************************************************
      * 1250-APPLY-TIPS - the tip keyed off each signed slip rides on *
      * the card sale, the last one keyed for a ticket winning. Then  *
      * each item's expected settlement is fixed and our side totaled.*
      ******************************************************************
       1250-APPLY-TIPS.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1260-READ-TIP-FILE
               PERFORM 1270-APPLY-ONE-TIP UNTIL WS-TIP-FILE-EOF
               CLOSE TIP-FILE
           END-IF.
           PERFORM 1280-FIX-ONE-EXPECTED
               VARYING WS-OUR-IDX FROM 1 BY 1
               UNTIL WS-OUR-IDX > WS-OUR-COUNT.
       1250-END.

       1260-READ-TIP-FILE.
           READ TIP-FILE
               AT END SET WS-TIP-FILE-EOF TO TRUE
           END-READ.
       1260-END.

       1270-APPLY-ONE-TIP.
           IF TIP-ORDER-DATE = WS-RUN-DATE
               SET WS-OUR-IDX TO 1
               SEARCH WS-OUR-ENTRY
                   WHEN WS-OUR-TICKET-NO (WS-OUR-IDX) = TIP-TICKET-NO
                           AND WS-OUR-IS-SALE (WS-OUR-IDX)
                       MOVE TIP-AMT TO WS-OUR-TIP (WS-OUR-IDX)
               END-SEARCH
           END-IF.
           PERFORM 1260-READ-TIP-FILE.
       1270-END.

       1280-FIX-ONE-EXPECTED.
           COMPUTE WS-OUR-EXPECT (WS-OUR-IDX) =
               WS-OUR-AMT (WS-OUR-IDX) + WS-OUR-TIP (WS-OUR-IDX).
           IF WS-OUR-IS-REFUND (WS-OUR-IDX)
               ADD 1 TO WS-OUR-REFUND-COUNT
               ADD WS-OUR-EXPECT (WS-OUR-IDX) TO WS-OUR-REFUND-AMT
           ELSE
               ADD 1 TO WS-OUR-SALE-COUNT
               ADD WS-OUR-EXPECT (WS-OUR-IDX) TO WS-OUR-SALE-AMT
               IF WS-OUR-TIP (WS-OUR-IDX) > 0
                   ADD 1 TO WS-OUR-TIP-COUNT
                   ADD WS-OUR-TIP (WS-OUR-IDX) TO WS-OUR-TIP-AMT
               END-IF
           END-IF.
       1280-END.

      ******************************************************************
      * 1300-MATCH-SETTLEMENT - one pass over the processor's file.   *
      * Matched items print as they are found; everything else is     *
      * held for the unmatched sections. No file at all means the     *
      * batch never arrived, and every card tender prints unmatched.  *
      ******************************************************************
       1300-MATCH-SETTLEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MATCHED ITEMS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-FILE-MISSING
               MOVE 'Y' TO WS-NO-SETTLE-FILE-SW
               MOVE "** NO PROCESSOR SETTLEMENT FILE - BATCH NOT IN **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1310-READ-SETTLE-FILE
               PERFORM 1320-MATCH-ONE-SETTLED UNTIL WS-SETTLE-FILE-EOF
               CLOSE SETTLE-FILE
           END-IF.
       1300-END.

       1310-READ-SETTLE-FILE.
           READ SETTLE-FILE
               AT END SET WS-SETTLE-FILE-EOF TO TRUE
           END-READ.
       1310-END.

       1320-MATCH-ONE-SETTLED.
           IF CST-FEE-AMT > 0
               ADD 1 TO WS-FEE-COUNT
               ADD CST-FEE-AMT TO WS-FEE-AMT
           END-IF.
           EVALUATE TRUE
               WHEN CST-SALE
                   ADD 1 TO WS-SET-SALE-COUNT
                   ADD CST-AMOUNT TO WS-SET-SALE-AMT
               WHEN CST-REFUND
                   ADD 1 TO WS-SET-REFUND-COUNT
                   ADD CST-AMOUNT TO WS-SET-REFUND-AMT
               WHEN CST-CHARGEBACK
                   ADD 1 TO WS-SET-CHGBK-COUNT
                   ADD CST-AMOUNT TO WS-SET-CHGBK-AMT
           END-EVALUATE.
           IF CST-SALE OR CST-REFUND
               PERFORM 1330-FIND-OUR-ITEM
           ELSE
               PERFORM 1340-HOLD-THEIR-ITEM
           END-IF.
           PERFORM 1310-READ-SETTLE-FILE.
       1320-END.

       1330-FIND-OUR-ITEM.
           SET WS-OUR-IDX TO 1.
           SEARCH WS-OUR-ENTRY
               AT END
                   PERFORM 1340-HOLD-THEIR-ITEM
               WHEN WS-OUR-TICKET-NO (WS-OUR-IDX) = CST-TICKET-NO
                       AND WS-OUR-TYPE (WS-OUR-IDX) = CST-TRAN-TYPE
                       AND WS-OUR-EXPECT (WS-OUR-IDX) = CST-AMOUNT
                       AND NOT WS-OUR-MATCHED (WS-OUR-IDX)
                   PERFORM 1335-POST-MATCH
           END-SEARCH.
       1330-END.

       1335-POST-MATCH.
           MOVE 'Y' TO WS-OUR-MATCHED-SW (WS-OUR-IDX).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD CST-AMOUNT TO WS-MATCHED-AMT.
           ADD CST-FEE-AMT TO WS-MATCHED-FEE-AMT.
           MOVE CST-BATCH-NO    TO WS-DL-BATCH-NO.
           MOVE CST-TICKET-NO   TO WS-DL-TICKET-NO.
           PERFORM 1550-LABEL-THEIR-TYPE.
           MOVE CST-CARD-LAST4  TO WS-DL-CARD-LAST4.
           MOVE CST-AMOUNT      TO WS-DL-AMOUNT.
           MOVE WS-OUR-TIP (WS-OUR-IDX) TO WS-DL-TIP.
           MOVE CST-FEE-AMT     TO WS-DL-FEE.
           MOVE 0               TO WS-DL-OTHER-AMT.
           MOVE SPACES          TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1335-END.

      ******************************************************************
      * 1340-HOLD-THEIR-ITEM - a settled item nothing on our side     *
      * accounts for. If our side has the same ticket and type still  *
      * open at another amount (most often a tip keyed wrong or never *
      * keyed), that amount is kept beside it for the report.         *
      ******************************************************************
       1340-HOLD-THEIR-ITEM.
           ADD 1 TO WS-UNM-THEIRS-COUNT.
           ADD CST-AMOUNT TO WS-UNM-THEIRS-AMT.
           ADD CST-FEE-AMT TO WS-UNM-FEE-AMT.
           IF WS-THEIR-COUNT < 500
               ADD 1 TO WS-THEIR-COUNT
               SET WS-THR-IDX TO WS-THEIR-COUNT
               MOVE CST-BATCH-NO   TO WS-THR-BATCH-NO (WS-THR-IDX)
               MOVE CST-TRAN-DATE  TO WS-THR-TRAN-DATE (WS-THR-IDX)
               MOVE CST-TICKET-NO  TO WS-THR-TICKET-NO (WS-THR-IDX)
               MOVE CST-TRAN-TYPE  TO WS-THR-TYPE (WS-THR-IDX)
               MOVE CST-CARD-LAST4 TO WS-THR-CARD-LAST4 (WS-THR-IDX)
               MOVE CST-AMOUNT     TO WS-THR-AMT (WS-THR-IDX)
               MOVE CST-FEE-AMT    TO WS-THR-FEE (WS-THR-IDX)
               MOVE 0              TO WS-THR-OUR-AMT (WS-THR-IDX)
               IF CST-SALE OR CST-REFUND
                   SET WS-OUR-IDX TO 1
                   SEARCH WS-OUR-ENTRY
                       WHEN WS-OUR-TICKET-NO (WS-OUR-IDX)
                               = CST-TICKET-NO
                           AND WS-OUR-TYPE (WS-OUR-IDX)
                               = CST-TRAN-TYPE
                           AND NOT WS-OUR-MATCHED (WS-OUR-IDX)
                           MOVE WS-OUR-EXPECT (WS-OUR-IDX)
                               TO WS-THR-OUR-AMT (WS-THR-IDX)
                   END-SEARCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SW
           END-IF.
       1340-END.

      ******************************************************************
      * 1500-PRINT-UNMATCHED-THEIRS - settled by the processor, not   *
      * on our tenders.                                               *
      ******************************************************************
       1500-PRINT-UNMATCHED-THEIRS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNMATCHED ON PROCESSOR SIDE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1510-PRINT-ONE-THEIRS
               VARYING WS-THR-IDX FROM 1 BY 1
               UNTIL WS-THR-IDX > WS-THEIR-COUNT.
       1500-END.

       1510-PRINT-ONE-THEIRS.
           MOVE WS-THR-BATCH-NO (WS-THR-IDX)   TO WS-DL-BATCH-NO.
           MOVE WS-THR-TICKET-NO (WS-THR-IDX)  TO WS-DL-TICKET-NO.
           MOVE WS-THR-TYPE (WS-THR-IDX)       TO WS-LOOK-TYPE.
           PERFORM 1560-LABEL-TYPE.
           MOVE WS-THR-CARD-LAST4 (WS-THR-IDX) TO WS-DL-CARD-LAST4.
           MOVE WS-THR-AMT (WS-THR-IDX)        TO WS-DL-AMOUNT.
           MOVE 0                              TO WS-DL-TIP.
           MOVE WS-THR-FEE (WS-THR-IDX)        TO WS-DL-FEE.
           MOVE WS-THR-OUR-AMT (WS-THR-IDX)    TO WS-DL-OTHER-AMT.
           EVALUATE TRUE
               WHEN WS-THR-IS-CHARGEBACK (WS-THR-IDX)
                   MOVE "DISPUTED SALE"      TO WS-DL-NOTE
               WHEN WS-THR-OUR-AMT (WS-THR-IDX) > 0
                   MOVE "AMOUNT DIFFERS"     TO WS-DL-NOTE
               WHEN WS-THR-TRAN-DATE (WS-THR-IDX) NOT = WS-RUN-DATE
                   MOVE "OTHER DAY'S ITEM"   TO WS-DL-NOTE
               WHEN OTHER
                   MOVE "NOT ON OUR TENDERS" TO WS-DL-NOTE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1510-END.

       1550-LABEL-THEIR-TYPE.
           MOVE CST-TRAN-TYPE TO WS-LOOK-TYPE.
           PERFORM 1560-LABEL-TYPE.
           IF CST-SALE AND CST-TICKET-NO = 0
               MOVE "CERT SALE" TO WS-DL-TYPE
           END-IF.
       1550-END.

       1560-LABEL-TYPE.
           EVALUATE WS-LOOK-TYPE
               WHEN 'S'
                   MOVE "SALE"       TO WS-DL-TYPE
               WHEN 'R'
                   MOVE "REFUND"     TO WS-DL-TYPE
               WHEN 'B'
                   MOVE "CHARGEBACK" TO WS-DL-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-DL-TYPE
           END-EVALUATE.
       1560-END.

      ******************************************************************
      * 1600-PRINT-UNMATCHED-OURS - on our card tenders, never        *
      * settled. The processor's amount prints beside it when the     *
      * same ticket settled at a different one.                       *
      ******************************************************************
       1600-PRINT-UNMATCHED-OURS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNMATCHED ON OUR SIDE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1610-PRINT-ONE-OURS
               VARYING WS-OUR-IDX FROM 1 BY 1
               UNTIL WS-OUR-IDX > WS-OUR-COUNT.
       1600-END.

       1610-PRINT-ONE-OURS.
           IF NOT WS-OUR-MATCHED (WS-OUR-IDX)
               ADD 1 TO WS-UNM-OURS-COUNT
               ADD WS-OUR-EXPECT (WS-OUR-IDX) TO WS-UNM-OURS-AMT
               MOVE SPACES                     TO WS-DL-BATCH-NO
               MOVE WS-OUR-TICKET-NO (WS-OUR-IDX) TO WS-DL-TICKET-NO
               MOVE WS-OUR-TYPE (WS-OUR-IDX)   TO WS-LOOK-TYPE
               PERFORM 1560-LABEL-TYPE
               IF WS-OUR-IS-SALE (WS-OUR-IDX)
                       AND WS-OUR-TICKET-NO (WS-OUR-IDX) = 0
                   MOVE "CERT SALE" TO WS-DL-TYPE
               END-IF
               MOVE SPACES                     TO WS-DL-CARD-LAST4
               MOVE WS-OUR-EXPECT (WS-OUR-IDX) TO WS-DL-AMOUNT
               MOVE WS-OUR-TIP (WS-OUR-IDX)    TO WS-DL-TIP
               MOVE 0                          TO WS-DL-FEE
               MOVE 0                          TO WS-DL-OTHER-AMT
               MOVE 'N' TO WS-OTHER-FOUND-SW
               SET WS-THR-IDX TO 1
               SEARCH WS-THEIR-ENTRY
                   WHEN WS-THR-TICKET-NO (WS-THR-IDX)
                           = WS-OUR-TICKET-NO (WS-OUR-IDX)
                       AND WS-THR-TYPE (WS-THR-IDX)
                           = WS-OUR-TYPE (WS-OUR-IDX)
                       MOVE 'Y' TO WS-OTHER-FOUND-SW
                       MOVE WS-THR-AMT (WS-THR-IDX)
                           TO WS-DL-OTHER-AMT
               END-SEARCH
               EVALUATE TRUE
                   WHEN WS-OTHER-FOUND
                       MOVE "AMOUNT DIFFERS"     TO WS-DL-NOTE
                   WHEN WS-NO-SETTLE-FILE
                       MOVE "NO SETTLEMENT FILE" TO WS-DL-NOTE
                   WHEN OTHER
                       MOVE "NOT IN SETTLEMENT"  TO WS-DL-NOTE
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1610-END.

      ******************************************************************
      * 1700-PRINT-SUMMARY - both sides' totals, the match counts,    *
      * the fees withheld, and the deposit the bank should show:      *
      * settled sales less settled refunds, chargebacks and fees.     *
      ******************************************************************
       1700-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OUR CARD SALES WITH TIPS" TO WS-SL-TEXT.
           MOVE WS-OUR-SALE-COUNT TO WS-SL-COUNT.
           MOVE WS-OUR-SALE-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "  TIPS KEYED OFF SLIPS" TO WS-SL-TEXT.
           MOVE WS-OUR-TIP-COUNT  TO WS-SL-COUNT.
           MOVE WS-OUR-TIP-AMT    TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "OUR CARD REFUNDS" TO WS-SL-TEXT.
           MOVE WS-OUR-REFUND-COUNT TO WS-SL-COUNT.
           MOVE WS-OUR-REFUND-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "PROCESSOR SALES SETTLED" TO WS-SL-TEXT.
           MOVE WS-SET-SALE-COUNT TO WS-SL-COUNT.
           MOVE WS-SET-SALE-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "PROCESSOR REFUNDS SETTLED" TO WS-SL-TEXT.
           MOVE WS-SET-REFUND-COUNT TO WS-SL-COUNT.
           MOVE WS-SET-REFUND-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "PROCESSOR CHARGEBACKS" TO WS-SL-TEXT.
           MOVE WS-SET-CHGBK-COUNT TO WS-SL-COUNT.
           MOVE WS-SET-CHGBK-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MATCHED" TO WS-SL-TEXT.
           MOVE WS-MATCHED-COUNT TO WS-SL-COUNT.
           MOVE WS-MATCHED-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "UNMATCHED ON OUR SIDE" TO WS-SL-TEXT.
           MOVE WS-UNM-OURS-COUNT TO WS-SL-COUNT.
           MOVE WS-UNM-OURS-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "UNMATCHED ON PROCESSOR SIDE" TO WS-SL-TEXT.
           MOVE WS-UNM-THEIRS-COUNT TO WS-SL-COUNT.
           MOVE WS-UNM-THEIRS-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROCESSOR FEES WITHHELD" TO WS-SL-TEXT.
           MOVE WS-FEE-COUNT TO WS-SL-COUNT.
           MOVE WS-FEE-AMT   TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "  ON MATCHED ITEMS" TO WS-SL-TEXT.
           MOVE WS-MATCHED-COUNT   TO WS-SL-COUNT.
           MOVE WS-MATCHED-FEE-AMT TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "  ON UNMATCHED ITEMS" TO WS-SL-TEXT.
           MOVE WS-UNM-THEIRS-COUNT TO WS-SL-COUNT.
           MOVE WS-UNM-FEE-AMT      TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           COMPUTE WS-NET-DEPOSIT = WS-SET-SALE-AMT
               - WS-SET-REFUND-AMT - WS-SET-CHGBK-AMT - WS-FEE-AMT.
           MOVE "NET DEPOSIT TO EXPECT" TO WS-SL-TEXT.
           MOVE 0              TO WS-SL-COUNT.
           MOVE WS-NET-DEPOSIT TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           IF WS-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** ITEM TABLE FULL - SOME ITEMS NOT RECONCILED **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1700-END.

       1710-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1710-END.

       1800-TERMINATE.
           CLOSE REPORT-FILE.
           MOVE WS-OUR-COUNT TO WS-RUN-TICKETS.
           COMPUTE WS-RUN-DOLLARS =
               WS-OUR-SALE-AMT - WS-OUR-REFUND-AMT.
           IF WS-UNM-OURS-COUNT > 0 OR WS-UNM-THEIRS-COUNT > 0
                   OR WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PIZZCREC: " WS-MATCHED-COUNT " MATCHED, "
               WS-UNM-OURS-COUNT " UNMATCHED OURS, "
               WS-UNM-THEIRS-COUNT " UNMATCHED THEIRS".
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

       END PROGRAM PIZZCREC.
