      * shape STEP6B gives the usage run, so receiving finally gets   *
      * the same controls depletion has. A posted-date checkpoint     *
      * stops a job rerun from booking the same deliveries twice.     *
      * A receipt keyed with its invoice line cost also re-averages   *
      * the ingredient's unit cost, so the plate-cost report and the  *
      * usage run's food-cost figure price at what we actually pay.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
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

       FD  RECV-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
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
           05 WS-INV-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-POSTED-COUNT          PIC 9(05) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(05) VALUE 0.
           05 WS-COST-BASE-QTY         PIC S9(07)V99 VALUE 0.
           05 WS-COST-BASE-VALUE       PIC S9(09)V9999 VALUE 0.

       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES INDEXED BY WS-INV-IDX.
               10 WS-INV-REORDER        PIC 9(05)V99 VALUE 0.
               10 WS-INV-VENDOR         PIC X(12) VALUE SPACES.
               10 WS-INV-ORDER-QTY      PIC 9(05)V99 VALUE 0.
               10 WS-INV-UNIT-COST      PIC 9(03)V9999 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(32)
           05 WS-DL-INVOICE            PIC X(12).
           05 FILLER                   PIC X(04) VALUE " BY ".
           05 WS-DL-USER               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-UNIT-COST          PIC ZZ9.9999.

       01 WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(03) VALUE "** ".
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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZRPST".
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
                   DISPLAY "** RECEIPTS ALREADY POSTED FOR TODAY - "
                       "RUN SKIPPED **"
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1950-LOG-STEP-FINISH
               WHEN OTHER
                   PERFORM 1100-INITIALIZE
                   PERFORM 1200-POST-RECEIPTS UNTIL WS-NO-MORE-RECORDS
                   PERFORM 1300-PRINT-TOTALS
                   PERFORM 1400-WRITE-NEW-INVENTORY
                   IF RETURN-CODE = 0
                       PERFORM 1500-WRITE-RECV-CHECKPOINT
                   END-IF
                   PERFORM 1800-TERMINATE
                   PERFORM 1950-LOG-STEP-FINISH
           END-EVALUATE.
           STOP RUN.
       1000-END.

      ******************************************************************
      * 1050-CHECK-ALREADY-POSTED - the posted-date checkpoint stops  *
      * a rerun of the job from adding the same day's deliveries to   *
      * the on-hand balances a second time. Only an operator override *
      * card on RUNOVRD lets it through.                              *
      ******************************************************************
       1050-CHECK-ALREADY-POSTED.
           PERFORM 1010-GET-BUSINESS-DATE.
           MOVE INV-REORDER-POINT TO WS-INV-REORDER (WS-INV-COUNT).
           MOVE INV-VENDOR     TO WS-INV-VENDOR (WS-INV-COUNT).
           MOVE INV-ORDER-QTY  TO WS-INV-ORDER-QTY (WS-INV-COUNT).
           MOVE INV-UNIT-COST  TO WS-INV-UNIT-COST (WS-INV-COUNT).
           PERFORM 1110-READ-INVENTORY-FILE.
       1111-END.

       1200-POST-RECEIPTS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF RCV-DATE = WS-RUN-DATE
               PERFORM 1220-POST-ONE-RECEIPT
           END-IF.
      * ingredient's on-hand and print its audit line. A receipt the  *
      * master cannot place is an exception that holds the rewrite -  *
      * product came in the door and the book has nowhere to put it.  *
      * A priced receipt re-averages the unit cost first (1230).      *
      ******************************************************************
       1220-POST-ONE-RECEIPT.
           SET WS-INV-IDX TO 1.
                   MOVE WS-EXCEPTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-INV-INGREDIENT (WS-INV-IDX) = RCV-INGREDIENT
                   IF RCV-EXT-COST > 0 AND RCV-QTY > 0
                       PERFORM 1230-AVERAGE-UNIT-COST
                   END-IF
                   ADD RCV-QTY TO WS-INV-ON-HAND (WS-INV-IDX)
                   ADD 1 TO WS-POSTED-COUNT
                   ADD RCV-EXT-COST TO WS-RUN-DOLLARS
                   MOVE RCV-INGREDIENT TO WS-DL-INGREDIENT
                   MOVE RCV-QTY        TO WS-DL-QTY
                   MOVE RCV-UOM        TO WS-DL-UOM
                   MOVE RCV-VENDOR     TO WS-DL-VENDOR
                   MOVE RCV-INVOICE-NO TO WS-DL-INVOICE
                   MOVE RCV-USER       TO WS-DL-USER
                   MOVE WS-INV-UNIT-COST (WS-INV-IDX)
                       TO WS-DL-UNIT-COST
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
           END-SEARCH.
       1220-END.

      ******************************************************************
      * 1230-AVERAGE-UNIT-COST - weighted average: what is already on *
      * the shelf at the old unit cost plus this invoice line, over   *
      * the combined quantity. A shelf at or below zero has nothing   *
      * left to average against, so the invoice's own unit cost (the  *
      * last cost) stands.                                            *
      ******************************************************************
       1230-AVERAGE-UNIT-COST.
           IF WS-INV-ON-HAND (WS-INV-IDX) > 0
               MOVE WS-INV-ON-HAND (WS-INV-IDX) TO WS-COST-BASE-QTY
               COMPUTE WS-COST-BASE-VALUE =
                   WS-INV-ON-HAND (WS-INV-IDX)
                   * WS-INV-UNIT-COST (WS-INV-IDX)
           ELSE
               MOVE 0 TO WS-COST-BASE-QTY
               MOVE 0 TO WS-COST-BASE-VALUE
           END-IF.
           COMPUTE WS-INV-UNIT-COST (WS-INV-IDX) ROUNDED =
               (WS-COST-BASE-VALUE + RCV-EXT-COST)
               / (WS-COST-BASE-QTY + RCV-QTY)
               ON SIZE ERROR
                   DISPLAY "** UNIT COST OVERFLOW - "
                       RCV-INGREDIENT " COST NOT CHANGED **"
           END-COMPUTE.
       1230-END.

       1300-PRINT-TOTALS.
           MOVE WS-POSTED-COUNT TO WS-TL-COUNT.
           MOVE " RECEIPTS POSTED" TO WS-TL-TEXT.
           MOVE WS-INV-REORDER (WS-INV-SUB)    TO INV-REORDER-POINT.
           MOVE WS-INV-VENDOR (WS-INV-SUB)     TO INV-VENDOR.
           MOVE WS-INV-ORDER-QTY (WS-INV-SUB)  TO INV-ORDER-QTY.
           MOVE WS-INV-UNIT-COST (WS-INV-SUB)  TO INV-UNIT-COST.
           WRITE NEWINV-RECORD FROM INVENTORY-RECORD.
       1410-END.

               CLOSE RECEIVING-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-POSTED-COUNT TO WS-RUN-TICKETS.
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

       END PROGRAM PIZZRPST.
