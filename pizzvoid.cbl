      * PIZZVOID reads the day's ORDER-FILE transactions and prints    *
      * one line per void/refund ticket - the void ticket number, the *
      * ticket it reverses, the manager's reason code and the dollars *
      * handed back, with the clerk who keyed it and the manager who  *
      * authorized it - so the manager can review every reversal the  *
      * same night it was rung.                                        *
      ******************************************************************

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
           05 WS-CUR-TICKET-NO         PIC 9(06) VALUE 0.
           05 WS-CUR-REF-TICKET        PIC 9(06) VALUE 0.
           05 WS-CUR-REASON            PIC X(03) VALUE SPACES.
           05 WS-CUR-CLERK-NO          PIC 9(03) VALUE 0.
           05 WS-CUR-MGR-NO            PIC 9(03) VALUE 0.
           05 WS-CUR-GROSS             PIC 9(07)V99 VALUE 0.
           05 WS-CUR-TAX               PIC 9(05)V99 VALUE 0.
           05 WS-CUR-DISCOUNT          PIC 9(05)V99 VALUE 0.
           05 FILLER                   PIC X(06) VALUE "REASON".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "  REFUNDED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "CLERK".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE "MGR".

       01 WS-DETAIL-LINE.
           05 WS-DL-TICKET-NO          PIC ZZZZZ9.
           05 WS-DL-REASON             PIC X(03).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-DL-AMOUNT             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-CLERK-NO           PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-MGR-NO             PIC ZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER                   PIC X(12)
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-TL-DOLLARS            PIC ZZZ,ZZZ,ZZ9.99.

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZVOID".
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
               PERFORM 1200-SCAN-FOR-VOIDS UNTIL WS-NO-MORE-RECORDS
               PERFORM 1230-FLUSH-PENDING-VOID
               PERFORM 1300-PRINT-TOTALS
               PERFORM 1800-TERMINATE
               PERFORM 1950-LOG-STEP-FINISH
           END-IF.
           STOP RUN.
       1000-END.

      * day's business too), open the files and print the headings.   *
      ******************************************************************
       1100-INITIALIZE.
           OPEN INPUT ORDER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
      * control break PIZZAGL uses for ticket-level amounts).         *
      ******************************************************************
       1200-SCAN-FOR-VOIDS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF ORD-VOID AND ORD-ORDER-DATE = WS-RUN-DATE
               IF ORD-TICKET-NO NOT = WS-CUR-TICKET-NO
                   PERFORM 1230-FLUSH-PENDING-VOID
                   MOVE ORD-TICKET-NO       TO WS-CUR-TICKET-NO
                   MOVE ORD-VOID-REF-TICKET TO WS-CUR-REF-TICKET
                   MOVE ORD-VOID-REASON     TO WS-CUR-REASON
                   MOVE ORD-CLERK-NO        TO WS-CUR-CLERK-NO
                   MOVE ORD-MGR-NO          TO WS-CUR-MGR-NO
                   MOVE 0 TO WS-CUR-GROSS
                   MOVE ORD-TAX-AMT         TO WS-CUR-TAX
                   MOVE ORD-DISCOUNT-AMT    TO WS-CUR-DISCOUNT
               MOVE WS-CUR-REF-TICKET TO WS-DL-REF-TICKET
               MOVE WS-CUR-REASON     TO WS-DL-REASON
               MOVE WS-CUR-AMOUNT     TO WS-DL-AMOUNT
               MOVE WS-CUR-CLERK-NO   TO WS-DL-CLERK-NO
               MOVE WS-CUR-MGR-NO     TO WS-DL-MGR-NO
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-VOID-COUNT
       1800-TERMINATE.
           CLOSE ORDER-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-VOID-COUNT   TO WS-RUN-TICKETS.
           MOVE WS-VOID-DOLLARS TO WS-RUN-DOLLARS.
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

       END PROGRAM PIZZVOID.
