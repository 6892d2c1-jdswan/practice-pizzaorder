      * dollars shows up on their own line tonight instead of as an   *
      * anonymous drawer variance at month-end. Drops left            *
      * unassigned settle under their own heading so no ticket        *
      * disappears from the night's accounting. Tips keyed off the    *
      * signed card slips (PIZZTIPA) on each driver's drops print as  *
      * tips owed to the driver, paid out at settlement.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT TIP-FILE ASSIGN TO "TIPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SETLRPT"
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

           LABEL RECORDS ARE STANDARD.
           COPY PIZZORD.

       FD  TIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTIP.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(100).

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
           05 WS-ORDER-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-ORDER-FILE-OK         VALUE "00".
               88 WS-ORDER-FILE-EOF        VALUE "10".
           05 WS-TIP-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-TIP-FILE-OK           VALUE "00".
               88 WS-TIP-FILE-EOF          VALUE "10".
               88 WS-TIP-FILE-MISSING      VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
               10 WS-DRV-CASH-DUE       PIC S9(07)V99 VALUE 0.
               10 WS-DRV-CASH-COLL      PIC S9(07)V99 VALUE 0.
               10 WS-DRV-VOIDS          PIC 9(03) VALUE 0.
               10 WS-DRV-TIPS           PIC 9(05)V99 VALUE 0.

       01 WS-UNASSIGNED-TOTALS.
           05 WS-UNA-DROPS             PIC 9(03) VALUE 0.
           05 WS-UNA-CASH-DUE          PIC S9(07)V99 VALUE 0.
           05 WS-UNA-CASH-COLL         PIC S9(07)V99 VALUE 0.
           05 WS-UNA-VOIDS             PIC 9(03) VALUE 0.
           05 WS-UNA-TIPS              PIC 9(05)V99 VALUE 0.

       01 WS-DROP-TABLE.
           05 WS-DROP-ENTRY OCCURS 500 TIMES.
               10 WS-DT-DRIVER-NO       PIC 9(03) VALUE 0.
               10 WS-DT-VOIDED-SW       PIC X(01) VALUE 'N'.
                   88 WS-DT-VOIDED          VALUE 'Y'.
               10 WS-DT-TIP-AMT         PIC 9(03)V99 VALUE 0.

       01 WS-VOIDED-TABLE.
           05 WS-VOIDED-TICKET OCCURS 500 TIMES
           05 FILLER                   PIC X(12) VALUE "   TURNED IN".
           05 FILLER                   PIC X(12) VALUE "  OVER/SHORT".
           05 FILLER                   PIC X(06) VALUE " VOIDS".
           05 FILLER                   PIC X(10) VALUE " TIPS OWED".

       01 WS-DETAIL-LINE.
           05 WS-DL-DRIVER-NO          PIC ZZ9.
           05 WS-DL-OVER-SHORT         PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-VOIDS              PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-TIPS               PIC ZZ,ZZ9.99.

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZDSTL".
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
               PERFORM 1200-COLLECT-DROPS UNTIL WS-NO-MORE-RECORDS
               PERFORM 1300-COLLECT-VOIDS
               PERFORM 1350-COLLECT-TIPS
               PERFORM 1400-MATCH-TENDERS UNTIL WS-NO-MORE-TENDERS
               PERFORM 1450-CAPTURE-TURN-INS
               PERFORM 1500-PRINT-REPORT
               PERFORM 1800-TERMINATE
               PERFORM 1950-LOG-STEP-FINISH
           END-IF.
           STOP RUN.
       1000-END.

      * run), then open the assigned extract.                         *
      ******************************************************************
       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-NOT-FOUND
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM 1950-LOG-STEP-FINISH
               STOP RUN
           END-IF.
           PERFORM 1210-READ-ASSIGNED-FILE.
      * driver number is not on the master).                          *
      ******************************************************************
       1200-COLLECT-DROPS.
           ADD 1 TO WS-RUN-RECORDS-READ.
           ADD 1 TO WS-RUN-TICKETS.
           IF WS-DROP-COUNT < 500
               ADD 1 TO WS-DROP-COUNT
               MOVE DSP-TICKET-NO TO WS-DT-TICKET-NO (WS-DROP-COUNT)
           END-IF.
       1341-END.

      ******************************************************************
      * 1350-COLLECT-TIPS - the tips keyed off today's signed card    *
      * slips. A slip keyed twice carries the later tip, so each tip  *
      * lands on its drop (replacing any earlier one) before any is   *
      * added to a driver. A voided drop's tip is not owed - the card *
      * was refunded. Tips on carry-out tickets are not drops and     *
      * stay off the driver settlement.                               *
      ******************************************************************
       1350-COLLECT-TIPS.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1360-READ-TIP-FILE
               PERFORM 1361-PLACE-ONE-TIP UNTIL WS-TIP-FILE-EOF
               CLOSE TIP-FILE
               PERFORM 1370-POST-ONE-DROP-TIP
                   VARYING WS-DROP-SUB FROM 1 BY 1
                   UNTIL WS-DROP-SUB > WS-DROP-COUNT
           END-IF.
       1350-END.

       1360-READ-TIP-FILE.
           READ TIP-FILE
               AT END SET WS-TIP-FILE-EOF TO TRUE
           END-READ.
       1360-END.

       1361-PLACE-ONE-TIP.
           IF TIP-ORDER-DATE = WS-RUN-DATE
               MOVE 0 TO WS-DROP-FOUND-SUB
               PERFORM 1362-MATCH-TIP-DROP
                   VARYING WS-DROP-SUB FROM 1 BY 1
                   UNTIL WS-DROP-SUB > WS-DROP-COUNT
                       OR WS-DROP-FOUND-SUB > 0
               IF WS-DROP-FOUND-SUB > 0
                   MOVE TIP-AMT TO WS-DT-TIP-AMT (WS-DROP-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 1360-READ-TIP-FILE.
       1361-END.

       1362-MATCH-TIP-DROP.
           IF WS-DT-TICKET-NO (WS-DROP-SUB) = TIP-TICKET-NO
               MOVE WS-DROP-SUB TO WS-DROP-FOUND-SUB
           END-IF.
       1362-END.

       1370-POST-ONE-DROP-TIP.
           IF WS-DT-TIP-AMT (WS-DROP-SUB) > 0
                   AND NOT WS-DT-VOIDED (WS-DROP-SUB)
               IF WS-DT-DRIVER-NO (WS-DROP-SUB) = 0
                   ADD WS-DT-TIP-AMT (WS-DROP-SUB) TO WS-UNA-TIPS
               ELSE
                   MOVE WS-DROP-SUB TO WS-DROP-FOUND-SUB
                   PERFORM 1440-FIND-TENDER-DRIVER
                   IF WS-DRIVER-FOUND
                       ADD WS-DT-TIP-AMT (WS-DROP-SUB)
                           TO WS-DRV-TIPS (WS-DRIVER-SUB)
                   END-IF
               END-IF
           END-IF.
       1370-END.

      ******************************************************************
      * 1400-MATCH-TENDERS - the day's cash sale tenders whose ticket *
      * is an assigned drop post cash due (the ticket total) to the   *
           PERFORM 1430-FIND-DROP-FOR-TICKET.
           IF WS-DROP-FOUND-SUB > 0
                   AND NOT WS-DT-VOIDED (WS-DROP-FOUND-SUB)
               ADD TND-TICKET-TOTAL TO WS-RUN-DOLLARS
               IF WS-DT-DRIVER-NO (WS-DROP-FOUND-SUB) = 0
                   ADD TND-TICKET-TOTAL TO WS-UNA-CASH-DUE
               ELSE
      * tickets. The over/short column is that count against the      *
      * tickets - the twenty dollars that used to hide as an          *
      * anonymous drawer variance.                                    *
      * Card tips owed are shown as the bag is counted so they can be *
      * paid out; they are not netted against the turn-in.            *
      * Unassigned drops have nobody to hand cash in, so their line   *
      * settles at zero turned in and shows the full due as short.    *
      ******************************************************************

       1451-CAPTURE-ONE-TURN-IN.
           IF WS-DRV-DROPS (WS-DRIVER-SUB) > 0
               DISPLAY "DRIVER " WS-DRV-NO (WS-DRIVER-SUB) " "
                   WS-DRV-NAME (WS-DRIVER-SUB)
               IF WS-DRV-TIPS (WS-DRIVER-SUB) > 0
                   MOVE WS-DRV-TIPS (WS-DRIVER-SUB) TO WS-DUE-DISPLAY
                   DISPLAY "CARD TIPS OWED TO DRIVER " WS-DUE-DISPLAY
               END-IF
               MOVE WS-DRV-CASH-DUE (WS-DRIVER-SUB)
                   TO WS-DUE-DISPLAY
               DISPLAY "CASH DUE " WS-DUE-DISPLAY
                   " - CASH TURNED IN (99999.99): "
               ACCEPT WS-TURN-IN-ENTRY
                   WS-UNA-CASH-COLL - WS-UNA-CASH-DUE
               MOVE WS-OVER-SHORT   TO WS-DL-OVER-SHORT
               MOVE WS-UNA-VOIDS    TO WS-DL-VOIDS
               MOVE WS-UNA-TIPS     TO WS-DL-TIPS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
                   WS-DRV-CASH-DUE (WS-DRIVER-SUB)
               MOVE WS-OVER-SHORT TO WS-DL-OVER-SHORT
               MOVE WS-DRV-VOIDS (WS-DRIVER-SUB) TO WS-DL-VOIDS
               MOVE WS-DRV-TIPS (WS-DRIVER-SUB)  TO WS-DL-TIPS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
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

       END PROGRAM PIZZDSTL.
