               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNED-FILE-STATUS.

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

           LABEL RECORDS ARE STANDARD.
       01 ASSIGNED-RECORD              PIC X(95).

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
           05 WS-DISPATCH-FILE-STATUS  PIC X(02) VALUE "00".
               88 WS-DISPATCH-FILE-OK      VALUE "00".
               88 WS-DISPATCH-FILE-EOF     VALUE "10".
               88 WS-DRIVER-FOUND          VALUE 'Y'.
           05 WS-ASSIGNED-COUNT        PIC 9(03) VALUE 0.
           05 WS-SKIPPED-COUNT         PIC 9(03) VALUE 0.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.

       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 20 TIMES INDEXED BY WS-DRV-IDX.
               10 WS-DRV-NAME           PIC X(24) VALUE SPACES.
               10 WS-DRV-ACTIVE-SW      PIC X(01) VALUE 'N'.

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZDASN".
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
               PERFORM 1200-ASSIGN-ONE-DROP UNTIL WS-NO-MORE-RECORDS
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
      * 1100-INITIALIZE - load the driver master the way the register *
      * loads zones. No drivers on file means nothing can be          *
               DISPLAY "** NO DRIVERS ON DRIVFILE - NOTHING "
                   "ASSIGNED **"
               MOVE 8 TO RETURN-CODE
               PERFORM 1950-LOG-STEP-FINISH
               STOP RUN
           END-IF.
           OPEN INPUT DISPATCH-FILE.
           IF WS-DISPATCH-NOT-FOUND
               DISPLAY "** DISPFILE NOT FOUND - NOTHING ASSIGNED **"
               MOVE 8 TO RETURN-CODE
               PERFORM 1950-LOG-STEP-FINISH
               STOP RUN
           END-IF.
           OPEN OUTPUT ASSIGNED-FILE.
      * a driver on the master (or zero to leave it unassigned).      *
      ******************************************************************
       1200-ASSIGN-ONE-DROP.
           ADD 1 TO WS-RUN-RECORDS-READ.
           ADD 1 TO WS-RUN-TICKETS.
           ADD DSP-DELIV-FEE TO WS-RUN-DOLLARS.
           DISPLAY "---------------------------------------------".
           DISPLAY "TICKET " DSP-TICKET-NO " ZONE " DSP-ZONE-CODE
               " " DSP-ZONE-NAME.
               WS-SKIPPED-COUNT " LEFT UNASSIGNED".
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

       END PROGRAM PIZZDASN.
