       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZRUNS.

      ******************************************************************
      * PIZZRUNS is the morning run summary for the nightly PIZZAGL   *
      * chain. It reads the run-control ledger every nightly step     *
      * logs its start and finish to, and prints one line per step    *
      * for the business date in the order the job runs them: whether *
      * it completed, failed, started and never finished, or never    *
      * ran, its times, return code and control totals, and the       *
      * operator when an override card let it rerun. The first step   *
      * that is not complete is named as the place to restart the     *
      * job. Below the steps, the tickets and gross merchandise       *
      * dollars that PIZZRPT, PIZZAGL, PIZZZRPT and PIZZHIST each     *
      * counted off the same ORDERFIL print side by side against      *
      * PIZZRPT's, and any that differ are flagged. The IEBGENER      *
      * copy-back steps (STEP5C and STEP6B) are utilities and log     *
      * nothing to the ledger - their condition codes are in the job  *
      * log. Return code 8 means the chain did not complete for the   *
      * date; 4 means it completed but the sales figures disagree.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RUNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZRUN.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(100).

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-RUNCTL-STATUS         PIC X(02) VALUE "00".
               88 WS-RUNCTL-OK             VALUE "00".
               88 WS-RUNCTL-EOF            VALUE "10".
               88 WS-RUNCTL-MISSING        VALUE "35".
           05 WS-RUNCTL-OPEN-SW        PIC X(01) VALUE 'N'.
               88 WS-RUNCTL-OPEN           VALUE 'Y'.
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-STEP-SUB              PIC 9(02) VALUE 0    COMP.
           05 WS-CHECK-SUB             PIC 9(02) VALUE 0    COMP.
           05 WS-BASE-SUB              PIC 9(02) VALUE 0    COMP.
           05 WS-RESTART-SUB           PIC 9(02) VALUE 0    COMP.
           05 WS-COMPLETE-COUNT        PIC 9(02) VALUE 0.
           05 WS-LEDGER-COUNT          PIC 9(05) VALUE 0.
           05 WS-DIFFER-COUNT          PIC 9(02) VALUE 0.
           05 WS-TICKET-DIFF           PIC S9(06) VALUE 0.
           05 WS-DOLLAR-DIFF           PIC S9(09)V99 VALUE 0.

      ******************************************************************
      * The nightly chain in PIZZAGL.jcl order - the JCL step name    *
      * the operator restarts at, and the program that step runs,     *
      * which is the step name each program logs on the ledger.       *
      ******************************************************************
       01 WS-STEP-VALUES.
           05 FILLER PIC X(16) VALUE "STEP1   PIZZRPT ".
           05 FILLER PIC X(16) VALUE "STEP2   PIZZDISP".
           05 FILLER PIC X(16) VALUE "STEP2B  PIZZDASN".
           05 FILLER PIC X(16) VALUE "STEP2C  PIZZDSTL".
           05 FILLER PIC X(16) VALUE "STEP2D  PIZZONTM".
           05 FILLER PIC X(16) VALUE "STEPEDT PIZZEDIT".
           05 FILLER PIC X(16) VALUE "STEPRCN PIZZRCON".
           05 FILLER PIC X(16) VALUE "STEP3   PIZZAGL ".
           05 FILLER PIC X(16) VALUE "STEP4   PIZZZRPT".
           05 FILLER PIC X(16) VALUE "STEP4A  PIZZCREC".
           05 FILLER PIC X(16) VALUE "STEP4B  PIZZHPST".
           05 FILLER PIC X(16) VALUE "STEP4C  PIZZHAGE".
           05 FILLER PIC X(16) VALUE "STEP5   PIZZVOID".
           05 FILLER PIC X(16) VALUE "STEP5A  PIZZCLRK".
           05 FILLER PIC X(16) VALUE "STEP5B  PIZZRPST".
           05 FILLER PIC X(16) VALUE "STEP6   PIZZUSE ".
           05 FILLER PIC X(16) VALUE "STEP6C  PIZZPORD".
           05 FILLER PIC X(16) VALUE "STEP7   PIZZHIST".
           05 FILLER PIC X(16) VALUE "STEP7B  PIZZLABR".
           05 FILLER PIC X(16) VALUE "STEP8   PIZZTRND".
           05 FILLER PIC X(16) VALUE "STEP9   PIZZPROM".
       01 WS-STEP-NAMES REDEFINES WS-STEP-VALUES.
           05 WS-STEP-NAME-ENTRY OCCURS 21 TIMES.
               10 WS-SN-JCL-STEP        PIC X(08).
               10 WS-SN-PROGRAM         PIC X(08).

      ******************************************************************
      * What the ledger says of each step for the date - the latest   *
      * start or finish wins, as it does when a step checks itself. A *
      * refused rerun changes nothing but is noted.                   *
      ******************************************************************
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 21 TIMES INDEXED BY WS-STP-IDX.
               10 WS-STP-EVENT          PIC X(01) VALUE SPACE.
                   88 WS-STP-NOT-RUN        VALUE SPACE.
                   88 WS-STP-STARTED        VALUE 'S'.
                   88 WS-STP-FINISHED       VALUE 'F'.
               10 WS-STP-REFUSED-SW     PIC X(01) VALUE 'N'.
                   88 WS-STP-REFUSED        VALUE 'Y'.
               10 WS-STP-START-TIME     PIC 9(06) VALUE 0.
               10 WS-STP-FINISH-TIME    PIC 9(06) VALUE 0.
               10 WS-STP-RETURN-CODE    PIC 9(04) VALUE 0.
               10 WS-STP-RECORDS        PIC 9(07) VALUE 0.
               10 WS-STP-TICKETS        PIC 9(06) VALUE 0.
               10 WS-STP-DOLLARS        PIC S9(09)V99 VALUE 0.
               10 WS-STP-OVERRIDE-SW    PIC X(01) VALUE 'N'.
                   88 WS-STP-OVERRIDDEN     VALUE 'Y'.
               10 WS-STP-OPERATOR       PIC X(08) VALUE SPACES.
               10 WS-STP-COMPLETE-SW    PIC X(01) VALUE 'N'.
                   88 WS-STP-COMPLETE       VALUE 'Y'.

      ******************************************************************
      * The four steps whose sales figures ought to agree, by their   *
      * row in the step table: PIZZRPT, PIZZAGL, PIZZZRPT, PIZZHIST.  *
      ******************************************************************
       01 WS-CHECK-VALUES.
           05 FILLER                   PIC 9(02) VALUE 01.
           05 FILLER                   PIC 9(02) VALUE 08.
           05 FILLER                   PIC 9(02) VALUE 09.
           05 FILLER                   PIC 9(02) VALUE 18.
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05 WS-CHECK-STEP            PIC 9(02) OCCURS 4 TIMES.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(35)
               VALUE "PIZZAORDER NIGHTLY RUN SUMMARY FOR ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(52) VALUE
               "STEP     PROGRAM  STATUS               START  FINISH".
           05 FILLER                   PIC X(48) VALUE
               "   RC RECORDS TICKETS         DOLLARS OVERRIDE".

       01 WS-STEP-LINE.
           05 WS-SL-JCL-STEP           PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-PROGRAM            PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-STATUS             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-START-TIME         PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-FINISH-TIME        PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-FIGURES.
               10 WS-SL-RETURN-CODE    PIC ZZZ9.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SL-RECORDS        PIC ZZZZZZ9.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SL-TICKETS        PIC ZZZZZZ9.
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WS-SL-DOLLARS        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-OPERATOR           PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-RESTART-LINE.
           05 FILLER                   PIC X(26)
               VALUE "** RESTART PIZZAGL.JCL AT ".
           05 WS-RL-JCL-STEP           PIC X(08).
           05 FILLER                   PIC X(02) VALUE " (".
           05 WS-RL-PROGRAM            PIC X(08).
           05 FILLER                   PIC X(13)
               VALUE ") - RESTART= ".
           05 WS-RL-RESTART-STEP       PIC X(08).
           05 FILLER                   PIC X(20)
               VALUE " ON THE JOB CARD **".

       01 WS-COMPLETE-LINE.
           05 FILLER                   PIC X(04) VALUE "ALL ".
           05 WS-CL-COUNT              PIC Z9.
           05 FILLER                   PIC X(40)
               VALUE " NIGHTLY STEPS COMPLETE FOR THE DATE".

       01 WS-CHECK-HEADING.
           05 FILLER                   PIC X(09) VALUE "  PROGRAM".
           05 FILLER                   PIC X(26) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE "TICKETS".
           05 FILLER                   PIC X(36) VALUE
               "    DIFF   GROSS DOLLARS        DIFF".

       01 WS-CHECK-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CK-PROGRAM            PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CK-NOTE               PIC X(24).
           05 WS-CK-TICKETS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CK-TICKET-DIFF        PIC -ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CK-DOLLARS            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CK-DOLLAR-DIFF        PIC -ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CK-FLAG               PIC X(10).

       01 WS-NOTE-1.
           05 FILLER                   PIC X(50) VALUE
               "STEP5C AND STEP6B (IEBGENER COPY-BACKS) ARE NOT ON".
           05 FILLER                   PIC X(50) VALUE
               " THE LEDGER - SEE THEIR CONDITION CODES IN THE LOG".

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-SCAN-LEDGER UNTIL WS-RUNCTL-EOF.
           PERFORM 1300-PRINT-STEPS.
           PERFORM 1400-PRINT-CROSS-CHECK.
           PERFORM 1800-TERMINATE.
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
      * 1100-INITIALIZE - the summary is for the business date the    *
      * night ran under, which BUSDATE still holds until the next     *
      * day-open. No ledger at all means nothing in the chain has     *
      * ever run, and every step prints as not run.                   *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-OK
               MOVE 'Y' TO WS-RUNCTL-OPEN-SW
               PERFORM 1210-READ-LEDGER
           ELSE
               IF WS-RUNCTL-MISSING
                   MOVE "NO RUN-CONTROL LEDGER ON FILE" TO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "CANNOT OPEN RUN-CONTROL LEDGER - STATUS "
                       WS-RUNCTL-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               SET WS-RUNCTL-EOF TO TRUE
           END-IF.
       1100-END.

      ******************************************************************
      * 1200-SCAN-LEDGER - the ledger is in the order things          *
      * happened, so each of the date's records simply overlays its   *
      * step's row. A step the table does not carry is passed over.   *
      ******************************************************************
       1200-SCAN-LEDGER.
           IF RUN-BUS-DATE = WS-RUN-DATE
               ADD 1 TO WS-LEDGER-COUNT
               SET WS-STP-IDX TO 1
               SEARCH WS-STEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SN-PROGRAM (WS-STP-IDX) = RUN-STEP-NAME
                       PERFORM 1220-POST-ONE-EVENT
               END-SEARCH
           END-IF.
           PERFORM 1210-READ-LEDGER.
       1200-END.

       1210-READ-LEDGER.
           READ RUN-CONTROL-FILE
               AT END SET WS-RUNCTL-EOF TO TRUE
           END-READ.
       1210-END.

       1220-POST-ONE-EVENT.
           EVALUATE TRUE
               WHEN RUN-STARTED
                   MOVE 'S' TO WS-STP-EVENT (WS-STP-IDX)
                   MOVE RUN-STAMP-TIME
                       TO WS-STP-START-TIME (WS-STP-IDX)
                   MOVE 0 TO WS-STP-FINISH-TIME (WS-STP-IDX)
                   MOVE 0 TO WS-STP-RETURN-CODE (WS-STP-IDX)
                   MOVE 0 TO WS-STP-RECORDS (WS-STP-IDX)
                   MOVE 0 TO WS-STP-TICKETS (WS-STP-IDX)
                   MOVE 0 TO WS-STP-DOLLARS (WS-STP-IDX)
                   MOVE RUN-OVERRIDE-SW
                       TO WS-STP-OVERRIDE-SW (WS-STP-IDX)
                   MOVE RUN-OPERATOR TO WS-STP-OPERATOR (WS-STP-IDX)
                   MOVE 'N' TO WS-STP-REFUSED-SW (WS-STP-IDX)
               WHEN RUN-FINISHED
                   MOVE 'F' TO WS-STP-EVENT (WS-STP-IDX)
                   MOVE RUN-STAMP-TIME
                       TO WS-STP-FINISH-TIME (WS-STP-IDX)
                   MOVE RUN-RETURN-CODE
                       TO WS-STP-RETURN-CODE (WS-STP-IDX)
                   MOVE RUN-RECORDS-READ
                       TO WS-STP-RECORDS (WS-STP-IDX)
                   MOVE RUN-TICKETS TO WS-STP-TICKETS (WS-STP-IDX)
                   MOVE RUN-DOLLARS TO WS-STP-DOLLARS (WS-STP-IDX)
                   MOVE RUN-OVERRIDE-SW
                       TO WS-STP-OVERRIDE-SW (WS-STP-IDX)
                   MOVE RUN-OPERATOR TO WS-STP-OPERATOR (WS-STP-IDX)
               WHEN RUN-REFUSED
                   MOVE 'Y' TO WS-STP-REFUSED-SW (WS-STP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1220-END.

      ******************************************************************
      * 1300-PRINT-STEPS - one line per step in job order. A finish   *
      * at return code 4 or under is complete, the same test a step   *
      * puts itself to before it will rerun the date. The first step  *
      * that is not complete is where the job picks up again.         *
      ******************************************************************
       1300-PRINT-STEPS.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1310-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 21.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RESTART-SUB = 0
               MOVE WS-COMPLETE-COUNT TO WS-CL-COUNT
               MOVE WS-COMPLETE-LINE TO REPORT-LINE
           ELSE
               MOVE WS-SN-JCL-STEP (WS-RESTART-SUB) TO WS-RL-JCL-STEP
               MOVE WS-SN-JCL-STEP (WS-RESTART-SUB)
                   TO WS-RL-RESTART-STEP
               MOVE WS-SN-PROGRAM (WS-RESTART-SUB) TO WS-RL-PROGRAM
               MOVE WS-RESTART-LINE TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-NOTE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
       1300-END.

       1310-PRINT-ONE-STEP.
           SET WS-STP-IDX TO WS-STEP-SUB.
           MOVE WS-SN-JCL-STEP (WS-STEP-SUB) TO WS-SL-JCL-STEP.
           MOVE WS-SN-PROGRAM (WS-STEP-SUB)  TO WS-SL-PROGRAM.
           MOVE SPACES TO WS-SL-START-TIME WS-SL-FINISH-TIME.
           MOVE SPACES TO WS-SL-FIGURES WS-SL-OPERATOR.
           EVALUATE TRUE
               WHEN WS-STP-NOT-RUN (WS-STP-IDX)
                   MOVE "NOT RUN" TO WS-SL-STATUS
               WHEN WS-STP-STARTED (WS-STP-IDX)
                   MOVE "STARTED - NO FINISH" TO WS-SL-STATUS
                   MOVE WS-STP-START-TIME (WS-STP-IDX)
                       TO WS-SL-START-TIME
               WHEN WS-STP-RETURN-CODE (WS-STP-IDX) > 4
                   MOVE "FAILED" TO WS-SL-STATUS
                   PERFORM 1320-FILL-FINISHED-STEP
               WHEN OTHER
                   MOVE 'Y' TO WS-STP-COMPLETE-SW (WS-STP-IDX)
                   ADD 1 TO WS-COMPLETE-COUNT
                   IF WS-STP-REFUSED (WS-STP-IDX)
                       MOVE "DONE - RERUN REFUSED" TO WS-SL-STATUS
                   ELSE
                       MOVE "COMPLETE" TO WS-SL-STATUS
                   END-IF
                   PERFORM 1320-FILL-FINISHED-STEP
           END-EVALUATE.
           IF WS-RESTART-SUB = 0
                   AND NOT WS-STP-COMPLETE (WS-STP-IDX)
               MOVE WS-STEP-SUB TO WS-RESTART-SUB
           END-IF.
           MOVE WS-STEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1310-END.

       1320-FILL-FINISHED-STEP.
           MOVE WS-STP-START-TIME (WS-STP-IDX)  TO WS-SL-START-TIME.
           MOVE WS-STP-FINISH-TIME (WS-STP-IDX) TO WS-SL-FINISH-TIME.
           MOVE WS-STP-RETURN-CODE (WS-STP-IDX) TO WS-SL-RETURN-CODE.
           MOVE WS-STP-RECORDS (WS-STP-IDX)     TO WS-SL-RECORDS.
           MOVE WS-STP-TICKETS (WS-STP-IDX)     TO WS-SL-TICKETS.
           MOVE WS-STP-DOLLARS (WS-STP-IDX)     TO WS-SL-DOLLARS.
           IF WS-STP-OVERRIDDEN (WS-STP-IDX)
               MOVE WS-STP-OPERATOR (WS-STP-IDX) TO WS-SL-OPERATOR
           END-IF.
       1320-END.

      ******************************************************************
      * 1400-PRINT-CROSS-CHECK - PIZZRPT, PIZZAGL, PIZZZRPT and       *
      * PIZZHIST all read the day's ORDERFIL and each nets voids out  *
      * of gross merchandise sales, so their tickets and dollars must *
      * agree. Each prints beside PIZZRPT's figures with the          *
      * difference. A step that is not complete has nothing to        *
      * compare; if PIZZRPT itself is not complete the first complete *
      * one of the four stands in for it.                             *
      ******************************************************************
       1400-PRINT-CROSS-CHECK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SALES CROSS-CHECK - GROSS SALES, VOIDS NETTED"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHECK-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-BASE-SUB.
           PERFORM 1410-FIND-BASE-STEP
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 4 OR WS-BASE-SUB > 0.
           IF WS-BASE-SUB = 0
               MOVE "  NONE OF THE FOUR COMPLETE - NOTHING TO CHECK"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1420-PRINT-ONE-CHECK
                   VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > 4
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-DIFFER-COUNT = 0
                   MOVE "SALES FIGURES AGREE" TO REPORT-LINE
               ELSE
                   MOVE "** SALES FIGURES DO NOT AGREE - SEE FLAGS **"
                       TO REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               WRITE REPORT-LINE
           END-IF.
       1400-END.

       1410-FIND-BASE-STEP.
           IF WS-STP-COMPLETE (WS-CHECK-STEP (WS-CHECK-SUB))
               MOVE WS-CHECK-STEP (WS-CHECK-SUB) TO WS-BASE-SUB
           END-IF.
       1410-END.

       1420-PRINT-ONE-CHECK.
           MOVE WS-CHECK-STEP (WS-CHECK-SUB) TO WS-STEP-SUB.
           MOVE WS-SN-PROGRAM (WS-STEP-SUB) TO WS-CK-PROGRAM.
           MOVE SPACES TO WS-CK-FLAG.
           IF NOT WS-STP-COMPLETE (WS-STEP-SUB)
               MOVE "NOT COMPLETE - NO FIGURE" TO WS-CK-NOTE
               MOVE 0 TO WS-CK-TICKETS WS-CK-TICKET-DIFF
               MOVE 0 TO WS-CK-DOLLARS WS-CK-DOLLAR-DIFF
           ELSE
               IF WS-STEP-SUB = WS-BASE-SUB
                   MOVE "FIGURES CHECKED AGAINST" TO WS-CK-NOTE
               ELSE
                   MOVE SPACES TO WS-CK-NOTE
               END-IF
               COMPUTE WS-TICKET-DIFF = WS-STP-TICKETS (WS-STEP-SUB)
                   - WS-STP-TICKETS (WS-BASE-SUB)
               COMPUTE WS-DOLLAR-DIFF = WS-STP-DOLLARS (WS-STEP-SUB)
                   - WS-STP-DOLLARS (WS-BASE-SUB)
               MOVE WS-STP-TICKETS (WS-STEP-SUB) TO WS-CK-TICKETS
               MOVE WS-TICKET-DIFF TO WS-CK-TICKET-DIFF
               MOVE WS-STP-DOLLARS (WS-STEP-SUB) TO WS-CK-DOLLARS
               MOVE WS-DOLLAR-DIFF TO WS-CK-DOLLAR-DIFF
               IF WS-TICKET-DIFF NOT = 0 OR WS-DOLLAR-DIFF NOT = 0
                   MOVE "** DIFFERS" TO WS-CK-FLAG
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1420-END.

       1800-TERMINATE.
           IF WS-RUNCTL-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "PIZZRUNS: " WS-COMPLETE-COUNT " OF 21 STEPS "
               "COMPLETE, " WS-DIFFER-COUNT " SALES FIGURES DIFFER".
       1800-END.

       END PROGRAM PIZZRUNS.
