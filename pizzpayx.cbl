       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZPAYX.

      ******************************************************************
      * PIZZPAYX writes the pay-period hours extract for payroll. It  *
      * totals the labor log the nightly labor report appends to -    *
      * every day after the last period extracted, up to and         *
      * including the business date - by employee, and writes one     *
      * extract record per employee with the period covered, job code *
      * and current rate, total hours, and the gross as each night    *
      * priced it. Overtime and deductions are figured by payroll on  *
      * its side. A listing of the extract prints with it. The        *
      * period-end checkpoint is where the next period starts, and    *
      * stops a rerun on the same day from extracting twice.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT LABOR-LOG-FILE ASSIGN TO "LABRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-LOG-STATUS.

           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-EXTRACT-STATUS.

           SELECT PAY-CHECK-FILE ASSIGN TO "PAYXCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CHECK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PAYXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZEMP.

       FD  LABOR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLBH.

       FD  PAYROLL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZPAY.

       FD  PAY-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCHK.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(80).

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-EMPLOYEE-FILE-STATUS  PIC X(02) VALUE "00".
               88 WS-EMPLOYEE-FILE-OK      VALUE "00".
               88 WS-EMPLOYEE-FILE-EOF     VALUE "10".
               88 WS-EMPLOYEE-NOT-FOUND    VALUE "35".
           05 WS-LABOR-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-LABOR-LOG-OK          VALUE "00".
               88 WS-LABOR-LOG-NOT-FOUND   VALUE "35".
           05 WS-PAYROLL-EXTRACT-STATUS PIC X(02) VALUE "00".
           05 WS-PAY-CHECK-STATUS      PIC X(02) VALUE "00".
               88 WS-PAY-CHECK-OK          VALUE "00".
               88 WS-PAY-CHECK-MISSING     VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-ALREADY-POSTED-SW     PIC X(01) VALUE 'N'.
               88 WS-ALREADY-POSTED        VALUE 'Y'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-STORE-NO              PIC 9(03) VALUE 1.
           05 WS-LAST-PERIOD-END       PIC 9(08) VALUE 0.
           05 WS-PERIOD-START          PIC 9(08) VALUE 0.
           05 WS-EMP-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-EMP-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-LOG-COUNT             PIC 9(05) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(05) VALUE 0.
           05 WS-EXTRACT-COUNT         PIC 9(05) VALUE 0.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES INDEXED BY WS-EMP-IDX.
               10 WS-EMP-NO             PIC 9(03) VALUE 0.
               10 WS-EMP-NAME           PIC X(24) VALUE SPACES.
               10 WS-EMP-JOB            PIC X(01) VALUE SPACE.
               10 WS-EMP-RATE           PIC 9(03)V99 VALUE 0.
               10 WS-EMP-MINUTES        PIC 9(07) VALUE 0.
               10 WS-EMP-GROSS          PIC 9(05)V99 VALUE 0.

       01 WS-TOTAL-AREAS.
           05 WS-PAY-HOURS             PIC 9(03)V99 VALUE 0.
           05 WS-TOT-HOURS             PIC 9(05)V99 VALUE 0.
           05 WS-TOT-GROSS             PIC 9(07)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(32)
               VALUE "PIZZAORDER PAYROLL HOURS       ".
           05 WS-H1-START              PIC 9(08).
           05 FILLER                   PIC X(04) VALUE " TO ".
           05 WS-H1-END                PIC 9(08).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(05) VALUE "EMP".
           05 FILLER                   PIC X(25) VALUE "NAME".
           05 FILLER                   PIC X(04) VALUE "JOB".
           05 FILLER                   PIC X(09) VALUE "    HOURS".
           05 FILLER                   PIC X(09) VALUE "     RATE".
           05 FILLER                   PIC X(11) VALUE "      GROSS".

       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-NO             PIC 9(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-JOB                PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-HOURS              PIC ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-RATE               PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-GROSS              PIC ZZ,ZZ9.99.

       01 WS-PERIOD-TOTAL-LINE.
           05 FILLER                   PIC X(34) VALUE "PERIOD TOTAL".
           05 WS-PT-HOURS              PIC Z,ZZ9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WS-PT-GROSS              PIC ZZZ,ZZ9.99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(12) VALUE "** EMPLOYEE ".
           05 WS-EX-EMP-NO             PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-EX-DATE               PIC 9(08).
           05 FILLER                   PIC X(38)
               VALUE " NOT ON EMPLOYEE MASTER - NOT PAID **".

       01 WS-TOTAL-LINE.
           05 WS-TL-COUNT              PIC ZZZZ9.
           05 WS-TL-TEXT               PIC X(40).

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1050-CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED
               DISPLAY "** PAY PERIOD ALREADY EXTRACTED TODAY - "
                   "RUN SKIPPED **"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1100-INITIALIZE
               PERFORM 1200-TOTAL-LABOR-LOG UNTIL WS-NO-MORE-RECORDS
               PERFORM 1300-WRITE-EXTRACT
               IF WS-UNMATCHED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1500-WRITE-PAY-CHECKPOINT
               END-IF
               PERFORM 1800-TERMINATE
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
                   NOT AT END
                       MOVE BDT-BUS-DATE TO WS-RUN-DATE
                       IF BDT-STORE-NO > 0
                           MOVE BDT-STORE-NO TO WS-STORE-NO
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
       1010-END.

      ******************************************************************
      * 1050-CHECK-ALREADY-POSTED - the date on the checkpoint is the *
      * last period end extracted; this period picks up the day after *
      * it. The same date as today means the period has already gone  *
      * to payroll. No checkpoint yet means the first extract ever,   *
      * so the period runs from the start of the labor log.           *
      ******************************************************************
       1050-CHECK-ALREADY-POSTED.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT PAY-CHECK-FILE.
           IF WS-PAY-CHECK-MISSING
               CONTINUE
           ELSE
               READ PAY-CHECK-FILE
                   NOT AT END
                       MOVE CHK-CHECKPOINT-DATE TO WS-LAST-PERIOD-END
                       IF CHK-CHECKPOINT-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALREADY-POSTED-SW
                       END-IF
               END-READ
               CLOSE PAY-CHECK-FILE
           END-IF.
       1050-END.

      ******************************************************************
      * 1100-INITIALIZE - load the employee master (leavers too - a   *
      * last period still has to be paid) and open the labor log.     *
      ******************************************************************
       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-NOT-FOUND
               DISPLAY "** EMPFILE NOT FOUND - NO EMPLOYEES LOADED **"
           ELSE
               PERFORM 1110-READ-EMPLOYEE-FILE
               PERFORM 1111-LOAD-ONE-EMPLOYEE
                   UNTIL WS-EMPLOYEE-FILE-EOF
                   OR WS-EMP-COUNT >= 100
               CLOSE EMPLOYEE-FILE
           END-IF.
           OPEN INPUT LABOR-LOG-FILE.
           IF WS-LABOR-LOG-NOT-FOUND
               DISPLAY "** LABRLOG NOT FOUND - NO HOURS TO EXTRACT **"
               MOVE 'N' TO WS-MORE-RECORDS-SW
           ELSE
               PERFORM 1210-READ-LABOR-LOG
           END-IF.
       1100-END.

       1110-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE
               AT END SET WS-EMPLOYEE-FILE-EOF TO TRUE
           END-READ.
       1110-END.

       1111-LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-EMPLOYEE-NO TO WS-EMP-NO (WS-EMP-COUNT).
           MOVE EMP-NAME        TO WS-EMP-NAME (WS-EMP-COUNT).
           MOVE EMP-JOB-CODE    TO WS-EMP-JOB (WS-EMP-COUNT).
           MOVE EMP-PAY-RATE    TO WS-EMP-RATE (WS-EMP-COUNT).
           PERFORM 1110-READ-EMPLOYEE-FILE.
       1111-END.

      ******************************************************************
      * 1200-TOTAL-LABOR-LOG - the nights after the last period end   *
      * up to and including today. The earliest night found is the    *
      * period start printed and extracted. A log record for a number *
      * since taken off the master holds the extract so nobody's      *
      * hours go missing - put the employee back and rerun.           *
      ******************************************************************
       1200-TOTAL-LABOR-LOG.
           IF LBH-DATE > WS-LAST-PERIOD-END
                   AND LBH-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-LOG-COUNT
               IF WS-PERIOD-START = 0 OR LBH-DATE < WS-PERIOD-START
                   MOVE LBH-DATE TO WS-PERIOD-START
               END-IF
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       ADD 1 TO WS-UNMATCHED-COUNT
                       MOVE LBH-EMPLOYEE-NO TO WS-EX-EMP-NO
                       MOVE LBH-DATE TO WS-EX-DATE
                       MOVE WS-EXCEPTION-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN WS-EMP-NO (WS-EMP-IDX) = LBH-EMPLOYEE-NO
                       ADD LBH-MINUTES TO WS-EMP-MINUTES (WS-EMP-IDX)
                       ADD LBH-PAY     TO WS-EMP-GROSS (WS-EMP-IDX)
               END-SEARCH
           END-IF.
           PERFORM 1210-READ-LABOR-LOG.
       1200-END.

       1210-READ-LABOR-LOG.
           READ LABOR-LOG-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
       1210-END.

      ******************************************************************
      * 1300-WRITE-EXTRACT - one extract record and one listing line  *
      * per employee with hours in the period. A period with unpaid   *
      * log records writes nothing for payroll.                       *
      ******************************************************************
       1300-WRITE-EXTRACT.
           IF WS-PERIOD-START = 0
               MOVE WS-RUN-DATE TO WS-PERIOD-START
           END-IF.
           MOVE WS-PERIOD-START TO WS-H1-START.
           MOVE WS-RUN-DATE TO WS-H1-END.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNMATCHED-COUNT > 0
               MOVE "** UNMATCHED LABOR LOG - EXTRACT HELD **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT PAYROLL-EXTRACT-FILE
               PERFORM 1310-WRITE-ONE-EMPLOYEE
                   VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               CLOSE PAYROLL-EXTRACT-FILE
               MOVE WS-TOT-HOURS TO WS-PT-HOURS
               MOVE WS-TOT-GROSS TO WS-PT-GROSS
               MOVE WS-PERIOD-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-LOG-COUNT TO WS-TL-COUNT.
           MOVE " LABOR LOG RECORDS IN PERIOD" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXTRACT-COUNT TO WS-TL-COUNT.
           MOVE " EMPLOYEES EXTRACTED FOR PAYROLL" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1300-END.

       1310-WRITE-ONE-EMPLOYEE.
           IF WS-EMP-MINUTES (WS-EMP-SUB) > 0
               COMPUTE WS-PAY-HOURS ROUNDED =
                   WS-EMP-MINUTES (WS-EMP-SUB) / 60
               MOVE WS-PERIOD-START           TO PAY-PERIOD-START
               MOVE WS-RUN-DATE               TO PAY-PERIOD-END
               MOVE WS-EMP-NO (WS-EMP-SUB)    TO PAY-EMPLOYEE-NO
               MOVE WS-EMP-NAME (WS-EMP-SUB)  TO PAY-NAME
               MOVE WS-EMP-JOB (WS-EMP-SUB)   TO PAY-JOB-CODE
               MOVE WS-EMP-RATE (WS-EMP-SUB)  TO PAY-RATE
               MOVE WS-PAY-HOURS              TO PAY-HOURS
               MOVE WS-EMP-GROSS (WS-EMP-SUB) TO PAY-GROSS
               MOVE WS-STORE-NO               TO PAY-STORE-NO
               WRITE PAYROLL-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               ADD WS-PAY-HOURS TO WS-TOT-HOURS
               ADD WS-EMP-GROSS (WS-EMP-SUB) TO WS-TOT-GROSS
               MOVE WS-EMP-NO (WS-EMP-SUB)    TO WS-DL-EMP-NO
               MOVE WS-EMP-NAME (WS-EMP-SUB)  TO WS-DL-NAME
               MOVE WS-EMP-JOB (WS-EMP-SUB)   TO WS-DL-JOB
               MOVE WS-PAY-HOURS              TO WS-DL-HOURS
               MOVE WS-EMP-RATE (WS-EMP-SUB)  TO WS-DL-RATE
               MOVE WS-EMP-GROSS (WS-EMP-SUB) TO WS-DL-GROSS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1310-END.

      ******************************************************************
      * 1500-WRITE-PAY-CHECKPOINT - stamp today as the period end:    *
      * the next extract starts the day after, and a rerun today      *
      * skips. Only performed when the extract was written.           *
      ******************************************************************
       1500-WRITE-PAY-CHECKPOINT.
           OPEN OUTPUT PAY-CHECK-FILE.
           MOVE 0 TO CHK-LAST-TICKET-NO.
           MOVE WS-RUN-DATE TO CHK-CHECKPOINT-DATE.
           MOVE 0 TO CHK-CHECKPOINT-TIME.
           WRITE CHECKPOINT-RECORD.
           CLOSE PAY-CHECK-FILE.
       1500-END.

       1800-TERMINATE.
           IF NOT WS-LABOR-LOG-NOT-FOUND
               CLOSE LABOR-LOG-FILE
           END-IF.
           CLOSE REPORT-FILE.
       1800-END.

       END PROGRAM PIZZPAYX.
