       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZLABR.

      ******************************************************************
      * PIZZLABR is the nightly labor report. It pairs the day's      *
      * time clock punches (keyed through PIZZCLCK) into shifts for   *
      * each employee, spreads every shift's minutes across the hours *
      * of the day it covered, and prices them at the employee's pay  *
      * rate off the employee master. Each hour's staff hours and     *
      * labor dollars are set against that hour's sales from the      *
      * sales history the history step posted tonight, with labor as  *
      * a percent of sales and a flag on the hours that ran over- or  *
      * under-staffed. A per-employee section follows, and one labor  *
      * log record per employee is appended for the pay-period hours  *
      * extract. A punch that cannot be paired (an in with no out, an *
      * out with no in) is listed for the manager and ends the run    *
      * with a warning code. A posted-date checkpoint stops a job     *
      * rerun from logging the same day's hours twice.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO "CLOCKFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-CLOCK-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LABOR-LOG-FILE ASSIGN TO "LABRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-LOG-STATUS.

           SELECT LABOR-CHECK-FILE ASSIGN TO "LABRCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-CHECK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LABRRPT"
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

       FD  TIME-CLOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTCK.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZHST.

       FD  LABOR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLBH.

       FD  LABOR-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCHK.

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
           05 WS-TIME-CLOCK-STATUS     PIC X(02) VALUE "00".
               88 WS-TIME-CLOCK-OK         VALUE "00".
               88 WS-TIME-CLOCK-NOT-FOUND  VALUE "35".
           05 WS-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
               88 WS-HISTORY-FILE-OK       VALUE "00".
               88 WS-HISTORY-FILE-EOF      VALUE "10".
               88 WS-HISTORY-NOT-FOUND     VALUE "35".
           05 WS-LABOR-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-LABOR-LOG-OK          VALUE "00".
               88 WS-LABOR-LOG-MISSING     VALUE "35".
           05 WS-LABOR-CHECK-STATUS    PIC X(02) VALUE "00".
               88 WS-LABOR-CHECK-OK        VALUE "00".
               88 WS-LABOR-CHECK-MISSING   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-ALREADY-POSTED-SW     PIC X(01) VALUE 'N'.
               88 WS-ALREADY-POSTED        VALUE 'Y'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-STORE-NO              PIC 9(03) VALUE 1.
           05 WS-EMP-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-EMP-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-HOUR-SUB              PIC 9(03) VALUE 0    COMP.
           05 WS-PUNCH-COUNT           PIC 9(05) VALUE 0.
           05 WS-EXCEPTION-COUNT       PIC 9(05) VALUE 0.
           05 WS-LOGGED-COUNT          PIC 9(05) VALUE 0.

      ******************************************************************
      * Staffing thresholds - an hour whose labor runs above the      *
      * first percent of its sales had more people on than the trade  *
      * needed; below the second, too few.                            *
      ******************************************************************
       01 WS-STAFFING-LIMITS.
           05 WS-OVERSTAFF-PCT         PIC 9(03)V9 VALUE 30.0.
           05 WS-UNDERSTAFF-PCT        PIC 9(03)V9 VALUE 12.0.

       01 WS-SHIFT-AREAS.
           05 WS-PUNCH-MINUTE          PIC 9(05) VALUE 0.
           05 WS-PUNCH-HH              PIC 9(02) VALUE 0.
           05 WS-PUNCH-MM              PIC 9(02) VALUE 0.
           05 WS-SEG-START             PIC 9(05) VALUE 0.
           05 WS-SEG-END               PIC 9(05) VALUE 0.
           05 WS-SEG-HOUR              PIC 9(03) VALUE 0.
           05 WS-SEG-HOUR-END          PIC 9(05) VALUE 0.
           05 WS-SEG-MINUTES           PIC 9(05) VALUE 0.
           05 WS-HOUR-OF-DAY           PIC 9(02) VALUE 0.
           05 WS-DAYS-OVER             PIC 9(03) VALUE 0.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES INDEXED BY WS-EMP-IDX.
               10 WS-EMP-NO             PIC 9(03) VALUE 0.
               10 WS-EMP-NAME           PIC X(24) VALUE SPACES.
               10 WS-EMP-JOB            PIC X(01) VALUE SPACE.
               10 WS-EMP-RATE           PIC 9(03)V99 VALUE 0.
               10 WS-EMP-IN-SW          PIC X(01) VALUE 'N'.
                   88 WS-EMP-ON-CLOCK       VALUE 'Y'.
               10 WS-EMP-IN-MINUTE      PIC 9(05) VALUE 0.
               10 WS-EMP-MINUTES        PIC 9(05) VALUE 0.
               10 WS-EMP-PAY            PIC 9(05)V99 VALUE 0.

       01 WS-HOUR-TABLE.
           05 WS-HOUR-ENTRY OCCURS 24 TIMES.
               10 WS-HR-MINUTES         PIC 9(05) VALUE 0.
               10 WS-HR-LABOR           PIC 9(05)V9999 VALUE 0.
               10 WS-HR-SALES           PIC S9(07)V99 VALUE 0.

       01 WS-TOTAL-AREAS.
           05 WS-TOT-MINUTES           PIC 9(07) VALUE 0.
           05 WS-TOT-LABOR             PIC 9(07)V99 VALUE 0.
           05 WS-TOT-SALES             PIC S9(07)V99 VALUE 0.
           05 WS-LABOR-PCT             PIC 9(05)V9 VALUE 0.
           05 WS-HOURS-WORKED          PIC 9(05)V99 VALUE 0.
           05 WS-HOUR-LABOR            PIC 9(05)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(32)
               VALUE "PIZZAORDER LABOR VS SALES       ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(06) VALUE "HOUR".
           05 FILLER                   PIC X(11) VALUE "  STAFF HRS".
           05 FILLER                   PIC X(11) VALUE "   LABOR $".
           05 FILLER                   PIC X(13) VALUE "      SALES $".
           05 FILLER                   PIC X(09) VALUE "  LABOR %".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE "FLAG".

       01 WS-DETAIL-LINE.
           05 WS-DL-HOUR               PIC 99.
           05 FILLER                   PIC X(03) VALUE ":00".
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-DL-STAFF-HRS          PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-LABOR              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-SALES              PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-LABOR-PCT          PIC ZZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-FLAG               PIC X(18).

       01 WS-DAY-TOTAL-LINE.
           05 FILLER                   PIC X(06) VALUE "DAY".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DT-STAFF-HRS          PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DT-LABOR              PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DT-SALES              PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DT-LABOR-PCT          PIC ZZZ9.9.

       01 WS-EMP-HEADING.
           05 FILLER                   PIC X(05) VALUE "EMP".
           05 FILLER                   PIC X(25) VALUE "NAME".
           05 FILLER                   PIC X(04) VALUE "JOB".
           05 FILLER                   PIC X(09) VALUE "    HOURS".
           05 FILLER                   PIC X(09) VALUE "     RATE".
           05 FILLER                   PIC X(11) VALUE "      PAY".

       01 WS-EMP-LINE.
           05 WS-EL-EMP-NO             PIC 9(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-JOB                PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-EL-HOURS              PIC ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-EL-RATE               PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-PAY                PIC ZZ,ZZ9.99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(12) VALUE "** EMPLOYEE ".
           05 WS-EX-EMP-NO             PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-EX-TIME               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-EX-TEXT               PIC X(40).

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
           05 WS-RUN-STEP-NAME         PIC X(08) VALUE "PIZZLABR".
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
                   DISPLAY "** LABOR ALREADY POSTED FOR TODAY - "
                       "RUN SKIPPED **"
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1950-LOG-STEP-FINISH
               WHEN OTHER
                   PERFORM 1100-INITIALIZE
                   PERFORM 1200-PAIR-PUNCHES UNTIL WS-NO-MORE-RECORDS
                   PERFORM 1250-CLOSE-OPEN-SHIFTS
                       VARYING WS-EMP-SUB FROM 1 BY 1
                       UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   PERFORM 1260-LOAD-HOURLY-SALES
                   PERFORM 1300-REPORT-HOURS
                   PERFORM 1350-REPORT-EMPLOYEES
                   PERFORM 1400-WRITE-LABOR-LOG
                   PERFORM 1500-WRITE-LABOR-CHECKPOINT
                   IF WS-EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM 1800-TERMINATE
                   PERFORM 1950-LOG-STEP-FINISH
           END-EVALUATE.
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
      * 1050-CHECK-ALREADY-POSTED - the posted-date checkpoint stops  *
      * a rerun of the nightly job from appending the same day's      *
      * hours to the labor log twice. Only an operator override card  *
      * on RUNOVRD lets it through.                                   *
      ******************************************************************
       1050-CHECK-ALREADY-POSTED.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT LABOR-CHECK-FILE.
           IF WS-LABOR-CHECK-MISSING
               CONTINUE
           ELSE
               READ LABOR-CHECK-FILE
                   NOT AT END
                       IF CHK-CHECKPOINT-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALREADY-POSTED-SW
                       END-IF
               END-READ
               CLOSE LABOR-CHECK-FILE
           END-IF.
       1050-END.

      ******************************************************************
      * 1100-INITIALIZE - load the employee master (leavers too, so a *
      * last shift still prices) and open the day's punches. No time  *
      * clock file means nobody punched; the report still prints the *
      * day's sales with every hour flagged as unstaffed.             *
      ******************************************************************
       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
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
           OPEN INPUT TIME-CLOCK-FILE.
           IF WS-TIME-CLOCK-NOT-FOUND
               DISPLAY "** CLOCKFIL NOT FOUND - NO PUNCHES TODAY **"
               MOVE 'N' TO WS-MORE-RECORDS-SW
           ELSE
               PERFORM 1210-READ-TIME-CLOCK
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
      * 1200-PAIR-PUNCHES - today's punches only, in the order they   *
      * were keyed. An in opens a shift and the employee's next out   *
      * closes it. A second in with the shift still open means the    *
      * out was missed: the earlier in is listed and dropped and the  *
      * new one opens the shift. An out with no open shift is listed  *
      * and ignored. A punch for a number not on the master is listed *
      * too - there is no rate to price it at.                        *
      ******************************************************************
       1200-PAIR-PUNCHES.
           ADD 1 TO WS-RUN-RECORDS-READ.
           IF TCK-DATE = WS-RUN-DATE
               ADD 1 TO WS-PUNCH-COUNT
               PERFORM 1220-PUNCH-TO-MINUTE
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       MOVE "NOT ON EMPLOYEE MASTER - NOT PAID"
                           TO WS-EX-TEXT
                       PERFORM 1290-WRITE-EXCEPTION
                   WHEN WS-EMP-NO (WS-EMP-IDX) = TCK-EMPLOYEE-NO
                       SET WS-EMP-SUB TO WS-EMP-IDX
                       PERFORM 1230-APPLY-ONE-PUNCH
               END-SEARCH
           END-IF.
           PERFORM 1210-READ-TIME-CLOCK.
       1200-END.

       1210-READ-TIME-CLOCK.
           READ TIME-CLOCK-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
       1210-END.

       1220-PUNCH-TO-MINUTE.
           MOVE TCK-TIME (1:2) TO WS-PUNCH-HH.
           MOVE TCK-TIME (3:2) TO WS-PUNCH-MM.
           COMPUTE WS-PUNCH-MINUTE = WS-PUNCH-HH * 60 + WS-PUNCH-MM.
       1220-END.

       1230-APPLY-ONE-PUNCH.
           IF TCK-CLOCK-IN
               IF WS-EMP-ON-CLOCK (WS-EMP-SUB)
                   MOVE "CLOCKED IN AGAIN - EARLIER IN DROPPED"
                       TO WS-EX-TEXT
                   PERFORM 1290-WRITE-EXCEPTION
               END-IF
               MOVE 'Y' TO WS-EMP-IN-SW (WS-EMP-SUB)
               MOVE WS-PUNCH-MINUTE TO WS-EMP-IN-MINUTE (WS-EMP-SUB)
           ELSE
               IF WS-EMP-ON-CLOCK (WS-EMP-SUB)
                   MOVE WS-EMP-IN-MINUTE (WS-EMP-SUB) TO WS-SEG-START
                   MOVE WS-PUNCH-MINUTE TO WS-SEG-END
                   IF WS-SEG-END < WS-SEG-START
                       ADD 1440 TO WS-SEG-END
                   END-IF
                   PERFORM 1240-SPREAD-ONE-HOUR
                       UNTIL WS-SEG-START >= WS-SEG-END
                   MOVE 'N' TO WS-EMP-IN-SW (WS-EMP-SUB)
               ELSE
                   MOVE "CLOCKED OUT WITH NO CLOCK IN - NOT PAID"
                       TO WS-EX-TEXT
                   PERFORM 1290-WRITE-EXCEPTION
               END-IF
           END-IF.
       1230-END.

      ******************************************************************
      * 1240-SPREAD-ONE-HOUR - credit the piece of the shift that     *
      * falls in one clock hour to that hour and to the employee. A   *
      * shift punched out after midnight runs past minute 1440 and    *
      * wraps back onto the early hours of the day.                   *
      ******************************************************************
       1240-SPREAD-ONE-HOUR.
           COMPUTE WS-SEG-HOUR = WS-SEG-START / 60.
           COMPUTE WS-SEG-HOUR-END = (WS-SEG-HOUR + 1) * 60.
           IF WS-SEG-HOUR-END > WS-SEG-END
               MOVE WS-SEG-END TO WS-SEG-HOUR-END
           END-IF.
           COMPUTE WS-SEG-MINUTES = WS-SEG-HOUR-END - WS-SEG-START.
           DIVIDE WS-SEG-HOUR BY 24 GIVING WS-DAYS-OVER
               REMAINDER WS-HOUR-OF-DAY.
           COMPUTE WS-HOUR-SUB = WS-HOUR-OF-DAY + 1.
           ADD WS-SEG-MINUTES TO WS-HR-MINUTES (WS-HOUR-SUB).
           COMPUTE WS-HR-LABOR (WS-HOUR-SUB) =
               WS-HR-LABOR (WS-HOUR-SUB) +
               (WS-SEG-MINUTES * WS-EMP-RATE (WS-EMP-SUB) / 60).
           ADD WS-SEG-MINUTES TO WS-EMP-MINUTES (WS-EMP-SUB).
           MOVE WS-SEG-HOUR-END TO WS-SEG-START.
       1240-END.

      ******************************************************************
      * 1250-CLOSE-OPEN-SHIFTS - anyone still on the clock at close   *
      * never punched out. The shift is listed and left unpaid rather *
      * than guessed at; the manager settles it with payroll.         *
      ******************************************************************
       1250-CLOSE-OPEN-SHIFTS.
           IF WS-EMP-ON-CLOCK (WS-EMP-SUB)
               MOVE WS-EMP-NO (WS-EMP-SUB) TO TCK-EMPLOYEE-NO
               DIVIDE WS-EMP-IN-MINUTE (WS-EMP-SUB) BY 60
                   GIVING WS-PUNCH-HH REMAINDER WS-PUNCH-MM
               COMPUTE TCK-TIME = WS-PUNCH-HH * 10000
                   + WS-PUNCH-MM * 100
               MOVE "NO CLOCK OUT - SHIFT NOT PAID" TO WS-EX-TEXT
               PERFORM 1290-WRITE-EXCEPTION
               MOVE 'N' TO WS-EMP-IN-SW (WS-EMP-SUB)
           END-IF.
           COMPUTE WS-EMP-PAY (WS-EMP-SUB) ROUNDED =
               WS-EMP-MINUTES (WS-EMP-SUB) * WS-EMP-RATE (WS-EMP-SUB)
               / 60.
       1250-END.

      ******************************************************************
      * 1260-LOAD-HOURLY-SALES - tonight's rows off the sales history *
      * (the history step runs ahead of this one), summed by hour of  *
      * day. Voided sales are already netted into the history.        *
      ******************************************************************
       1260-LOAD-HOURLY-SALES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               DISPLAY "** HISTFILE NOT FOUND - NO SALES BY HOUR **"
           ELSE
               PERFORM 1270-READ-HISTORY-FILE
               PERFORM 1280-ADD-ONE-HISTORY UNTIL WS-HISTORY-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.
       1260-END.

       1270-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END SET WS-HISTORY-FILE-EOF TO TRUE
           END-READ.
       1270-END.

       1280-ADD-ONE-HISTORY.
           IF HST-DATE = WS-RUN-DATE AND HST-HOUR < 24
               COMPUTE WS-HOUR-SUB = HST-HOUR + 1
               ADD HST-DOLLARS TO WS-HR-SALES (WS-HOUR-SUB)
           END-IF.
           PERFORM 1270-READ-HISTORY-FILE.
       1280-END.

       1290-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE TCK-EMPLOYEE-NO TO WS-EX-EMP-NO.
           MOVE TCK-TIME TO WS-EX-TIME.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1290-END.

      ******************************************************************
      * 1300-REPORT-HOURS - one line for each hour that had staff on  *
      * or sales rung: staff hours, labor dollars, sales and labor as *
      * a percent of sales. Labor with no sales, or sales with nobody *
      * on the clock, is flagged outright; otherwise the percent is   *
      * set against the staffing limits.                              *
      ******************************************************************
       1300-REPORT-HOURS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1310-REPORT-ONE-HOUR
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
           COMPUTE WS-HOURS-WORKED ROUNDED = WS-TOT-MINUTES / 60.
           MOVE WS-HOURS-WORKED TO WS-DT-STAFF-HRS.
           MOVE WS-TOT-LABOR TO WS-DT-LABOR.
           MOVE WS-TOT-SALES TO WS-DT-SALES.
           MOVE 0 TO WS-LABOR-PCT.
           IF WS-TOT-SALES > 0
               COMPUTE WS-LABOR-PCT ROUNDED =
                   WS-TOT-LABOR * 100 / WS-TOT-SALES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LABOR-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-LABOR-PCT TO WS-DT-LABOR-PCT.
           MOVE WS-DAY-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1300-END.

       1310-REPORT-ONE-HOUR.
           IF WS-HR-MINUTES (WS-HOUR-SUB) > 0
                   OR WS-HR-SALES (WS-HOUR-SUB) NOT = 0
               COMPUTE WS-DL-HOUR = WS-HOUR-SUB - 1
               COMPUTE WS-HOURS-WORKED ROUNDED =
                   WS-HR-MINUTES (WS-HOUR-SUB) / 60
               COMPUTE WS-HOUR-LABOR ROUNDED =
                   WS-HR-LABOR (WS-HOUR-SUB)
               MOVE WS-HOURS-WORKED TO WS-DL-STAFF-HRS
               MOVE WS-HOUR-LABOR TO WS-DL-LABOR
               MOVE WS-HR-SALES (WS-HOUR-SUB) TO WS-DL-SALES
               ADD WS-HR-MINUTES (WS-HOUR-SUB) TO WS-TOT-MINUTES
               ADD WS-HOUR-LABOR TO WS-TOT-LABOR
               ADD WS-HR-SALES (WS-HOUR-SUB) TO WS-TOT-SALES
               MOVE 0 TO WS-LABOR-PCT
               MOVE SPACES TO WS-DL-FLAG
               IF WS-HR-SALES (WS-HOUR-SUB) > 0
                   COMPUTE WS-LABOR-PCT ROUNDED =
                       WS-HOUR-LABOR * 100 / WS-HR-SALES (WS-HOUR-SUB)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-LABOR-PCT
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                   WHEN WS-HR-SALES (WS-HOUR-SUB) NOT > 0
                       MOVE "OVER - NO SALES" TO WS-DL-FLAG
                   WHEN WS-HR-MINUTES (WS-HOUR-SUB) = 0
                       MOVE "UNDER - NOBODY ON" TO WS-DL-FLAG
                   WHEN WS-LABOR-PCT > WS-OVERSTAFF-PCT
                       MOVE "OVERSTAFFED" TO WS-DL-FLAG
                   WHEN WS-LABOR-PCT < WS-UNDERSTAFF-PCT
                       MOVE "UNDERSTAFFED" TO WS-DL-FLAG
               END-EVALUATE
               MOVE WS-LABOR-PCT TO WS-DL-LABOR-PCT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1310-END.

      ******************************************************************
      * 1350-REPORT-EMPLOYEES - who worked, for how long and what it  *
      * cost, one line per employee with time on the clock today.    *
      ******************************************************************
       1350-REPORT-EMPLOYEES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1360-REPORT-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT.
           MOVE WS-PUNCH-COUNT TO WS-TL-COUNT.
           MOVE " PUNCHES READ" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT
               MOVE " PUNCHES NOT PAIRED - SEE ABOVE" TO WS-TL-TEXT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1350-END.

       1360-REPORT-ONE-EMPLOYEE.
           IF WS-EMP-MINUTES (WS-EMP-SUB) > 0
               MOVE WS-EMP-NO (WS-EMP-SUB)   TO WS-EL-EMP-NO
               MOVE WS-EMP-NAME (WS-EMP-SUB) TO WS-EL-NAME
               MOVE WS-EMP-JOB (WS-EMP-SUB)  TO WS-EL-JOB
               COMPUTE WS-HOURS-WORKED ROUNDED =
                   WS-EMP-MINUTES (WS-EMP-SUB) / 60
               MOVE WS-HOURS-WORKED          TO WS-EL-HOURS
               MOVE WS-EMP-RATE (WS-EMP-SUB) TO WS-EL-RATE
               MOVE WS-EMP-PAY (WS-EMP-SUB)  TO WS-EL-PAY
               MOVE WS-EMP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1360-END.

      ******************************************************************
      * 1400-WRITE-LABOR-LOG - one record per employee with time on   *
      * the clock today, appended for the pay-period hours extract.   *
      ******************************************************************
       1400-WRITE-LABOR-LOG.
           OPEN EXTEND LABOR-LOG-FILE.
           IF WS-LABOR-LOG-MISSING
               OPEN OUTPUT LABOR-LOG-FILE
           END-IF.
           PERFORM 1410-WRITE-ONE-LABOR-LOG
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT.
           CLOSE LABOR-LOG-FILE.
           MOVE WS-LOGGED-COUNT TO WS-TL-COUNT.
           MOVE " EMPLOYEES LOGGED FOR PAYROLL" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1400-END.

       1410-WRITE-ONE-LABOR-LOG.
           IF WS-EMP-MINUTES (WS-EMP-SUB) > 0
               MOVE WS-RUN-DATE               TO LBH-DATE
               MOVE WS-EMP-NO (WS-EMP-SUB)    TO LBH-EMPLOYEE-NO
               MOVE WS-EMP-MINUTES (WS-EMP-SUB) TO LBH-MINUTES
               MOVE WS-EMP-PAY (WS-EMP-SUB)   TO LBH-PAY
               MOVE WS-STORE-NO               TO LBH-STORE-NO
               WRITE LABOR-HOURS-RECORD
               ADD 1 TO WS-LOGGED-COUNT
           END-IF.
       1410-END.

      ******************************************************************
      * 1500-WRITE-LABOR-CHECKPOINT - stamp today as posted so a      *
      * rerun skips instead of logging the hours twice.               *
      ******************************************************************
       1500-WRITE-LABOR-CHECKPOINT.
           OPEN OUTPUT LABOR-CHECK-FILE.
           MOVE 0 TO CHK-LAST-TICKET-NO.
           MOVE WS-RUN-DATE TO CHK-CHECKPOINT-DATE.
           MOVE 0 TO CHK-CHECKPOINT-TIME.
           WRITE CHECKPOINT-RECORD.
           CLOSE LABOR-CHECK-FILE.
       1500-END.

       1800-TERMINATE.
           IF NOT WS-TIME-CLOCK-NOT-FOUND
               CLOSE TIME-CLOCK-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-TOT-LABOR TO WS-RUN-DOLLARS.
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

       END PROGRAM PIZZLABR.
