       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCLCK.

      ******************************************************************
      * PIZZCLCK is the register's employee time clock. Each person   *
      * coming on shift keys their employee number and 'I'; going off *
      * they key it again with 'O'. The number is checked against the *
      * employee master so a typo cannot clock in somebody who does   *
      * not work here, and each punch appends a record to CLOCKFIL    *
      * under the business date with the wall-clock time - the same   *
      * stamp PIZZDTIM gives delivery events. A shift that runs past  *
      * midnight stays on the business day it started in. The        *
      * nightly labor report pairs the punches into hours.            *
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

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZEMP.

       FD  TIME-CLOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTCK.

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
           05 WS-TIME-CLOCK-STATUS     PIC X(02) VALUE "00".
               88 WS-TIME-CLOCK-OK         VALUE "00".
               88 WS-TIME-CLOCK-MISSING    VALUE "35".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-TIME-OF-DAY           PIC 9(08) VALUE 0.
           05 WS-EMPLOYEE-ENTRY        PIC 9(03) VALUE 0.
           05 WS-EVENT-ENTRY           PIC X(01) VALUE SPACE.
               88 WS-EVENT-IN              VALUE 'I'.
               88 WS-EVENT-OUT             VALUE 'O'.
           05 WS-ANOTHER-SW            PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-PUNCHES       VALUE 'N'.
           05 WS-EMP-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-EMP-FOUND-SW          PIC X(01) VALUE 'N'.
               88 WS-EMP-FOUND             VALUE 'Y'.
           05 WS-PUNCH-COUNT           PIC 9(04) VALUE 0.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES INDEXED BY WS-EMP-IDX.
               10 WS-EMP-NO             PIC 9(03) VALUE 0.
               10 WS-EMP-NAME           PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-TAKE-ONE-PUNCH UNTIL WS-NO-MORE-PUNCHES.
           PERFORM 1800-TERMINATE.
           STOP RUN.
       1000-END.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - punches stamp the store business     *
      * date off the BUSDATE control so a close that runs past        *
      * midnight still lands on the day the shift belongs to. The     *
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
      * 1100-INITIALIZE - load the active employees to validate       *
      * punches against. A missing master is fatal - a punch nobody   *
      * can be paid for is a clipboard with extra steps.              *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-NOT-FOUND
               DISPLAY "** EMPFILE NOT FOUND - NO PUNCHES TAKEN **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-EMPLOYEE-FILE.
           PERFORM 1111-LOAD-ONE-EMPLOYEE
               UNTIL WS-EMPLOYEE-FILE-EOF
               OR WS-EMP-COUNT >= 100.
           CLOSE EMPLOYEE-FILE.
           OPEN EXTEND TIME-CLOCK-FILE.
           IF WS-TIME-CLOCK-MISSING
               OPEN OUTPUT TIME-CLOCK-FILE
           END-IF.
       1100-END.

       1110-READ-EMPLOYEE-FILE.
           READ EMPLOYEE-FILE
               AT END SET WS-EMPLOYEE-FILE-EOF TO TRUE
           END-READ.
       1110-END.

       1111-LOAD-ONE-EMPLOYEE.
           IF EMP-ACTIVE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-EMPLOYEE-NO TO WS-EMP-NO (WS-EMP-COUNT)
               MOVE EMP-NAME        TO WS-EMP-NAME (WS-EMP-COUNT)
           END-IF.
           PERFORM 1110-READ-EMPLOYEE-FILE.
       1111-END.

      ******************************************************************
      * 1200-TAKE-ONE-PUNCH - one punch per pass. The employee number *
      * is re-prompted until it is an active employee, and the event  *
      * until it is I or O.                                           *
      ******************************************************************
       1200-TAKE-ONE-PUNCH.
           DISPLAY "---------------------------------------------".
           DISPLAY "EMPLOYEE NUMBER: ".
           ACCEPT WS-EMPLOYEE-ENTRY.
           PERFORM 1220-LOOK-UP-EMPLOYEE.
           PERFORM 1230-REPROMPT-EMPLOYEE UNTIL WS-EMP-FOUND.
           DISPLAY WS-EMP-NAME (WS-EMP-IDX).
           DISPLAY "I CLOCK IN, O CLOCK OUT: ".
           ACCEPT WS-EVENT-ENTRY.
           PERFORM 1210-REPROMPT-EVENT
               UNTIL WS-EVENT-IN OR WS-EVENT-OUT.
           PERFORM 1240-WRITE-PUNCH-RECORD.
           DISPLAY "ANOTHER PUNCH? Y/N: ".
           ACCEPT WS-ANOTHER-SW.
       1200-END.

       1210-REPROMPT-EVENT.
           DISPLAY "** PLEASE ENTER I OR O **".
           DISPLAY "I CLOCK IN, O CLOCK OUT: ".
           ACCEPT WS-EVENT-ENTRY.
       1210-END.

       1220-LOOK-UP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           IF WS-EMPLOYEE-ENTRY = 0
               CONTINUE
           ELSE
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   WHEN WS-EMP-NO (WS-EMP-IDX) = WS-EMPLOYEE-ENTRY
                       MOVE 'Y' TO WS-EMP-FOUND-SW
               END-SEARCH
           END-IF.
       1220-END.

       1230-REPROMPT-EMPLOYEE.
           DISPLAY "** NOT AN ACTIVE EMPLOYEE ON THE MASTER **".
           DISPLAY "EMPLOYEE NUMBER: ".
           ACCEPT WS-EMPLOYEE-ENTRY.
           PERFORM 1220-LOOK-UP-EMPLOYEE.
       1230-END.

       1240-WRITE-PUNCH-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-EMPLOYEE-ENTRY    TO TCK-EMPLOYEE-NO.
           MOVE WS-EVENT-ENTRY       TO TCK-EVENT.
           MOVE WS-RUN-DATE          TO TCK-DATE.
           MOVE WS-TIME-OF-DAY (1:6) TO TCK-TIME.
           WRITE TIME-CLOCK-RECORD.
           ADD 1 TO WS-PUNCH-COUNT.
           IF WS-EVENT-IN
               DISPLAY "CLOCKED IN AT " WS-TIME-OF-DAY (1:4)
           ELSE
               DISPLAY "CLOCKED OUT AT " WS-TIME-OF-DAY (1:4)
           END-IF.
       1240-END.

       1800-TERMINATE.
           CLOSE TIME-CLOCK-FILE.
           DISPLAY "PIZZCLCK: " WS-PUNCH-COUNT " PUNCHES LOGGED".
       1800-END.

       END PROGRAM PIZZCLCK.
