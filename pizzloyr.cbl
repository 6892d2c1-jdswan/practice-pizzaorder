       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZLOYR.

      ******************************************************************
      * PIZZLOYR is the month-end loyalty points report. Order entry  *
      * stamps every ticket rung for a customer on file with the      *
      * customer's phone, the points the ticket earned and redeemed,  *
      * and the dollars the points took off; a void carries the same  *
      * figures back. This run totals the business date's month off   *
      * ORDER-FILE per member, prints each member's activity beside   *
      * the name and points balance off the customer master, and      *
      * closes with the month's points earned and redeemed and the    *
      * points still outstanding, valued at the redemption rate - the *
      * liability PIZZAGL has been posting night by night. The same   *
      * pass over the master writes the lapsed-member list: everyone  *
      * whose last order is more than the LOYLFILE lapse days (60 by  *
      * default) before the business date, with name, address and     *
      * points, ready for the mailing. Run it before PIZZARCH rotates *
      * the month off ORDERFIL.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-PHONE
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LOYLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT LAPSED-FILE ASSIGN TO "LAPSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSED-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZORD.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCUS.

       FD  LOYALTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLOY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(90).

       FD  LAPSED-FILE
           LABEL RECORDS ARE STANDARD.
       01 LAPSED-LINE                  PIC X(90).

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-ORDER-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-ORDER-FILE-OK         VALUE "00".
               88 WS-ORDER-FILE-EOF        VALUE "10".
               88 WS-ORDER-FILE-MISSING    VALUE "35".
           05 WS-CUSTOMER-FILE-STATUS  PIC X(02) VALUE "00".
               88 WS-CUSTOMER-FILE-OK      VALUE "00".
               88 WS-CUSTOMER-FILE-EOF     VALUE "10".
               88 WS-CUSTOMER-FILE-MISSING VALUE "35".
           05 WS-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
               88 WS-LOYALTY-FILE-OK       VALUE "00".
               88 WS-LOYALTY-FILE-MISSING  VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-LAPSED-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-RUN-PERIOD            PIC 9(06) VALUE 0.
           05 WS-RECORD-PERIOD         PIC 9(06) VALUE 0.
           05 WS-LAST-TICKET-NO        PIC 9(06) VALUE 0.
           05 WS-LAST-ORDER-DATE       PIC 9(08) VALUE 0.
           05 WS-LOY-PTS-PER-DOLLAR    PIC 9(03) VALUE 20.
           05 WS-LOY-LAPSE-DAYS        PIC 9(03) VALUE 60.
           05 WS-MEMBER-COUNT          PIC 9(04) VALUE 0    COMP.
           05 WS-MEMBER-LAST-DATE      PIC 9(08) VALUE 0.
           05 WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOW        VALUE 'Y'.
           05 WS-MEMBER-FOUND-SW       PIC X(01) VALUE 'N'.
               88 WS-MEMBER-FOUND          VALUE 'Y'.

      ******************************************************************
      * The lapse cutoff is worked back from the business date one    *
      * month at a time against the days-in-month table, February     *
      * taking its leap day when the year calls for it.               *
      ******************************************************************
       01 WS-CUTOFF-AREAS.
           05 WS-CUTOFF-DATE           PIC 9(08) VALUE 0.
           05 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               10 WS-CUT-YEAR              PIC 9(04).
               10 WS-CUT-MONTH             PIC 9(02).
               10 WS-CUT-DAY               PIC 9(02).
           05 WS-DAYS-TO-GO            PIC 9(03) VALUE 0.
           05 WS-LEAP-QUOTIENT         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-4            PIC 9(03) VALUE 0.
           05 WS-LEAP-REM-100          PIC 9(03) VALUE 0.
           05 WS-LEAP-REM-400          PIC 9(03) VALUE 0.

       01 WS-MONTH-DAYS-VALUES         PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.

      ******************************************************************
      * WS-MEMBER-TABLE - one row per customer phone with activity in *
      * the month, in the order first seen on ORDER-FILE. A void      *
      * nets its sale back out, ticket count included.                *
      ******************************************************************
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-MEMBER-COUNT
                   INDEXED BY WS-MBR-IDX.
               10 WS-MBR-PHONE          PIC X(10).
               10 WS-MBR-TICKETS        PIC S9(05).
               10 WS-MBR-EARNED         PIC S9(07).
               10 WS-MBR-REDEEMED       PIC S9(07).
               10 WS-MBR-LOYALTY-AMT    PIC S9(07)V99.
               10 WS-MBR-PRINTED-SW     PIC X(01).
                   88 WS-MBR-PRINTED        VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOT-ACTIVE            PIC 9(05) VALUE 0.
           05 WS-TOT-TICKETS           PIC S9(07) VALUE 0.
           05 WS-TOT-EARNED            PIC S9(09) VALUE 0.
           05 WS-TOT-REDEEMED          PIC S9(09) VALUE 0.
           05 WS-TOT-LOYALTY-AMT       PIC S9(07)V99 VALUE 0.
           05 WS-TOT-MEMBERS           PIC 9(07) VALUE 0.
           05 WS-TOT-OUTSTANDING       PIC S9(09) VALUE 0.
           05 WS-TOT-LAPSED            PIC 9(07) VALUE 0.
           05 WS-TOT-LAPSED-PTS        PIC S9(09) VALUE 0.
           05 WS-POINTS-VALUE          PIC S9(07)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(36)
               VALUE "PIZZAORDER LOYALTY POINTS ACTIVITY".
           05 FILLER                   PIC X(08) VALUE "  MONTH ".
           05 WS-H1-PERIOD             PIC 9(06).
           05 FILLER                   PIC X(06) VALUE "  RUN ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-DETAIL-HEADING.
           05 FILLER                   PIC X(12) VALUE "PHONE".
           05 FILLER                   PIC X(26) VALUE "NAME".
           05 FILLER                   PIC X(07) VALUE " TKTS".
           05 FILLER                   PIC X(10) VALUE "  EARNED".
           05 FILLER                   PIC X(10) VALUE "REDEEMED".
           05 FILLER                   PIC X(12) VALUE "  POINTS $".
           05 FILLER                   PIC X(09) VALUE "  BALANCE".

       01 WS-DETAIL-LINE.
           05 WS-DL-PHONE              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-TICKETS            PIC ZZZ9-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-EARNED             PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-REDEEMED           PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-LOYALTY-AMT        PIC ZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-BALANCE            PIC Z,ZZZ,ZZ9-.

       01 WS-SUMMARY-LINE.
           05 WS-SL-TEXT               PIC X(36).
           05 WS-SL-POINTS             PIC ZZZ,ZZZ,ZZ9- BLANK WHEN ZERO.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-SL-AMOUNT             PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01 WS-LAPSED-HEADING-1.
           05 FILLER                   PIC X(43)
               VALUE "PIZZAORDER LAPSED MEMBERS - NO ORDER SINCE ".
           05 WS-LH1-CUTOFF            PIC 9(08).
           05 FILLER                   PIC X(06) VALUE "  RUN ".
           05 WS-LH1-DATE              PIC 9(08).

       01 WS-LAPSED-HEADING-2.
           05 FILLER                   PIC X(12) VALUE "PHONE".
           05 FILLER                   PIC X(26) VALUE "NAME".
           05 FILLER                   PIC X(32) VALUE "ADDRESS".
           05 FILLER                   PIC X(10) VALUE "LAST ORDER".
           05 FILLER                   PIC X(08) VALUE "  POINTS".

       01 WS-LAPSED-LINE.
           05 WS-LL-PHONE              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LL-ADDR               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LL-LAST-ORDER         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-LL-POINTS             PIC ZZZ,ZZ9-.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-COLLECT-ACTIVITY.
           PERFORM 1300-WALK-CUSTOMER-MASTER.
           PERFORM 1500-PRINT-UNMATCHED-MEMBERS.
           PERFORM 1700-PRINT-SUMMARY.
           PERFORM 1800-TERMINATE.
           STOP RUN.
       1000-END.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - "today" is the store business date   *
      * off the BUSDATE control the day-open step set, so a run that  *
      * crosses midnight still reports the month it belongs to. The   *
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
      * 1020-LOAD-LOYALTY-CONTROL - the points-per-dollar rate values *
      * the points outstanding and the lapse days set the mailing     *
      * cutoff; the compiled-in defaults hold when LOYLFILE is        *
      * missing or carries no rate.                                   *
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
                       IF LOY-LAPSE-DAYS > 0
                           MOVE LOY-LAPSE-DAYS TO WS-LOY-LAPSE-DAYS
                       END-IF
               END-READ
               CLOSE LOYALTY-FILE
           END-IF.
       1020-END.

       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1020-LOAD-LOYALTY-CONTROL.
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100.
           PERFORM 1150-COMPUTE-LAPSE-CUTOFF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT LAPSED-FILE.
           MOVE WS-RUN-PERIOD TO WS-H1-PERIOD.
           MOVE WS-RUN-DATE   TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CUTOFF-DATE TO WS-LH1-CUTOFF.
           MOVE WS-RUN-DATE    TO WS-LH1-DATE.
           MOVE WS-LAPSED-HEADING-1 TO LAPSED-LINE.
           WRITE LAPSED-LINE.
           MOVE SPACES TO LAPSED-LINE.
           WRITE LAPSED-LINE.
           MOVE WS-LAPSED-HEADING-2 TO LAPSED-LINE.
           WRITE LAPSED-LINE.
       1100-END.

      ******************************************************************
      * 1150-COMPUTE-LAPSE-CUTOFF - step back whole months while the  *
      * days still to go reach past the first of the month, landing   *
      * on the last day of the month before each time; what is left   *
      * comes off the day. A member whose last order falls before     *
      * the cutoff has gone the lapse days without ordering.          *
      ******************************************************************
       1150-COMPUTE-LAPSE-CUTOFF.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           MOVE WS-LOY-LAPSE-DAYS TO WS-DAYS-TO-GO.
           PERFORM 1151-STEP-BACK-ONE-MONTH
               UNTIL WS-DAYS-TO-GO < WS-CUT-DAY.
           SUBTRACT WS-DAYS-TO-GO FROM WS-CUT-DAY.
       1150-END.

       1151-STEP-BACK-ONE-MONTH.
           SUBTRACT WS-CUT-DAY FROM WS-DAYS-TO-GO.
           IF WS-CUT-MONTH = 1
               MOVE 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CUT-MONTH
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CUT-MONTH) TO WS-CUT-DAY.
           IF WS-CUT-MONTH = 2
               PERFORM 1152-CHECK-LEAP-YEAR
           END-IF.
       1151-END.

       1152-CHECK-LEAP-YEAR.
           DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-CUT-DAY
           END-IF.
       1152-END.

      ******************************************************************
      * 1200-COLLECT-ACTIVITY - the loyalty figures are ticket-level, *
      * repeated on every line, so they post once per ticket on the   *
      * same control break PIZZAGL uses - keyed on the date as well,  *
      * since a month holds many days of ticket numbers. Only tickets *
      * rung for a customer phone carry points.                       *
      ******************************************************************
       1200-COLLECT-ACTIVITY.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1210-READ-ORDER-FILE
               PERFORM 1220-POST-ONE-RECORD UNTIL WS-ORDER-FILE-EOF
               CLOSE ORDER-FILE
           END-IF.
       1200-END.

       1210-READ-ORDER-FILE.
           READ ORDER-FILE
               AT END SET WS-ORDER-FILE-EOF TO TRUE
           END-READ.
       1210-END.

       1220-POST-ONE-RECORD.
           COMPUTE WS-RECORD-PERIOD = ORD-ORDER-DATE / 100.
           IF WS-RECORD-PERIOD = WS-RUN-PERIOD
               IF ORD-TICKET-NO NOT = WS-LAST-TICKET-NO
                       OR ORD-ORDER-DATE NOT = WS-LAST-ORDER-DATE
                   MOVE ORD-TICKET-NO  TO WS-LAST-TICKET-NO
                   MOVE ORD-ORDER-DATE TO WS-LAST-ORDER-DATE
                   IF ORD-CUST-PHONE NOT = SPACES
                       PERFORM 1230-POST-ONE-TICKET
                   END-IF
               END-IF
           END-IF.
           PERFORM 1210-READ-ORDER-FILE.
       1220-END.

       1230-POST-ONE-TICKET.
           PERFORM 1240-FIND-MEMBER.
           IF WS-MEMBER-FOUND
               IF ORD-VOID
                   SUBTRACT 1 FROM WS-MBR-TICKETS (WS-MBR-IDX)
                   SUBTRACT ORD-POINTS-EARNED
                       FROM WS-MBR-EARNED (WS-MBR-IDX)
                   SUBTRACT ORD-POINTS-REDEEMED
                       FROM WS-MBR-REDEEMED (WS-MBR-IDX)
                   SUBTRACT ORD-LOYALTY-AMT
                       FROM WS-MBR-LOYALTY-AMT (WS-MBR-IDX)
               ELSE
                   ADD 1 TO WS-MBR-TICKETS (WS-MBR-IDX)
                   ADD ORD-POINTS-EARNED
                       TO WS-MBR-EARNED (WS-MBR-IDX)
                   ADD ORD-POINTS-REDEEMED
                       TO WS-MBR-REDEEMED (WS-MBR-IDX)
                   ADD ORD-LOYALTY-AMT
                       TO WS-MBR-LOYALTY-AMT (WS-MBR-IDX)
               END-IF
           END-IF.
       1230-END.

      ******************************************************************
      * 1240-FIND-MEMBER - find the phone's row, adding it on first   *
      * sight. A full table flags the run rather than dropping the    *
      * member's points off the report quietly.                       *
      ******************************************************************
       1240-FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SW.
           SET WS-MBR-IDX TO 1.
           SEARCH WS-MEMBER-ENTRY
               WHEN WS-MBR-PHONE (WS-MBR-IDX) = ORD-CUST-PHONE
                   MOVE 'Y' TO WS-MEMBER-FOUND-SW
           END-SEARCH.
           IF NOT WS-MEMBER-FOUND
               IF WS-MEMBER-COUNT < 2000
                   ADD 1 TO WS-MEMBER-COUNT
                   SET WS-MBR-IDX TO WS-MEMBER-COUNT
                   MOVE ORD-CUST-PHONE TO WS-MBR-PHONE (WS-MBR-IDX)
                   MOVE 0   TO WS-MBR-TICKETS (WS-MBR-IDX)
                   MOVE 0   TO WS-MBR-EARNED (WS-MBR-IDX)
                   MOVE 0   TO WS-MBR-REDEEMED (WS-MBR-IDX)
                   MOVE 0   TO WS-MBR-LOYALTY-AMT (WS-MBR-IDX)
                   MOVE 'N' TO WS-MBR-PRINTED-SW (WS-MBR-IDX)
                   MOVE 'Y' TO WS-MEMBER-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
       1240-END.

      ******************************************************************
      * 1300-WALK-CUSTOMER-MASTER - in phone order: every member adds *
      * to the points outstanding, a member with activity this month  *
      * prints a detail line, and a member past the lapse cutoff goes *
      * on the lapsed list.                                           *
      ******************************************************************
       1300-WALK-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-MISSING
               MOVE "** NO CUSTOMER MASTER ON FILE **" TO LAPSED-LINE
               WRITE LAPSED-LINE
           ELSE
               MOVE LOW-VALUES TO CUS-PHONE
               START CUSTOMER-FILE KEY IS >= CUS-PHONE
                   INVALID KEY
                       SET WS-CUSTOMER-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM 1310-READ-NEXT-CUSTOMER
               END-START
               PERFORM 1320-REPORT-ONE-CUSTOMER
                   UNTIL WS-CUSTOMER-FILE-EOF
               CLOSE CUSTOMER-FILE
           END-IF.
       1300-END.

       1310-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END CONTINUE
           END-READ.
       1310-END.

       1320-REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-TOT-MEMBERS.
           ADD CUS-POINTS-BAL TO WS-TOT-OUTSTANDING.
           SET WS-MBR-IDX TO 1.
           SEARCH WS-MEMBER-ENTRY
               WHEN WS-MBR-PHONE (WS-MBR-IDX) = CUS-PHONE
                   MOVE CUS-NAME TO WS-DL-NAME
                   MOVE CUS-POINTS-BAL TO WS-DL-BALANCE
                   PERFORM 1400-PRINT-MEMBER-LINE
           END-SEARCH.
           PERFORM 1330-CHECK-LAPSED.
           PERFORM 1310-READ-NEXT-CUSTOMER.
       1320-END.

      ******************************************************************
      * 1330-CHECK-LAPSED - the last order is the later of the date   *
      * order entry stamps and the newest recall basket, so a record  *
      * from before the stamp still dates from its baskets. A member  *
      * with neither has never ordered and is listed as such.         *
      ******************************************************************
       1330-CHECK-LAPSED.
           MOVE CUS-LAST-ORDER-DATE TO WS-MEMBER-LAST-DATE.
           IF CUS-RECALL-COUNT > 0
               IF CUS-RB-ORDER-DATE (1) > WS-MEMBER-LAST-DATE
                   MOVE CUS-RB-ORDER-DATE (1) TO WS-MEMBER-LAST-DATE
               END-IF
           END-IF.
           IF WS-MEMBER-LAST-DATE < WS-CUTOFF-DATE
               MOVE CUS-PHONE TO WS-LL-PHONE
               MOVE CUS-NAME  TO WS-LL-NAME
               MOVE CUS-ADDR  TO WS-LL-ADDR
               IF WS-MEMBER-LAST-DATE = 0
                   MOVE "NONE"  TO WS-LL-LAST-ORDER
               ELSE
                   MOVE WS-MEMBER-LAST-DATE TO WS-LL-LAST-ORDER
               END-IF
               MOVE CUS-POINTS-BAL TO WS-LL-POINTS
               MOVE WS-LAPSED-LINE TO LAPSED-LINE
               WRITE LAPSED-LINE
               ADD 1 TO WS-TOT-LAPSED
               ADD CUS-POINTS-BAL TO WS-TOT-LAPSED-PTS
           END-IF.
       1330-END.

       1400-PRINT-MEMBER-LINE.
           MOVE WS-MBR-PHONE (WS-MBR-IDX)       TO WS-DL-PHONE.
           MOVE WS-MBR-TICKETS (WS-MBR-IDX)     TO WS-DL-TICKETS.
           MOVE WS-MBR-EARNED (WS-MBR-IDX)      TO WS-DL-EARNED.
           MOVE WS-MBR-REDEEMED (WS-MBR-IDX)    TO WS-DL-REDEEMED.
           MOVE WS-MBR-LOYALTY-AMT (WS-MBR-IDX) TO WS-DL-LOYALTY-AMT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Y' TO WS-MBR-PRINTED-SW (WS-MBR-IDX).
           ADD 1 TO WS-TOT-ACTIVE.
           ADD WS-MBR-TICKETS (WS-MBR-IDX)     TO WS-TOT-TICKETS.
           ADD WS-MBR-EARNED (WS-MBR-IDX)      TO WS-TOT-EARNED.
           ADD WS-MBR-REDEEMED (WS-MBR-IDX)    TO WS-TOT-REDEEMED.
           ADD WS-MBR-LOYALTY-AMT (WS-MBR-IDX) TO WS-TOT-LOYALTY-AMT.
       1400-END.

      ******************************************************************
      * 1500-PRINT-UNMATCHED-MEMBERS - activity for a phone no longer *
      * on the master (moved to a new number or purged since) still   *
      * prints and totals, so the month's points all show.            *
      ******************************************************************
       1500-PRINT-UNMATCHED-MEMBERS.
           PERFORM 1510-PRINT-ONE-UNMATCHED
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MEMBER-COUNT.
       1500-END.

       1510-PRINT-ONE-UNMATCHED.
           IF NOT WS-MBR-PRINTED (WS-MBR-IDX)
               MOVE "** NOT ON CUSTOMER MASTER" TO WS-DL-NAME
               MOVE 0 TO WS-DL-BALANCE
               PERFORM 1400-PRINT-MEMBER-LINE
           END-IF.
       1510-END.

       1700-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SL-POINTS WS-SL-AMOUNT.
           MOVE "MEMBERS WITH ACTIVITY" TO WS-SL-TEXT.
           MOVE WS-TOT-ACTIVE TO WS-SL-POINTS.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "NET TICKETS RUNG FOR MEMBERS" TO WS-SL-TEXT.
           MOVE WS-TOT-TICKETS TO WS-SL-POINTS.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "POINTS EARNED / VALUE" TO WS-SL-TEXT.
           MOVE WS-TOT-EARNED TO WS-SL-POINTS.
           COMPUTE WS-POINTS-VALUE ROUNDED =
               WS-TOT-EARNED / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-POINTS-VALUE TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "POINTS REDEEMED / VALUE" TO WS-SL-TEXT.
           MOVE WS-TOT-REDEEMED TO WS-SL-POINTS.
           COMPUTE WS-POINTS-VALUE ROUNDED =
               WS-TOT-REDEEMED / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-POINTS-VALUE TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "DOLLARS TAKEN OFF TICKETS BY POINTS" TO WS-SL-TEXT.
           MOVE WS-TOT-LOYALTY-AMT TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "MEMBERS ON FILE" TO WS-SL-TEXT.
           MOVE WS-TOT-MEMBERS TO WS-SL-POINTS.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "POINTS OUTSTANDING / LIABILITY" TO WS-SL-TEXT.
           MOVE WS-TOT-OUTSTANDING TO WS-SL-POINTS.
           COMPUTE WS-POINTS-VALUE ROUNDED =
               WS-TOT-OUTSTANDING / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-POINTS-VALUE TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "LAPSED MEMBERS LISTED" TO WS-SL-TEXT.
           MOVE WS-TOT-LAPSED TO WS-SL-POINTS.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "POINTS HELD BY LAPSED MEMBERS" TO WS-SL-TEXT.
           MOVE WS-TOT-LAPSED-PTS TO WS-SL-POINTS.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           IF WS-TABLE-OVERFLOW
               MOVE "** MEMBER TABLE FULL - ACTIVITY NOT ALL REPORTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1700-END.

       1710-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SL-POINTS WS-SL-AMOUNT.
       1710-END.

       1800-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE LAPSED-FILE.
           IF WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PIZZLOYR: " WS-TOT-ACTIVE " MEMBERS ACTIVE, "
               WS-TOT-LAPSED " LAPSED".
       1800-END.

       END PROGRAM PIZZLOYR.
