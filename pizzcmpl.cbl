       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCMPL.

      ******************************************************************
      * PIZZCMPL is the weekly complaint report. Every comp or remake *
      * the register rings puts one entry on the complaint log        *
      * (COMPLOG) naming the ticket complained about, the reason, the *
      * zone and driver on a delivery, and the pies and menu dollars  *
      * given away. This run lists the seven business days ending on  *
      * the business date, then totals them by reason, by driver, by  *
      * zone and by daypart. The driver and zone sections carry the   *
      * late-delivery complaints on their own column so they can be   *
      * laid beside the late percentages PIZZONTM prints for the      *
      * same zones. The daypart is taken off the time the original    *
      * ticket was rung - the rush that went wrong, not the time the  *
      * customer called back.                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPLAINT-FILE ASSIGN TO "COMPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-FILE-STATUS.

           SELECT DRIVER-FILE ASSIGN TO "DRIVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-FILE-STATUS.

           SELECT ZONE-FILE ASSIGN TO "ZONEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CMPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPLAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCMP.

       FD  DRIVER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZDRV.

       FD  ZONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZZON.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REPORT-LINE                  PIC X(90).

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-COMPLAINT-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-COMPLAINT-FILE-OK     VALUE "00".
               88 WS-COMPLAINT-FILE-EOF    VALUE "10".
               88 WS-COMPLAINT-NOT-FOUND   VALUE "35".
           05 WS-DRIVER-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-DRIVER-FILE-OK        VALUE "00".
               88 WS-DRIVER-FILE-EOF       VALUE "10".
               88 WS-DRIVER-FILE-NOT-FOUND VALUE "35".
           05 WS-ZONE-FILE-STATUS      PIC X(02) VALUE "00".
               88 WS-ZONE-FILE-OK          VALUE "00".
               88 WS-ZONE-FILE-EOF         VALUE "10".
               88 WS-ZONE-FILE-NOT-FOUND   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-REASON-SUB            PIC 9(02) VALUE 0    COMP.
           05 WS-DRIVER-COUNT          PIC 9(02) VALUE 0    COMP.
           05 WS-DRIVER-SUB            PIC 9(02) VALUE 0    COMP.
           05 WS-ZONE-COUNT            PIC 9(02) VALUE 0    COMP.
           05 WS-ZONE-SUB              PIC 9(02) VALUE 0    COMP.
           05 WS-DAYPART-SUB           PIC 9(02) VALUE 0    COMP.
           05 WS-FOUND-SUB             PIC 9(02) VALUE 0    COMP.
           05 WS-DAYPART-TIME          PIC 9(06) VALUE 0.
           05 WS-DAYPART-HOUR          PIC 9(02) VALUE 0.
           05 WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
               88 WS-TABLE-FULL            VALUE 'Y'.

      ******************************************************************
      * The first day of the week is worked back from the business    *
      * date the way PIZZLOYR works back its lapse cutoff: whole      *
      * months while the days to go reach past the first, landing on  *
      * the last day of the month before, February taking its leap    *
      * day when the year calls for it.                               *
      ******************************************************************
       01 WS-WEEK-AREAS.
           05 WS-WEEK-START-DATE       PIC 9(08) VALUE 0.
           05 WS-WEEK-START-PARTS REDEFINES WS-WEEK-START-DATE.
               10 WS-WK-YEAR               PIC 9(04).
               10 WS-WK-MONTH              PIC 9(02).
               10 WS-WK-DAY                PIC 9(02).
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
      * Summary tables - one row per reason, driver, zone and daypart *
      * with the comps, the late-delivery comps among them, the pies  *
      * and the menu value given away. Reasons and dayparts are fixed *
      * rows; drivers and zones load off their masters, and a number  *
      * or code a master does not carry gets a row of its own.        *
      ******************************************************************
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 7 TIMES.
               10 WS-RSN-CODE           PIC X(03) VALUE SPACES.
               10 WS-RSN-NAME           PIC X(24) VALUE SPACES.
               10 WS-RSN-COMPS          PIC 9(05) VALUE 0.
               10 WS-RSN-LATE           PIC 9(05) VALUE 0.
               10 WS-RSN-PIES           PIC 9(05) VALUE 0.
               10 WS-RSN-AMT            PIC 9(07)V99 VALUE 0.

       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 30 TIMES.
               10 WS-DRV-NO             PIC 9(03) VALUE 0.
               10 WS-DRV-NAME           PIC X(24) VALUE SPACES.
               10 WS-DRV-COMPS          PIC 9(05) VALUE 0.
               10 WS-DRV-LATE           PIC 9(05) VALUE 0.
               10 WS-DRV-PIES           PIC 9(05) VALUE 0.
               10 WS-DRV-AMT            PIC 9(07)V99 VALUE 0.

       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 30 TIMES.
               10 WS-ZON-CODE           PIC X(03) VALUE SPACES.
               10 WS-ZON-NAME           PIC X(24) VALUE SPACES.
               10 WS-ZON-COMPS          PIC 9(05) VALUE 0.
               10 WS-ZON-LATE           PIC 9(05) VALUE 0.
               10 WS-ZON-PIES           PIC 9(05) VALUE 0.
               10 WS-ZON-AMT            PIC 9(07)V99 VALUE 0.

       01 WS-DAYPART-TABLE.
           05 WS-DAYPART-ENTRY OCCURS 5 TIMES.
               10 WS-DPT-NAME           PIC X(24) VALUE SPACES.
               10 WS-DPT-COMPS          PIC 9(05) VALUE 0.
               10 WS-DPT-LATE           PIC 9(05) VALUE 0.
               10 WS-DPT-PIES           PIC 9(05) VALUE 0.
               10 WS-DPT-AMT            PIC 9(07)V99 VALUE 0.

       01 WS-WEEK-TOTALS.
           05 WS-TOT-COMPS             PIC 9(05) VALUE 0.
           05 WS-TOT-LATE              PIC 9(05) VALUE 0.
           05 WS-TOT-PIES              PIC 9(05) VALUE 0.
           05 WS-TOT-AMT               PIC 9(07)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(30)
               VALUE "PIZZAORDER WEEKLY COMPLAINTS  ".
           05 WS-H1-START-DATE         PIC 9(08).
           05 FILLER                   PIC X(04) VALUE " TO ".
           05 WS-H1-END-DATE           PIC 9(08).

       01 WS-DETAIL-HEADING.
           05 FILLER                   PIC X(09) VALUE "DATE".
           05 FILLER                   PIC X(07) VALUE "COMP#".
           05 FILLER                   PIC X(07) VALUE "ORIG#".
           05 FILLER                   PIC X(04) VALUE "RSN".
           05 FILLER                   PIC X(02) VALUE "T".
           05 FILLER                   PIC X(04) VALUE "ZON".
           05 FILLER                   PIC X(04) VALUE "DRV".
           05 FILLER                   PIC X(05) VALUE " PIES".
           05 FILLER                   PIC X(11) VALUE "      VALUE".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(30) VALUE "CUSTOMER SAID".

       01 WS-DETAIL-LINE.
           05 WS-DL-DATE               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-COMP-TICKET        PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-ORIG-TICKET        PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-REASON             PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-ORDER-TYPE         PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-ZONE               PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-DRIVER             PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-PIES               PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-AMT                PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-NOTE               PIC X(30).

       01 WS-SECTION-HEADING.
           05 WS-SH-TITLE              PIC X(29).
           05 FILLER                   PIC X(07) VALUE "  COMPS".
           05 FILLER                   PIC X(07) VALUE "   LATE".
           05 FILLER                   PIC X(07) VALUE "   PIES".
           05 FILLER                   PIC X(14) VALUE "    MENU VALUE".

       01 WS-SUMMARY-LINE.
           05 WS-SL-CODE               PIC X(05).
           05 WS-SL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-COMPS              PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-LATE               PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-PIES               PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-AMT                PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-COLLECT-COMPLAINTS UNTIL WS-NO-MORE-RECORDS.
           PERFORM 1300-PRINT-SUMMARIES.
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
      * 1020-COMPUTE-WEEK-START - six days back from the business     *
      * date, so the week is the business date and the six before it. *
      ******************************************************************
       1020-COMPUTE-WEEK-START.
           MOVE WS-RUN-DATE TO WS-WEEK-START-DATE.
           MOVE 6 TO WS-DAYS-TO-GO.
           PERFORM 1021-STEP-BACK-ONE-MONTH
               UNTIL WS-DAYS-TO-GO < WS-WK-DAY.
           SUBTRACT WS-DAYS-TO-GO FROM WS-WK-DAY.
       1020-END.

       1021-STEP-BACK-ONE-MONTH.
           SUBTRACT WS-WK-DAY FROM WS-DAYS-TO-GO.
           IF WS-WK-MONTH = 1
               MOVE 12 TO WS-WK-MONTH
               SUBTRACT 1 FROM WS-WK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WK-MONTH
           END-IF.
           MOVE WS-MONTH-DAYS (WS-WK-MONTH) TO WS-WK-DAY.
           IF WS-WK-MONTH = 2
               PERFORM 1022-CHECK-LEAP-YEAR
           END-IF.
       1021-END.

       1022-CHECK-LEAP-YEAR.
           DIVIDE WS-WK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-WK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-WK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-WK-DAY
           END-IF.
       1022-END.

      ******************************************************************
      * 1100-INITIALIZE - work out the week, seed the fixed reason    *
      * and daypart rows, load the driver and zone masters, and print *
      * the heading. A missing complaint log prints as such - no      *
      * comps rung yet is not an error.                               *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1020-COMPUTE-WEEK-START.
           PERFORM 1110-LOAD-FIXED-ROWS.
           PERFORM 1120-LOAD-DRIVER-TABLE.
           PERFORM 1130-LOAD-ZONE-TABLE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-WEEK-START-DATE TO WS-H1-START-DATE.
           MOVE WS-RUN-DATE        TO WS-H1-END-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-NOT-FOUND
               MOVE "NO COMPLAINT LOG ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-MORE-RECORDS-SW
           ELSE
               PERFORM 1210-READ-COMPLAINT-FILE
           END-IF.
       1100-END.

       1110-LOAD-FIXED-ROWS.
           MOVE "BRN" TO WS-RSN-CODE (1).
           MOVE "BURNT OR OVERCOOKED"      TO WS-RSN-NAME (1).
           MOVE "WRG" TO WS-RSN-CODE (2).
           MOVE "WRONG ORDER"              TO WS-RSN-NAME (2).
           MOVE "LAT" TO WS-RSN-CODE (3).
           MOVE "LATE DELIVERY"            TO WS-RSN-NAME (3).
           MOVE "CLD" TO WS-RSN-CODE (4).
           MOVE "ARRIVED COLD"             TO WS-RSN-NAME (4).
           MOVE "MIS" TO WS-RSN-CODE (5).
           MOVE "MISSING ITEM"             TO WS-RSN-NAME (5).
           MOVE "OTH" TO WS-RSN-CODE (6).
           MOVE "OTHER"                    TO WS-RSN-NAME (6).
           MOVE "???" TO WS-RSN-CODE (7).
           MOVE "REASON NOT RECOGNIZED"    TO WS-RSN-NAME (7).
           MOVE "MORNING - BEFORE 11"      TO WS-DPT-NAME (1).
           MOVE "LUNCH - 11 TO 2"          TO WS-DPT-NAME (2).
           MOVE "AFTERNOON - 2 TO 5"       TO WS-DPT-NAME (3).
           MOVE "DINNER - 5 TO 9"          TO WS-DPT-NAME (4).
           MOVE "LATE NIGHT - AFTER 9"     TO WS-DPT-NAME (5).
       1110-END.

      ******************************************************************
      * 1120-LOAD-DRIVER-TABLE - every driver on the master, active   *
      * or not, with a row kept back for a driver nobody knew. A      *
      * missing DRIVFILE leaves just that row; the drivers named on   *
      * the log are added as they turn up.                            *
      ******************************************************************
       1120-LOAD-DRIVER-TABLE.
           MOVE 1 TO WS-DRIVER-COUNT.
           MOVE 0 TO WS-DRV-NO (1).
           MOVE "NOT KNOWN" TO WS-DRV-NAME (1).
           OPEN INPUT DRIVER-FILE.
           IF WS-DRIVER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1121-READ-DRIVER-FILE
               PERFORM 1122-LOAD-ONE-DRIVER UNTIL WS-DRIVER-FILE-EOF
                   OR WS-DRIVER-COUNT >= 21
               CLOSE DRIVER-FILE
           END-IF.
       1120-END.

       1121-READ-DRIVER-FILE.
           READ DRIVER-FILE
               AT END SET WS-DRIVER-FILE-EOF TO TRUE
           END-READ.
       1121-END.

       1122-LOAD-ONE-DRIVER.
           ADD 1 TO WS-DRIVER-COUNT.
           MOVE DRV-DRIVER-NO TO WS-DRV-NO (WS-DRIVER-COUNT).
           MOVE DRV-NAME      TO WS-DRV-NAME (WS-DRIVER-COUNT).
           PERFORM 1121-READ-DRIVER-FILE.
       1122-END.

      ******************************************************************
      * 1130-LOAD-ZONE-TABLE - every zone on the master, the same     *
      * twenty PIZZONTM loads, with a row kept back for a delivery    *
      * rung with no zone.                                            *
      ******************************************************************
       1130-LOAD-ZONE-TABLE.
           MOVE 1 TO WS-ZONE-COUNT.
           MOVE SPACES TO WS-ZON-CODE (1).
           MOVE "NO ZONE KEYED" TO WS-ZON-NAME (1).
           OPEN INPUT ZONE-FILE.
           IF WS-ZONE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1131-READ-ZONE-FILE
               PERFORM 1132-LOAD-ONE-ZONE UNTIL WS-ZONE-FILE-EOF
                   OR WS-ZONE-COUNT >= 21
               CLOSE ZONE-FILE
           END-IF.
       1130-END.

       1131-READ-ZONE-FILE.
           READ ZONE-FILE
               AT END SET WS-ZONE-FILE-EOF TO TRUE
           END-READ.
       1131-END.

       1132-LOAD-ONE-ZONE.
           ADD 1 TO WS-ZONE-COUNT.
           MOVE ZON-CODE TO WS-ZON-CODE (WS-ZONE-COUNT).
           MOVE ZON-NAME TO WS-ZON-NAME (WS-ZONE-COUNT).
           PERFORM 1131-READ-ZONE-FILE.
       1132-END.

      ******************************************************************
      * 1200-COLLECT-COMPLAINTS - the log runs in the order the comps *
      * were rung and is never rotated, so the week is picked off it  *
      * by date. Each of the week's entries prints on the detail list *
      * and posts to its reason and daypart; a delivery also posts to *
      * its driver and zone.                                          *
      ******************************************************************
       1200-COLLECT-COMPLAINTS.
           IF CMP-COMP-DATE NOT < WS-WEEK-START-DATE
                   AND CMP-COMP-DATE NOT > WS-RUN-DATE
               PERFORM 1220-POST-ONE-COMPLAINT
           END-IF.
           PERFORM 1210-READ-COMPLAINT-FILE.
       1200-END.

       1210-READ-COMPLAINT-FILE.
           READ COMPLAINT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
       1210-END.

       1220-POST-ONE-COMPLAINT.
           MOVE CMP-COMP-DATE      TO WS-DL-DATE.
           MOVE CMP-COMP-TICKET-NO TO WS-DL-COMP-TICKET.
           MOVE CMP-ORIG-TICKET-NO TO WS-DL-ORIG-TICKET.
           MOVE CMP-REASON         TO WS-DL-REASON.
           MOVE CMP-ORDER-TYPE     TO WS-DL-ORDER-TYPE.
           MOVE CMP-ZONE-CODE      TO WS-DL-ZONE.
           MOVE CMP-DRIVER-NO      TO WS-DL-DRIVER.
           MOVE CMP-PIES           TO WS-DL-PIES.
           MOVE CMP-COMP-AMT       TO WS-DL-AMT.
           MOVE CMP-NOTE           TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1            TO WS-TOT-COMPS.
           ADD CMP-PIES     TO WS-TOT-PIES.
           ADD CMP-COMP-AMT TO WS-TOT-AMT.
           IF CMP-LATE
               ADD 1 TO WS-TOT-LATE
           END-IF.
           PERFORM 1230-POST-REASON.
           PERFORM 1260-POST-DAYPART.
           IF CMP-DELIVERY
               PERFORM 1240-POST-DRIVER
               PERFORM 1250-POST-ZONE
           END-IF.
       1220-END.

       1230-POST-REASON.
           EVALUATE TRUE
               WHEN CMP-BURNED       MOVE 1 TO WS-REASON-SUB
               WHEN CMP-WRONG-ORDER  MOVE 2 TO WS-REASON-SUB
               WHEN CMP-LATE         MOVE 3 TO WS-REASON-SUB
               WHEN CMP-COLD         MOVE 4 TO WS-REASON-SUB
               WHEN CMP-MISSING-ITEM MOVE 5 TO WS-REASON-SUB
               WHEN CMP-OTHER        MOVE 6 TO WS-REASON-SUB
               WHEN OTHER            MOVE 7 TO WS-REASON-SUB
           END-EVALUATE.
           ADD 1            TO WS-RSN-COMPS (WS-REASON-SUB).
           ADD CMP-PIES     TO WS-RSN-PIES (WS-REASON-SUB).
           ADD CMP-COMP-AMT TO WS-RSN-AMT (WS-REASON-SUB).
           IF CMP-LATE
               ADD 1 TO WS-RSN-LATE (WS-REASON-SUB)
           END-IF.
       1230-END.

      ******************************************************************
      * 1240-POST-DRIVER - find the driver's row, adding one for a    *
      * number the master does not carry. A full table drops the      *
      * entry from the driver section only and flags the report.      *
      ******************************************************************
       1240-POST-DRIVER.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM 1241-MATCH-ONE-DRIVER
               VARYING WS-DRIVER-SUB FROM 1 BY 1
               UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
                   OR WS-FOUND-SUB > 0.
           IF WS-FOUND-SUB = 0
               IF WS-DRIVER-COUNT < 30
                   ADD 1 TO WS-DRIVER-COUNT
                   MOVE WS-DRIVER-COUNT TO WS-FOUND-SUB
                   MOVE CMP-DRIVER-NO TO WS-DRV-NO (WS-FOUND-SUB)
                   MOVE "NOT ON DRIVER MASTER"
                       TO WS-DRV-NAME (WS-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           IF WS-FOUND-SUB > 0
               ADD 1            TO WS-DRV-COMPS (WS-FOUND-SUB)
               ADD CMP-PIES     TO WS-DRV-PIES (WS-FOUND-SUB)
               ADD CMP-COMP-AMT TO WS-DRV-AMT (WS-FOUND-SUB)
               IF CMP-LATE
                   ADD 1 TO WS-DRV-LATE (WS-FOUND-SUB)
               END-IF
           END-IF.
       1240-END.

       1241-MATCH-ONE-DRIVER.
           IF WS-DRV-NO (WS-DRIVER-SUB) = CMP-DRIVER-NO
               MOVE WS-DRIVER-SUB TO WS-FOUND-SUB
           END-IF.
       1241-END.

       1250-POST-ZONE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM 1251-MATCH-ONE-ZONE
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                   OR WS-FOUND-SUB > 0.
           IF WS-FOUND-SUB = 0
               IF WS-ZONE-COUNT < 30
                   ADD 1 TO WS-ZONE-COUNT
                   MOVE WS-ZONE-COUNT TO WS-FOUND-SUB
                   MOVE CMP-ZONE-CODE TO WS-ZON-CODE (WS-FOUND-SUB)
                   MOVE "NOT ON ZONE MASTER"
                       TO WS-ZON-NAME (WS-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           IF WS-FOUND-SUB > 0
               ADD 1            TO WS-ZON-COMPS (WS-FOUND-SUB)
               ADD CMP-PIES     TO WS-ZON-PIES (WS-FOUND-SUB)
               ADD CMP-COMP-AMT TO WS-ZON-AMT (WS-FOUND-SUB)
               IF CMP-LATE
                   ADD 1 TO WS-ZON-LATE (WS-FOUND-SUB)
               END-IF
           END-IF.
       1250-END.

       1251-MATCH-ONE-ZONE.
           IF WS-ZON-CODE (WS-ZONE-SUB) = CMP-ZONE-CODE
               MOVE WS-ZONE-SUB TO WS-FOUND-SUB
           END-IF.
       1251-END.

      ******************************************************************
      * 1260-POST-DAYPART - the hour the original ticket was rung;    *
      * an entry with no original time falls back to the hour of the  *
      * comp itself.                                                  *
      ******************************************************************
       1260-POST-DAYPART.
           IF CMP-ORIG-TIME = 0
               MOVE CMP-COMP-TIME TO WS-DAYPART-TIME
           ELSE
               MOVE CMP-ORIG-TIME TO WS-DAYPART-TIME
           END-IF.
           COMPUTE WS-DAYPART-HOUR = WS-DAYPART-TIME / 10000.
           EVALUATE TRUE
               WHEN WS-DAYPART-HOUR < 11 MOVE 1 TO WS-DAYPART-SUB
               WHEN WS-DAYPART-HOUR < 14 MOVE 2 TO WS-DAYPART-SUB
               WHEN WS-DAYPART-HOUR < 17 MOVE 3 TO WS-DAYPART-SUB
               WHEN WS-DAYPART-HOUR < 21 MOVE 4 TO WS-DAYPART-SUB
               WHEN OTHER                MOVE 5 TO WS-DAYPART-SUB
           END-EVALUATE.
           ADD 1            TO WS-DPT-COMPS (WS-DAYPART-SUB).
           ADD CMP-PIES     TO WS-DPT-PIES (WS-DAYPART-SUB).
           ADD CMP-COMP-AMT TO WS-DPT-AMT (WS-DAYPART-SUB).
           IF CMP-LATE
               ADD 1 TO WS-DPT-LATE (WS-DAYPART-SUB)
           END-IF.
       1260-END.

      ******************************************************************
      * 1300-PRINT-SUMMARIES - the week's totals, then a section each *
      * for reason, driver, zone and daypart. Reasons and dayparts    *
      * print every row so a quiet week reads as zeros; drivers and   *
      * zones print only the rows with a complaint against them.      *
      ******************************************************************
       1300-PRINT-SUMMARIES.
           IF WS-TOT-COMPS = 0
               MOVE "NO COMPS RUNG THIS WEEK" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY REASON" TO WS-SH-TITLE.
           PERFORM 1390-PRINT-SECTION-HEADING.
           PERFORM 1310-PRINT-ONE-REASON
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7.
           MOVE SPACES            TO WS-SL-CODE.
           MOVE "WEEK TOTAL"      TO WS-SL-NAME.
           MOVE WS-TOT-COMPS      TO WS-SL-COMPS.
           MOVE WS-TOT-LATE       TO WS-SL-LATE.
           MOVE WS-TOT-PIES       TO WS-SL-PIES.
           MOVE WS-TOT-AMT        TO WS-SL-AMT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY DRIVER - DELIVERIES" TO WS-SH-TITLE.
           PERFORM 1390-PRINT-SECTION-HEADING.
           PERFORM 1320-PRINT-ONE-DRIVER
               VARYING WS-DRIVER-SUB FROM 1 BY 1
               UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY ZONE - DELIVERIES" TO WS-SH-TITLE.
           PERFORM 1390-PRINT-SECTION-HEADING.
           PERFORM 1330-PRINT-ONE-ZONE
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY DAYPART OF THE ORIGINAL" TO WS-SH-TITLE.
           PERFORM 1390-PRINT-SECTION-HEADING.
           PERFORM 1340-PRINT-ONE-DAYPART
               VARYING WS-DAYPART-SUB FROM 1 BY 1
               UNTIL WS-DAYPART-SUB > 5.
           IF WS-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** DRIVER OR ZONE TABLE FULL - SECTION SHORT **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1300-END.

       1310-PRINT-ONE-REASON.
           MOVE WS-RSN-CODE (WS-REASON-SUB)  TO WS-SL-CODE.
           MOVE WS-RSN-NAME (WS-REASON-SUB)  TO WS-SL-NAME.
           MOVE WS-RSN-COMPS (WS-REASON-SUB) TO WS-SL-COMPS.
           MOVE WS-RSN-LATE (WS-REASON-SUB)  TO WS-SL-LATE.
           MOVE WS-RSN-PIES (WS-REASON-SUB)  TO WS-SL-PIES.
           MOVE WS-RSN-AMT (WS-REASON-SUB)   TO WS-SL-AMT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1310-END.

       1320-PRINT-ONE-DRIVER.
           IF WS-DRV-COMPS (WS-DRIVER-SUB) > 0
               MOVE WS-DRV-NO (WS-DRIVER-SUB)    TO WS-SL-CODE
               MOVE WS-DRV-NAME (WS-DRIVER-SUB)  TO WS-SL-NAME
               MOVE WS-DRV-COMPS (WS-DRIVER-SUB) TO WS-SL-COMPS
               MOVE WS-DRV-LATE (WS-DRIVER-SUB)  TO WS-SL-LATE
               MOVE WS-DRV-PIES (WS-DRIVER-SUB)  TO WS-SL-PIES
               MOVE WS-DRV-AMT (WS-DRIVER-SUB)   TO WS-SL-AMT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1320-END.

       1330-PRINT-ONE-ZONE.
           IF WS-ZON-COMPS (WS-ZONE-SUB) > 0
               MOVE WS-ZON-CODE (WS-ZONE-SUB)  TO WS-SL-CODE
               MOVE WS-ZON-NAME (WS-ZONE-SUB)  TO WS-SL-NAME
               MOVE WS-ZON-COMPS (WS-ZONE-SUB) TO WS-SL-COMPS
               MOVE WS-ZON-LATE (WS-ZONE-SUB)  TO WS-SL-LATE
               MOVE WS-ZON-PIES (WS-ZONE-SUB)  TO WS-SL-PIES
               MOVE WS-ZON-AMT (WS-ZONE-SUB)   TO WS-SL-AMT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1330-END.

       1340-PRINT-ONE-DAYPART.
           MOVE SPACES                         TO WS-SL-CODE.
           MOVE WS-DPT-NAME (WS-DAYPART-SUB)   TO WS-SL-NAME.
           MOVE WS-DPT-COMPS (WS-DAYPART-SUB)  TO WS-SL-COMPS.
           MOVE WS-DPT-LATE (WS-DAYPART-SUB)   TO WS-SL-LATE.
           MOVE WS-DPT-PIES (WS-DAYPART-SUB)   TO WS-SL-PIES.
           MOVE WS-DPT-AMT (WS-DAYPART-SUB)    TO WS-SL-AMT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1340-END.

       1390-PRINT-SECTION-HEADING.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       1390-END.

       1800-TERMINATE.
           IF NOT WS-COMPLAINT-NOT-FOUND
               CLOSE COMPLAINT-FILE
           END-IF.
           CLOSE REPORT-FILE.
       1800-END.

       END PROGRAM PIZZCMPL.
