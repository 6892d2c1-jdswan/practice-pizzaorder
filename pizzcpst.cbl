       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCPST.

      ******************************************************************
      * PIZZCPST posts the weekly walk-in count keyed through         *
      * PIZZCNTE. Each ingredient's counted quantity is set against   *
      * the book on-hand in the inventory master and printed with the *
      * variance in units and as a percent of what the recipes say    *
      * the period since the last count used (the nightly usage run   *
      * logs each day's depletion to USAGELOG). A shrinking cheese    *
      * bin shows up here as a steady short against its usage instead *
      * of as a reorder sheet that is always wrong. The manager       *
      * reviews the variance and approves the count at the end of the *
      * run; only an approved count writes the counted balances to    *
      * NEWINV, which the next job step copies back over the master   *
      * when this step ends clean - the same prove-then-rewrite shape *
      * the usage run uses. A posted-date checkpoint stops a rerun    *
      * from truing up the same count twice, and its date is where    *
      * the next count's usage period starts.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COUNT-FILE ASSIGN TO "COUNTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-LOG-STATUS.

           SELECT NEWINV-FILE ASSIGN TO "NEWINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWINV-FILE-STATUS.

           SELECT COUNT-CHECK-FILE ASSIGN TO "COUNTCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-CHECK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CNTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCNT.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZINV.

       FD  USAGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZUSL.

       FD  NEWINV-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWINV-RECORD                PIC X(64).

       FD  COUNT-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCHK.

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
           05 WS-COUNT-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-COUNT-FILE-OK         VALUE "00".
               88 WS-COUNT-FILE-EOF        VALUE "10".
               88 WS-COUNT-NOT-FOUND       VALUE "35".
           05 WS-INVENTORY-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-INVENTORY-FILE-OK     VALUE "00".
               88 WS-INVENTORY-FILE-EOF    VALUE "10".
               88 WS-INVENTORY-NOT-FOUND   VALUE "35".
           05 WS-USAGE-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-USAGE-LOG-OK          VALUE "00".
               88 WS-USAGE-LOG-EOF         VALUE "10".
               88 WS-USAGE-LOG-MISSING     VALUE "35".
           05 WS-NEWINV-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-COUNT-CHECK-STATUS    PIC X(02) VALUE "00".
               88 WS-COUNT-CHECK-OK        VALUE "00".
               88 WS-COUNT-CHECK-MISSING   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-ALREADY-POSTED-SW     PIC X(01) VALUE 'N'.
               88 WS-ALREADY-POSTED        VALUE 'Y'.
           05 WS-APPROVED-SW           PIC X(01) VALUE 'N'.
               88 WS-COUNT-APPROVED        VALUE 'Y'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-LAST-COUNT-DATE       PIC 9(08) VALUE 0.
           05 WS-MANAGER-ID            PIC X(08) VALUE SPACES.
           05 WS-INV-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-INV-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-COUNT-LINES           PIC 9(05) VALUE 0.
           05 WS-COUNTED-COUNT         PIC 9(05) VALUE 0.
           05 WS-NOT-COUNTED-COUNT     PIC 9(05) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(05) VALUE 0.

       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES INDEXED BY WS-INV-IDX.
               10 WS-INV-INGREDIENT     PIC X(20) VALUE SPACES.
               10 WS-INV-ON-HAND        PIC S9(05)V99 VALUE 0.
               10 WS-INV-UOM            PIC X(04) VALUE SPACES.
               10 WS-INV-REORDER        PIC 9(05)V99 VALUE 0.
               10 WS-INV-VENDOR         PIC X(12) VALUE SPACES.
               10 WS-INV-ORDER-QTY      PIC 9(05)V99 VALUE 0.
               10 WS-INV-UNIT-COST      PIC 9(03)V9999 VALUE 0.
               10 WS-INV-COUNTED-SW     PIC X(01) VALUE 'N'.
                   88 WS-INV-COUNTED        VALUE 'Y'.
               10 WS-INV-COUNTED-QTY    PIC 9(05)V99 VALUE 0.
               10 WS-INV-PERIOD-USED    PIC S9(07)V99 VALUE 0.

       01 WS-VARIANCE-AREAS.
           05 WS-VARIANCE              PIC S9(07)V99 VALUE 0.
           05 WS-VAR-PCT               PIC S9(05)V9 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(32)
               VALUE "PIZZAORDER PHYSICAL COUNT       ".
           05 WS-H1-DATE               PIC 9(08).
           05 FILLER                   PIC X(22)
               VALUE "   USAGE PERIOD FROM ".
           05 WS-H1-FROM-DATE          PIC 9(08).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(20) VALUE "INGREDIENT".
           05 FILLER                   PIC X(05) VALUE "UOM".
           05 FILLER                   PIC X(11) VALUE "       BOOK".
           05 FILLER                   PIC X(11) VALUE "    COUNTED".
           05 FILLER                   PIC X(11) VALUE "   VARIANCE".
           05 FILLER                   PIC X(12) VALUE " PERIOD USED".
           05 FILLER                   PIC X(08) VALUE "   VAR %".

       01 WS-DETAIL-LINE.
           05 WS-DL-INGREDIENT         PIC X(20).
           05 WS-DL-UOM                PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-BOOK               PIC ZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-COUNTED            PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-VARIANCE           PIC ZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-PERIOD-USED        PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-VAR-PCT            PIC ZZZZ9.9-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-FLAG               PIC X(12).

       01 WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(03) VALUE "** ".
           05 WS-EX-INGREDIENT         PIC X(20).
           05 FILLER                   PIC X(35)
               VALUE " NOT ON INVENTORY - NOT COUNTED **".

       01 WS-APPROVAL-LINE.
           05 FILLER                   PIC X(34)
               VALUE "COUNT APPROVED - INVFILE TRUED UP ".
           05 FILLER                   PIC X(03) VALUE "BY ".
           05 WS-AL-MANAGER            PIC X(08).

       01 WS-TOTAL-LINE.
           05 WS-TL-COUNT              PIC ZZZZ9.
           05 WS-TL-TEXT               PIC X(40).

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1050-CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED
               DISPLAY "** COUNT ALREADY POSTED FOR TODAY - "
                   "RUN SKIPPED **"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1100-INITIALIZE
               PERFORM 1200-APPLY-COUNTS UNTIL WS-NO-MORE-RECORDS
               PERFORM 1250-TOTAL-PERIOD-USAGE
               PERFORM 1300-REPORT-VARIANCE
               PERFORM 1350-TAKE-APPROVAL
               PERFORM 1400-WRITE-NEW-INVENTORY
               IF RETURN-CODE = 0
                   PERFORM 1500-WRITE-COUNT-CHECKPOINT
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
                   NOT AT END MOVE BDT-BUS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
       1010-END.

      ******************************************************************
      * 1050-CHECK-ALREADY-POSTED - the posted-date checkpoint stops  *
      * a rerun from truing up the same count twice, and the date on  *
      * it is the last approved count - where this count's usage      *
      * period starts. No checkpoint yet means the first count ever,  *
      * so the period runs from the start of the usage log.           *
      ******************************************************************
       1050-CHECK-ALREADY-POSTED.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT COUNT-CHECK-FILE.
           IF WS-COUNT-CHECK-MISSING
               CONTINUE
           ELSE
               READ COUNT-CHECK-FILE
                   NOT AT END
                       MOVE CHK-CHECKPOINT-DATE TO WS-LAST-COUNT-DATE
                       IF CHK-CHECKPOINT-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALREADY-POSTED-SW
                       END-IF
               END-READ
               CLOSE COUNT-CHECK-FILE
           END-IF.
       1050-END.

      ******************************************************************
      * 1100-INITIALIZE - load the inventory master into its table    *
      * and open today's count sheet. No count file means there is    *
      * nothing to post; the run holds the copy-back step.            *
      ******************************************************************
       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT INVENTORY-FILE.
           IF WS-INVENTORY-NOT-FOUND
               DISPLAY "** INVFILE NOT FOUND - NO INVENTORY LOADED **"
           ELSE
               PERFORM 1110-READ-INVENTORY-FILE
               PERFORM 1111-LOAD-ONE-INVENTORY
                   UNTIL WS-INVENTORY-FILE-EOF
                   OR WS-INV-COUNT >= 100
               CLOSE INVENTORY-FILE
           END-IF.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-NOT-FOUND
               DISPLAY "** COUNTFIL NOT FOUND - NOTHING TO POST **"
               MOVE 'N' TO WS-MORE-RECORDS-SW
           ELSE
               PERFORM 1210-READ-COUNT-FILE
           END-IF.
       1100-END.

       1110-READ-INVENTORY-FILE.
           READ INVENTORY-FILE
               AT END SET WS-INVENTORY-FILE-EOF TO TRUE
           END-READ.
       1110-END.

       1111-LOAD-ONE-INVENTORY.
           ADD 1 TO WS-INV-COUNT.
           MOVE INV-INGREDIENT TO WS-INV-INGREDIENT (WS-INV-COUNT).
           MOVE INV-ON-HAND    TO WS-INV-ON-HAND (WS-INV-COUNT).
           MOVE INV-UOM        TO WS-INV-UOM (WS-INV-COUNT).
           MOVE INV-REORDER-POINT TO WS-INV-REORDER (WS-INV-COUNT).
           MOVE INV-VENDOR     TO WS-INV-VENDOR (WS-INV-COUNT).
           MOVE INV-ORDER-QTY  TO WS-INV-ORDER-QTY (WS-INV-COUNT).
           MOVE INV-UNIT-COST  TO WS-INV-UNIT-COST (WS-INV-COUNT).
           PERFORM 1110-READ-INVENTORY-FILE.
       1111-END.

      ******************************************************************
      * 1200-APPLY-COUNTS - today's count lines only (COUNTFIL keeps  *
      * prior counts too). A later line for the same ingredient is a  *
      * recount and replaces the earlier one. A line for an           *
      * ingredient no longer on the master is listed and holds the    *
      * true-up, the way an unmatched receipt holds PIZZRPST.         *
      ******************************************************************
       1200-APPLY-COUNTS.
           IF CNT-DATE = WS-RUN-DATE
               ADD 1 TO WS-COUNT-LINES
               SET WS-INV-IDX TO 1
               SEARCH WS-INV-ENTRY
                   AT END
                       ADD 1 TO WS-UNMATCHED-COUNT
                       MOVE CNT-INGREDIENT TO WS-EX-INGREDIENT
                       MOVE WS-EXCEPTION-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN WS-INV-INGREDIENT (WS-INV-IDX)
                           = CNT-INGREDIENT
                       MOVE 'Y' TO WS-INV-COUNTED-SW (WS-INV-IDX)
                       MOVE CNT-QTY
                           TO WS-INV-COUNTED-QTY (WS-INV-IDX)
               END-SEARCH
           END-IF.
           PERFORM 1210-READ-COUNT-FILE.
       1200-END.

       1210-READ-COUNT-FILE.
           READ COUNT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
       1210-END.

      ******************************************************************
      * 1250-TOTAL-PERIOD-USAGE - add up what the nightly usage run   *
      * logged since the last approved count. The count is taken      *
      * before today's trade posts, so the period runs from the last  *
      * count date up to (not including) today - the same nights the *
      * book balance has been depleted by.                            *
      ******************************************************************
       1250-TOTAL-PERIOD-USAGE.
           OPEN INPUT USAGE-LOG-FILE.
           IF WS-USAGE-LOG-MISSING
               DISPLAY "** USAGELOG NOT FOUND - NO PERIOD USAGE **"
           ELSE
               PERFORM 1260-READ-USAGE-LOG
               PERFORM 1270-ADD-ONE-USAGE UNTIL WS-USAGE-LOG-EOF
               CLOSE USAGE-LOG-FILE
           END-IF.
       1250-END.

       1260-READ-USAGE-LOG.
           READ USAGE-LOG-FILE
               AT END SET WS-USAGE-LOG-EOF TO TRUE
           END-READ.
       1260-END.

       1270-ADD-ONE-USAGE.
           IF USL-DATE >= WS-LAST-COUNT-DATE
                   AND USL-DATE < WS-RUN-DATE
               SET WS-INV-IDX TO 1
               SEARCH WS-INV-ENTRY
                   WHEN WS-INV-INGREDIENT (WS-INV-IDX)
                           = USL-INGREDIENT
                       ADD USL-USED
                           TO WS-INV-PERIOD-USED (WS-INV-IDX)
               END-SEARCH
           END-IF.
           PERFORM 1260-READ-USAGE-LOG.
       1270-END.

      ******************************************************************
      * 1300-REPORT-VARIANCE - one line per ingredient on the master: *
      * book, counted, the variance (counted less book, so a short    *
      * shelf prints negative) and that variance as a percent of the  *
      * period's recipe usage. Ingredients nobody counted keep their  *
      * book balance and say so.                                      *
      ******************************************************************
       1300-REPORT-VARIANCE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-LAST-COUNT-DATE TO WS-H1-FROM-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1310-REPORT-ONE-INGREDIENT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
           MOVE WS-COUNTED-COUNT TO WS-TL-COUNT.
           MOVE " INGREDIENTS COUNTED" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-COUNTED-COUNT TO WS-TL-COUNT.
           MOVE " INGREDIENTS NOT COUNTED - BOOK KEPT" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT
               MOVE " COUNT LINES NOT ON INVENTORY" TO WS-TL-TEXT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1300-END.

       1310-REPORT-ONE-INGREDIENT.
           MOVE WS-INV-INGREDIENT (WS-INV-SUB) TO WS-DL-INGREDIENT.
           MOVE WS-INV-UOM (WS-INV-SUB)        TO WS-DL-UOM.
           MOVE WS-INV-ON-HAND (WS-INV-SUB)    TO WS-DL-BOOK.
           MOVE WS-INV-PERIOD-USED (WS-INV-SUB) TO WS-DL-PERIOD-USED.
           MOVE SPACES TO WS-DL-FLAG.
           IF WS-INV-COUNTED (WS-INV-SUB)
               ADD 1 TO WS-COUNTED-COUNT
               COMPUTE WS-VARIANCE =
                   WS-INV-COUNTED-QTY (WS-INV-SUB)
                   - WS-INV-ON-HAND (WS-INV-SUB)
               MOVE WS-INV-COUNTED-QTY (WS-INV-SUB) TO WS-DL-COUNTED
               MOVE WS-VARIANCE TO WS-DL-VARIANCE
               IF WS-INV-PERIOD-USED (WS-INV-SUB) > 0
                   COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VARIANCE * 100
                       / WS-INV-PERIOD-USED (WS-INV-SUB)
                       ON SIZE ERROR
                           MOVE "PCT OVERFLOW" TO WS-DL-FLAG
                           MOVE 0 TO WS-VAR-PCT
                   END-COMPUTE
                   MOVE WS-VAR-PCT TO WS-DL-VAR-PCT
               ELSE
                   MOVE 0 TO WS-DL-VAR-PCT
                   MOVE "NO USAGE" TO WS-DL-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-NOT-COUNTED-COUNT
               MOVE 0 TO WS-DL-COUNTED
               MOVE 0 TO WS-DL-VARIANCE
               MOVE 0 TO WS-DL-VAR-PCT
               MOVE "NOT COUNTED" TO WS-DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1310-END.

      ******************************************************************
      * 1350-TAKE-APPROVAL - the manager reads the variance and signs *
      * the count off before anything touches the master, the same    *
      * keyed-at-the-step capture the driver settlement uses for the  *
      * turned-in cash. A count with lines that matched nothing is    *
      * not offered for approval - fix the sheet and rerun.           *
      ******************************************************************
       1350-TAKE-APPROVAL.
           IF WS-COUNTED-COUNT > 0 AND WS-UNMATCHED-COUNT = 0
               DISPLAY "APPROVING MANAGER ID: "
               ACCEPT WS-MANAGER-ID
               DISPLAY "APPROVE COUNT AND TRUE UP INVFILE? Y/N: "
               ACCEPT WS-APPROVED-SW
           END-IF.
       1350-END.

      ******************************************************************
      * 1400-WRITE-NEW-INVENTORY - an approved count writes the       *
      * master to NEWINV with each counted ingredient's on-hand set   *
      * to the count; the next job step copies it back over the live *
      * master only when this step ends clean. Nothing counted, an    *
      * unmatched line, or a count left unapproved holds the copy    *
      * (and the posted-date checkpoint) so the count can be fixed   *
      * and posted again.                                             *
      ******************************************************************
       1400-WRITE-NEW-INVENTORY.
           IF WS-INV-COUNT = 0 OR WS-COUNTED-COUNT = 0
                   OR WS-UNMATCHED-COUNT > 0
               IF WS-UNMATCHED-COUNT > 0
                   MOVE "** UNMATCHED COUNT LINES - TRUE-UP HELD **"
                       TO REPORT-LINE
               ELSE
                   MOVE "** NOTHING COUNTED TODAY - TRUE-UP HELD **"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COUNT-APPROVED
                   OPEN OUTPUT NEWINV-FILE
                   PERFORM 1410-WRITE-ONE-INVENTORY
                       VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-COUNT
                   CLOSE NEWINV-FILE
                   MOVE WS-MANAGER-ID TO WS-AL-MANAGER
                   MOVE WS-APPROVAL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE "** COUNT NOT APPROVED - TRUE-UP HELD **"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1400-END.

       1410-WRITE-ONE-INVENTORY.
           MOVE WS-INV-INGREDIENT (WS-INV-SUB) TO INV-INGREDIENT.
           IF WS-INV-COUNTED (WS-INV-SUB)
               MOVE WS-INV-COUNTED-QTY (WS-INV-SUB) TO INV-ON-HAND
           ELSE
               MOVE WS-INV-ON-HAND (WS-INV-SUB)     TO INV-ON-HAND
           END-IF.
           MOVE WS-INV-UOM (WS-INV-SUB)        TO INV-UOM.
           MOVE WS-INV-REORDER (WS-INV-SUB)    TO INV-REORDER-POINT.
           MOVE WS-INV-VENDOR (WS-INV-SUB)     TO INV-VENDOR.
           MOVE WS-INV-ORDER-QTY (WS-INV-SUB)  TO INV-ORDER-QTY.
           MOVE WS-INV-UNIT-COST (WS-INV-SUB)  TO INV-UNIT-COST.
           WRITE NEWINV-RECORD FROM INVENTORY-RECORD.
       1410-END.

      ******************************************************************
      * 1500-WRITE-COUNT-CHECKPOINT - stamp today as the last         *
      * approved count: a rerun skips instead of truing up twice, and *
      * the next count's usage period starts here. Only performed     *
      * when the run ended clean - a held count must stay postable.   *
      ******************************************************************
       1500-WRITE-COUNT-CHECKPOINT.
           OPEN OUTPUT COUNT-CHECK-FILE.
           MOVE 0 TO CHK-LAST-TICKET-NO.
           MOVE WS-RUN-DATE TO CHK-CHECKPOINT-DATE.
           MOVE 0 TO CHK-CHECKPOINT-TIME.
           WRITE CHECKPOINT-RECORD.
           CLOSE COUNT-CHECK-FILE.
       1500-END.

       1800-TERMINATE.
           IF NOT WS-COUNT-NOT-FOUND
               CLOSE COUNT-FILE
           END-IF.
           CLOSE REPORT-FILE.
       1800-END.

       END PROGRAM PIZZCPST.
