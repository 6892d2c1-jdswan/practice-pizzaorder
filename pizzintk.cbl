       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZINTK.

      ******************************************************************
      * PIZZINTK is the online order intake step. It reads the order  *
      * feed our web site and the third-party aggregators drop        *
      * (PIZZONL layout) and rings each order in the way the register *
      * would: every line is priced off PRICEFIL - pizza, size, the   *
      * half of a half-and-half and the toppings - and a delivery is  *
      * zoned and fee'd off ZONEFILE. An order that prices to what    *
      * the aggregator says it collected is given the next real       *
      * ticket number off CHKPOINT, its kitchen ticket fires, and its *
      * order lines and a prepaid online tender (type 'O', carrying   *
      * the aggregator's order id and commission) append to ORDERFIL  *
      * and TENDFILE. An order promised for later than the make-line  *
      * lead goes to the pending file under the next number off       *
      * PENDCHK instead, for PIZZRELS to fire when its window comes   *
      * up. Anything that does not ring clean - an item, size or zone *
      * not on the masters, a total that does not price out, an order *
      * already taken in - is written to the exception file with the  *
      * reason, for the manager to call the aggregator about.         *
      * Every order taken in is logged by source and order id, so a   *
      * feed dropped twice cannot ring the same order twice.          *
      * This job REQUIRES THE REGISTER JOB DOWN, the same as          *
      * PIZZRELS: both update CHKPOINT, ORDERFIL, TENDFILE and the    *
      * pending file, and the JCL takes them DISP=OLD so the ENQ      *
      * enforces it.                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEED-FILE ASSIGN TO "ONLNFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT PRICE-FILE ASSIGN TO "PRICEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT ZONE-FILE ASSIGN TO "ZONEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT TENDER-FILE ASSIGN TO "TENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENDER-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT KITCHEN-FILE ASSIGN TO "KITCHONL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITCHEN-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT PEND-CHECK-FILE ASSIGN TO "PENDCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-CHECK-STATUS.

           SELECT INTAKE-LOG-FILE ASSIGN TO "ONLNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTAKE-LOG-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "ONLNEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZONL.

       FD  PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZPRC.

       FD  TAX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTAX.

       FD  ZONE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZZON.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZORD.

       FD  TENDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTND.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZPND.

       FD  KITCHEN-FILE
           LABEL RECORDS ARE STANDARD.
       01 KITCHEN-LINE                 PIC X(60).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCHK.

       FD  PEND-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01 PEND-CHECK-RECORD.
           05 PCH-LAST-ORDER-NO        PIC 9(05).
           05 PCH-CHECKPOINT-DATE      PIC 9(08).
           05 PCH-CHECKPOINT-TIME      PIC 9(06).

      ******************************************************************
      * INTAKE-LOG-RECORD - one record per online order taken in,     *
      * with the ticket it rang as or the pending number it is held   *
      * under (the other is zero).                                    *
      ******************************************************************
       FD  INTAKE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 INTAKE-LOG-RECORD.
           05 LOG-ONLINE-SOURCE        PIC X(03).
           05 LOG-ONLINE-ORDER-ID      PIC X(12).
           05 LOG-TAKEN-DATE           PIC 9(08).
           05 LOG-TAKEN-TIME           PIC 9(06).
           05 LOG-TICKET-NO            PIC 9(06).
           05 LOG-PEND-NO              PIC 9(05).

      ******************************************************************
      * EXCEPTION-RECORD - the rejected feed record as it arrived,    *
      * behind the date and time it was turned away and the reason,   *
      * so a corrected order can be fed back in.                      *
      ******************************************************************
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCEPTION-RECORD.
           05 EXC-REJECT-DATE          PIC 9(08).
           05 EXC-REJECT-TIME          PIC 9(06).
           05 EXC-REASON               PIC X(30).
           05 EXC-ORDER-IMAGE          PIC X(1435).

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
           05 WS-FEED-FILE-STATUS      PIC X(02) VALUE "00".
               88 WS-FEED-FILE-OK          VALUE "00".
               88 WS-FEED-FILE-EOF         VALUE "10".
               88 WS-FEED-NOT-FOUND        VALUE "35".
           05 WS-PRICE-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-PRICE-FILE-OK         VALUE "00".
               88 WS-PRICE-FILE-EOF        VALUE "10".
               88 WS-PRICE-FILE-NOT-FOUND  VALUE "35".
           05 WS-TAX-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-TAX-FILE-OK           VALUE "00".
               88 WS-TAX-FILE-NOT-FOUND    VALUE "35".
           05 WS-ZONE-FILE-STATUS      PIC X(02) VALUE "00".
               88 WS-ZONE-FILE-OK          VALUE "00".
               88 WS-ZONE-FILE-EOF         VALUE "10".
               88 WS-ZONE-FILE-NOT-FOUND   VALUE "35".
           05 WS-ORDER-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-ORDER-FILE-OK         VALUE "00".
               88 WS-ORDER-FILE-NOT-FOUND  VALUE "35".
           05 WS-TENDER-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-NOT-FOUND VALUE "35".
           05 WS-PENDING-FILE-STATUS   PIC X(02) VALUE "00".
               88 WS-PENDING-FILE-OK       VALUE "00".
               88 WS-PENDING-FILE-NOT-FOUND VALUE "35".
           05 WS-KITCHEN-FILE-STATUS   PIC X(02) VALUE "00".
           05 WS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-CHECKPOINT-FILE-OK        VALUE "00".
               88 WS-CHECKPOINT-FILE-NOT-FOUND VALUE "35".
           05 WS-PEND-CHECK-STATUS     PIC X(02) VALUE "00".
               88 WS-PEND-CHECK-OK         VALUE "00".
               88 WS-PEND-CHECK-NOT-FOUND  VALUE "35".
           05 WS-INTAKE-LOG-STATUS     PIC X(02) VALUE "00".
               88 WS-INTAKE-LOG-OK         VALUE "00".
               88 WS-INTAKE-LOG-EOF        VALUE "10".
               88 WS-INTAKE-LOG-NOT-FOUND  VALUE "35".
           05 WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-EXCEPTION-FILE-OK     VALUE "00".
               88 WS-EXCEPTION-NOT-FOUND   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-RUN-TIME              PIC 9(06) VALUE 0.
           05 WS-TIME-OF-DAY           PIC 9(08) VALUE 0.
           05 WS-TICKET-NO             PIC 9(06) VALUE 0.
           05 WS-PEND-NO               PIC 9(05) VALUE 0.
           05 WS-STORE-NO              PIC 9(03) VALUE 1.
           05 WS-TAX-RATE              PIC 9V9999 VALUE 0.0825.
           05 WS-LEAD-MINS             PIC 9(03) VALUE 20.
           05 WS-NOW-HH                PIC 9(02) VALUE 0.
           05 WS-NOW-MM                PIC 9(02) VALUE 0.
           05 WS-PRM-HH                PIC 9(02) VALUE 0.
           05 WS-PRM-MM                PIC 9(02) VALUE 0.
           05 WS-NOW-MINS              PIC 9(05) VALUE 0.
           05 WS-PROMISE-MINS          PIC 9(05) VALUE 0.
           05 WS-DUE-SW                PIC X(01) VALUE 'N'.
               88 WS-ORDER-DUE             VALUE 'Y'.
           05 WS-READ-COUNT            PIC 9(05) VALUE 0.
           05 WS-RUNG-COUNT            PIC 9(05) VALUE 0.
           05 WS-HELD-COUNT            PIC 9(05) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(05) VALUE 0.
           05 WS-RUNG-AMT              PIC S9(07)V99 VALUE 0.
           05 WS-HELD-AMT              PIC S9(07)V99 VALUE 0.
           05 WS-COMMISSION-AMT        PIC S9(07)V99 VALUE 0.
           05 WS-ITEM-SUB              PIC 9(02) VALUE 0    COMP.

      ******************************************************************
      * WS-PRICE-TABLE - the pizza/size prices in effect today, built *
      * from PRICEFIL with the same effective-date rule the register  *
      * and PIZZEDIT load with. There are no compiled-in defaults     *
      * here: an online order for a pizza or size the master does not *
      * price is an exception, not a guess. The per-topping charge    *
      * comes off the TOPPING row the same way, and toppings are only *
      * taken when that row is on the master.                         *
      ******************************************************************
       01 WS-PRICE-AREAS.
           05 WS-PRICE-COUNT           PIC 9(02) VALUE 0    COMP.
           05 WS-PRC-SUB               PIC 9(02) VALUE 0    COMP.
           05 WS-FOUND-SUB             PIC 9(02) VALUE 0    COMP.
           05 WS-NAME-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-NAME-FOUND            VALUE 'Y'.
           05 WS-LOOKUP-NAME           PIC X(24) VALUE SPACES.
           05 WS-LOOKUP-SIZE           PIC X(01) VALUE SPACE.
           05 WS-LOOKUP-PRICE          PIC 9(03)V99 VALUE 0.
           05 WS-TOPPING-PRICE         PIC 9(03)V99 VALUE 0.
           05 WS-TOPPING-EFF           PIC 9(08) VALUE 0.
           05 WS-TOPPING-PRICED-SW     PIC X(01) VALUE 'N'.
               88 WS-TOPPING-PRICED        VALUE 'Y'.

       01 WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
               10 WS-PT-NAME            PIC X(24) VALUE SPACES.
               10 WS-PT-PRICE-SM        PIC 9(03)V99 VALUE 0.
               10 WS-PT-PRICE-MD        PIC 9(03)V99 VALUE 0.
               10 WS-PT-PRICE-LG        PIC 9(03)V99 VALUE 0.
               10 WS-PT-EFF-SM          PIC 9(08) VALUE 0.
               10 WS-PT-EFF-MD          PIC 9(08) VALUE 0.
               10 WS-PT-EFF-LG          PIC 9(08) VALUE 0.

       01 WS-ZONE-AREAS.
           05 WS-ZONE-COUNT            PIC 9(02) VALUE 0    COMP.
           05 WS-ZONE-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-ZONE-FOUND            VALUE 'Y'.

       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 20 TIMES INDEXED BY WS-ZON-IDX.
               10 WS-ZON-CODE           PIC X(03) VALUE SPACES.
               10 WS-ZON-NAME           PIC X(20) VALUE SPACES.
               10 WS-ZON-FEE            PIC 9(03)V99 VALUE 0.
               10 WS-ZON-MINS           PIC 9(03) VALUE 0.

      ******************************************************************
      * WS-ORDER-AREAS - the order being taken in: the price of each  *
      * line as this store rings it, the ticket totals built from     *
      * them, and the first reason it would not ring, if any.         *
      ******************************************************************
       01 WS-ORDER-AREAS.
           05 WS-REJECT-SW             PIC X(01) VALUE 'N'.
               88 WS-ORDER-REJECTED        VALUE 'Y'.
           05 WS-REJECT-REASON         PIC X(30) VALUE SPACES.
           05 WS-TRY-REASON            PIC X(30) VALUE SPACES.
           05 WS-BASE-PRICE            PIC 9(03)V99 VALUE 0.
           05 WS-TOPPING-COUNT         PIC 9(02) VALUE 0    COMP.
           05 WS-EMPTY-TOPPING-COUNT   PIC 9(02) VALUE 0    COMP.
           05 WS-ZONE-CODE             PIC X(03) VALUE SPACES.
           05 WS-DELIV-FEE             PIC 9(03)V99 VALUE 0.
           05 WS-SUBTOTAL-AMT          PIC 9(05)V99 VALUE 0.
           05 WS-TAX-AMT               PIC 9(05)V99 VALUE 0.
           05 WS-TOTAL-AMT             PIC 9(05)V99 VALUE 0.
           05 WS-LINE-PRICE            PIC 9(03)V99 VALUE 0
                                       OCCURS 10 TIMES.

      ******************************************************************
      * WS-TAKEN-TABLE - the source and order id of every online      *
      * order already taken in today, off the intake log, plus each   *
      * one taken in as this run goes. A full table still takes       *
      * orders in but can no longer promise duplicates are caught,    *
      * so the run ends RC 4 to get it looked at.                     *
      ******************************************************************
       01 WS-TAKEN-AREAS.
           05 WS-TAKEN-COUNT           PIC 9(04) VALUE 0    COMP.
           05 WS-TAKEN-FULL-SW         PIC X(01) VALUE 'N'.
               88 WS-TAKEN-TABLE-FULL      VALUE 'Y'.
           05 WS-TAKEN-KEY             PIC X(15) VALUE SPACES.

       01 WS-TAKEN-TABLE.
           05 WS-TAKEN-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-TAKEN-COUNT
               INDEXED BY WS-TKN-IDX.
               10 WS-TKN-KEY            PIC X(15).

       01 WS-KITCHEN-HEADING.
           05 FILLER             PIC X(15) VALUE "KITCHEN TICKET#".
           05 WS-KH-TICKET-NO    PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-KH-ORDER-TYPE   PIC X(08).
       01 WS-KITCHEN-SOURCE-LINE.
           05 FILLER             PIC X(07) VALUE "ONLINE ".
           05 WS-KS-SOURCE       PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-KS-ORDER-ID     PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-KS-CUST-NAME    PIC X(24).
       01 WS-KITCHEN-ITEM-LINE.
           05 WS-KI-QTY          PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-KI-SIZE         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-KI-LABEL        PIC X(08).
           05 WS-KI-NAME         PIC X(24).

       01 WS-HEADING-1.
           05 FILLER                   PIC X(28)
               VALUE "PIZZINTK ONLINE ORDER INTAKE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-H1-DATE               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-H1-TIME               PIC 9(06).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(17)
               VALUE "SRC ORDER ID".
           05 FILLER                   PIC X(16)
               VALUE "ACTION   NUMBER".
           05 FILLER                   PIC X(14)
               VALUE "    PAID TOTAL".
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(30)
               VALUE "PROMISED / REASON".

       01 WS-DETAIL-LINE.
           05 WS-DL-SOURCE             PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-ORDER-ID           PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-ACTION             PIC X(08).
           05 WS-DL-NUMBER             PIC ZZZZZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-AMOUNT             PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-DL-TEXT               PIC X(30).

       01 WS-PROMISE-TEXT.
           05 WS-PT-DATE               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-PT-TIME               PIC 9(04).

       01 WS-TOTAL-LINE.
           05 WS-TL-COUNT              PIC ZZZZ9.
           05 WS-TL-TEXT               PIC X(40).

       01 WS-AMOUNT-LINE.
           05 WS-AL-LABEL              PIC X(30).
           05 WS-AL-AMOUNT             PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-TAKE-IN-ORDERS UNTIL WS-NO-MORE-RECORDS.
           PERFORM 1600-WRITE-TOTALS.
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
      * 1100-INITIALIZE - pick up the clock, the masters, the last    *
      * ticket and pending numbers off their checkpoints so online    *
      * orders continue the register's sequences, and the orders      *
      * already taken in today, then open the files. No feed file     *
      * means nothing came in - the run just reports that.            *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY (1:6) TO WS-RUN-TIME.
           MOVE WS-TIME-OF-DAY (1:2) TO WS-NOW-HH.
           MOVE WS-TIME-OF-DAY (3:2) TO WS-NOW-MM.
           COMPUTE WS-NOW-MINS = (WS-NOW-HH * 60) + WS-NOW-MM.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-RUN-TIME TO WS-H1-TIME.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-NOT-FOUND
               MOVE "NO ONLINE ORDERS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1110-LOAD-PRICE-TABLE.
           PERFORM 1120-LOAD-TAX-RATE.
           PERFORM 1130-LOAD-ZONE-TABLE.
           PERFORM 1140-LOAD-CHECKPOINTS.
           PERFORM 1150-LOAD-TAKEN-TABLE.
           OPEN EXTEND ORDER-FILE.
           IF WS-ORDER-FILE-NOT-FOUND
               OPEN OUTPUT ORDER-FILE
           END-IF.
           OPEN EXTEND TENDER-FILE.
           IF WS-TENDER-FILE-NOT-FOUND
               OPEN OUTPUT TENDER-FILE
           END-IF.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND INTAKE-LOG-FILE.
           IF WS-INTAKE-LOG-NOT-FOUND
               OPEN OUTPUT INTAKE-LOG-FILE
           END-IF.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-NOT-FOUND
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN OUTPUT KITCHEN-FILE.
           PERFORM 1210-READ-FEED-FILE.
       1100-END.

      ******************************************************************
      * 1110-LOAD-PRICE-TABLE - build the name/price table from the   *
      * price master. A row dated after the business date is skipped  *
      * and the newest date in effect wins its cell, the convention   *
      * the register's loader and PIZZEDIT use, so an online ticket   *
      * rings at exactly what the counter would have charged.         *
      ******************************************************************
       1110-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-NOT-FOUND
               MOVE "** PRICEFIL NOT FOUND - EVERY ORDER WILL REJECT **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1111-READ-PRICE-FILE
               PERFORM 1112-LOAD-ONE-PRICE UNTIL WS-PRICE-FILE-EOF
               CLOSE PRICE-FILE
           END-IF.
       1110-END.

       1111-READ-PRICE-FILE.
           READ PRICE-FILE
               AT END SET WS-PRICE-FILE-EOF TO TRUE
           END-READ.
       1111-END.

       1112-LOAD-ONE-PRICE.
           IF PRC-EFF-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
               IF PRC-PIZZA-NAME = "TOPPING"
                   IF PRC-EFF-DATE >= WS-TOPPING-EFF
                       MOVE PRC-PRICE    TO WS-TOPPING-PRICE
                       MOVE PRC-EFF-DATE TO WS-TOPPING-EFF
                       MOVE 'Y' TO WS-TOPPING-PRICED-SW
                   END-IF
               ELSE
                   MOVE PRC-PIZZA-NAME TO WS-LOOKUP-NAME
                   PERFORM 1310-FIND-PRICE-ENTRY
                   IF WS-FOUND-SUB = 0
                           AND WS-PRICE-COUNT < 20
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE WS-PRICE-COUNT TO WS-FOUND-SUB
                       MOVE PRC-PIZZA-NAME
                           TO WS-PT-NAME (WS-FOUND-SUB)
                   END-IF
                   IF WS-FOUND-SUB > 0
                       PERFORM 1113-POST-PRICE-CELL
                   END-IF
               END-IF
           END-IF.
           PERFORM 1111-READ-PRICE-FILE.
       1112-END.

       1113-POST-PRICE-CELL.
           EVALUATE PRC-SIZE
               WHEN "S"
                   IF PRC-EFF-DATE >= WS-PT-EFF-SM (WS-FOUND-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-SM (WS-FOUND-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-SM (WS-FOUND-SUB)
                   END-IF
               WHEN "M"
                   IF PRC-EFF-DATE >= WS-PT-EFF-MD (WS-FOUND-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-MD (WS-FOUND-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-MD (WS-FOUND-SUB)
                   END-IF
               WHEN "L"
                   IF PRC-EFF-DATE >= WS-PT-EFF-LG (WS-FOUND-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-LG (WS-FOUND-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-LG (WS-FOUND-SUB)
                   END-IF
           END-EVALUATE.
       1113-END.

      ******************************************************************
      * 1120-LOAD-TAX-RATE - tonight's tax rate from TAXFILE, keeping *
      * the register's compiled-in default if the file isn't there.   *
      ******************************************************************
       1120-LOAD-TAX-RATE.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ TAX-FILE
                   NOT AT END MOVE TAX-RATE TO WS-TAX-RATE
               END-READ
               CLOSE TAX-FILE
           END-IF.
       1120-END.

      ******************************************************************
      * 1130-LOAD-ZONE-TABLE - the delivery zone master. A missing    *
      * ZONEFILE leaves the table empty, and every online delivery    *
      * then rejects for its zone rather than ringing with no fee.    *
      ******************************************************************
       1130-LOAD-ZONE-TABLE.
           OPEN INPUT ZONE-FILE.
           IF WS-ZONE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1131-READ-ZONE-FILE
               PERFORM 1132-LOAD-ONE-ZONE UNTIL WS-ZONE-FILE-EOF
                   OR WS-ZONE-COUNT >= 20
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
           SET WS-ZON-IDX TO WS-ZONE-COUNT.
           MOVE ZON-CODE        TO WS-ZON-CODE (WS-ZON-IDX).
           MOVE ZON-NAME        TO WS-ZON-NAME (WS-ZON-IDX).
           MOVE ZON-DELIV-FEE   TO WS-ZON-FEE (WS-ZON-IDX).
           MOVE ZON-TARGET-MINS TO WS-ZON-MINS (WS-ZON-IDX).
           PERFORM 1131-READ-ZONE-FILE.
       1132-END.

      ******************************************************************
      * 1140-LOAD-CHECKPOINTS - the register's last ticket number and *
      * last pending order number, so online tickets and held orders  *
      * continue the same two sequences.                              *
      ******************************************************************
       1140-LOAD-CHECKPOINTS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ CHECKPOINT-FILE
                   NOT AT END MOVE CHK-LAST-TICKET-NO TO WS-TICKET-NO
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           OPEN INPUT PEND-CHECK-FILE.
           IF WS-PEND-CHECK-NOT-FOUND
               CONTINUE
           ELSE
               READ PEND-CHECK-FILE
                   NOT AT END MOVE PCH-LAST-ORDER-NO TO WS-PEND-NO
               END-READ
               CLOSE PEND-CHECK-FILE
           END-IF.
       1140-END.

      ******************************************************************
      * 1150-LOAD-TAKEN-TABLE - every order the intake log shows      *
      * taken in today, by source and order id.                       *
      ******************************************************************
       1150-LOAD-TAKEN-TABLE.
           OPEN INPUT INTAKE-LOG-FILE.
           IF WS-INTAKE-LOG-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1151-READ-INTAKE-LOG
               PERFORM 1152-LOAD-ONE-TAKEN UNTIL WS-INTAKE-LOG-EOF
               CLOSE INTAKE-LOG-FILE
           END-IF.
       1150-END.

       1151-READ-INTAKE-LOG.
           READ INTAKE-LOG-FILE
               AT END SET WS-INTAKE-LOG-EOF TO TRUE
           END-READ.
       1151-END.

       1152-LOAD-ONE-TAKEN.
           IF LOG-TAKEN-DATE = WS-RUN-DATE
               MOVE LOG-ONLINE-SOURCE   TO WS-TAKEN-KEY (1:3)
               MOVE LOG-ONLINE-ORDER-ID TO WS-TAKEN-KEY (4:12)
               PERFORM 1153-ADD-TAKEN-KEY
           END-IF.
           PERFORM 1151-READ-INTAKE-LOG.
       1152-END.

       1153-ADD-TAKEN-KEY.
           IF WS-TAKEN-COUNT < 2000
               ADD 1 TO WS-TAKEN-COUNT
               MOVE WS-TAKEN-KEY TO WS-TKN-KEY (WS-TAKEN-COUNT)
           ELSE
               MOVE 'Y' TO WS-TAKEN-FULL-SW
           END-IF.
       1153-END.

      ******************************************************************
      * 1200-TAKE-IN-ORDERS - an order that checks out either rings   *
      * now or is held for later; one that does not is turned away.   *
      ******************************************************************
       1200-TAKE-IN-ORDERS.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 1300-VALIDATE-ORDER.
           IF WS-ORDER-REJECTED
               PERFORM 1500-REJECT-ORDER
           ELSE
               PERFORM 1220-CHECK-ORDER-DUE
               IF WS-ORDER-DUE
                   PERFORM 1400-RING-ONE-ORDER
               ELSE
                   PERFORM 1450-HOLD-ONE-ORDER
               END-IF
               MOVE ONL-SOURCE   TO WS-TAKEN-KEY (1:3)
               MOVE ONL-ORDER-ID TO WS-TAKEN-KEY (4:12)
               PERFORM 1153-ADD-TAKEN-KEY
           END-IF.
           PERFORM 1210-READ-FEED-FILE.
       1200-END.

       1210-READ-FEED-FILE.
           READ FEED-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
       1210-END.

      ******************************************************************
      * 1220-CHECK-ORDER-DUE - an as-soon-as-possible order (no       *
      * promised date) fires now, and so does one promised within     *
      * the make-line lead of right now - the same window PIZZRELS    *
      * releases on. Anything later is held on the pending file.      *
      ******************************************************************
       1220-CHECK-ORDER-DUE.
           MOVE 'N' TO WS-DUE-SW.
           IF ONL-PROMISED-DATE = 0
               MOVE 'Y' TO WS-DUE-SW
           ELSE
               DIVIDE ONL-PROMISED-TIME BY 100
                   GIVING WS-PRM-HH REMAINDER WS-PRM-MM
               COMPUTE WS-PROMISE-MINS = (WS-PRM-HH * 60) + WS-PRM-MM
               IF ONL-PROMISED-DATE = WS-RUN-DATE
                       AND WS-PROMISE-MINS <=
                           WS-NOW-MINS + WS-LEAD-MINS
                   MOVE 'Y' TO WS-DUE-SW
               END-IF
           END-IF.
       1220-END.

      ******************************************************************
      * 1300-VALIDATE-ORDER - every check the register's prompts make *
      * at the counter, made against the feed record instead. The     *
      * first failure is the reason the order is turned away; the     *
      * checks after it only run where they still make sense. An      *
      * order that passes is priced line by line into WS-LINE-PRICE,  *
      * and what it prices to must be what the aggregator collected.  *
      ******************************************************************
       1300-VALIDATE-ORDER.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ZONE-CODE.
           MOVE 0 TO WS-DELIV-FEE WS-SUBTOTAL-AMT WS-TAX-AMT
               WS-TOTAL-AMT.
           IF ONL-SOURCE = SPACES OR ONL-ORDER-ID = SPACES
               MOVE "NO SOURCE OR ORDER ID" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               PERFORM 1320-CHECK-ALREADY-TAKEN
           END-IF.
           IF ONL-PAID-TOTAL NOT NUMERIC
                   OR ONL-COMMISSION-AMT NOT NUMERIC
               MOVE "PAID OR COMMISSION NOT NUMERIC" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           IF ONL-PROMISED-DATE NOT NUMERIC
                   OR ONL-PROMISED-TIME NOT NUMERIC
               MOVE "PROMISED DATE/TIME NOT NUMERIC" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               IF ONL-PROMISED-DATE > 0
                       AND ONL-PROMISED-DATE < WS-RUN-DATE
                   MOVE "PROMISED DATE ALREADY PAST" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ONL-CARRYOUT
                   CONTINUE
               WHEN ONL-DELIVERY
                   PERFORM 1330-CHECK-DELIVERY
               WHEN OTHER
                   MOVE "ORDER TYPE NOT C OR L" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
           END-EVALUATE.
           IF ONL-ITEM-COUNT NOT NUMERIC
               MOVE "ITEM COUNT NOT 1-10" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               IF ONL-ITEM-COUNT = 0 OR ONL-ITEM-COUNT > 10
                   MOVE "ITEM COUNT NOT 1-10" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               ELSE
                   PERFORM 1340-PRICE-ONE-LINE
                       VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > ONL-ITEM-COUNT
               END-IF
           END-IF.
           IF NOT WS-ORDER-REJECTED
               PERFORM 1380-COMPUTE-TOTALS
           END-IF.
       1300-END.

      ******************************************************************
      * 1310-FIND-PRICE-ENTRY - the price table row for WS-LOOKUP-    *
      * NAME, or zero when the master carries no such pizza.          *
      ******************************************************************
       1310-FIND-PRICE-ENTRY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM 1311-MATCH-ONE-PRICE
               VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > WS-PRICE-COUNT
                   OR WS-FOUND-SUB > 0.
       1310-END.

       1311-MATCH-ONE-PRICE.
           IF WS-PT-NAME (WS-PRC-SUB) = WS-LOOKUP-NAME
               MOVE WS-PRC-SUB TO WS-FOUND-SUB
           END-IF.
       1311-END.

      ******************************************************************
      * 1312-SIZE-PRICE-LOOKUP - the price in effect for WS-LOOKUP-   *
      * SIZE on the row 1310 found; zero when the master does not     *
      * price that size.                                              *
      ******************************************************************
       1312-SIZE-PRICE-LOOKUP.
           EVALUATE WS-LOOKUP-SIZE
               WHEN "S"
                   MOVE WS-PT-PRICE-SM (WS-FOUND-SUB) TO WS-LOOKUP-PRICE
               WHEN "M"
                   MOVE WS-PT-PRICE-MD (WS-FOUND-SUB) TO WS-LOOKUP-PRICE
               WHEN "L"
                   MOVE WS-PT-PRICE-LG (WS-FOUND-SUB) TO WS-LOOKUP-PRICE
               WHEN OTHER
                   MOVE 0 TO WS-LOOKUP-PRICE
           END-EVALUATE.
       1312-END.

       1320-CHECK-ALREADY-TAKEN.
           MOVE ONL-SOURCE   TO WS-TAKEN-KEY (1:3).
           MOVE ONL-ORDER-ID TO WS-TAKEN-KEY (4:12).
           SET WS-TKN-IDX TO 1.
           SEARCH WS-TAKEN-ENTRY
               WHEN WS-TKN-KEY (WS-TKN-IDX) = WS-TAKEN-KEY
                   MOVE "ORDER ALREADY TAKEN IN" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
           END-SEARCH.
       1320-END.

      ******************************************************************
      * 1330-CHECK-DELIVERY - a delivery needs a drop address and a   *
      * zone on the zone master; the zone's fee goes on the ticket.   *
      * A blank zone never matches an unloaded slot - the same guard  *
      * the register's zone lookup has.                               *
      ******************************************************************
       1330-CHECK-DELIVERY.
           IF ONL-DELIV-ADDR = SPACES
               MOVE "DELIVERY WITH NO ADDRESS" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           MOVE 'N' TO WS-ZONE-FOUND-SW.
           IF ONL-ZONE-CODE NOT = SPACES
               SET WS-ZON-IDX TO 1
               SEARCH WS-ZONE-ENTRY
                   WHEN WS-ZON-CODE (WS-ZON-IDX) = ONL-ZONE-CODE
                       MOVE 'Y' TO WS-ZONE-FOUND-SW
                       MOVE ONL-ZONE-CODE TO WS-ZONE-CODE
                       MOVE WS-ZON-FEE (WS-ZON-IDX) TO WS-DELIV-FEE
               END-SEARCH
           END-IF.
           IF NOT WS-ZONE-FOUND
               MOVE "ZONE NOT ON ZONEFILE" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
       1330-END.

      ******************************************************************
      * 1340-PRICE-ONE-LINE - one basket line, priced the way the     *
      * register's 1240/1248 price it: the size price of the pizza,   *
      * or the average of both halves' size prices on a half-and-     *
      * half, plus the topping charge for every topping on either     *
      * half. Toppings are a comma-separated list; an empty entry     *
      * (a doubled or leading comma) is a garbled feed.               *
      ******************************************************************
       1340-PRICE-ONE-LINE.
           SET ONL-ITEM-IDX TO WS-ITEM-SUB.
           MOVE 0 TO WS-LINE-PRICE (WS-ITEM-SUB).
           MOVE ONL-ITEM-NAME (ONL-ITEM-IDX) TO WS-LOOKUP-NAME.
           MOVE ONL-ITEM-SIZE (ONL-ITEM-IDX) TO WS-LOOKUP-SIZE.
           IF ONL-ITEM-QTY (ONL-ITEM-IDX) NOT NUMERIC
               MOVE "QUANTITY NOT 1-99" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               IF ONL-ITEM-QTY (ONL-ITEM-IDX) = 0
                   MOVE "QUANTITY NOT 1-99" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               END-IF
           END-IF.
           IF WS-LOOKUP-SIZE NOT = "S" AND NOT = "M"
                   AND NOT = "L"
               MOVE "SIZE NOT S, M OR L" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           PERFORM 1310-FIND-PRICE-ENTRY.
           IF WS-FOUND-SUB = 0
               MOVE "ITEM NOT ON PRICEFIL" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               PERFORM 1312-SIZE-PRICE-LOOKUP
               IF WS-LOOKUP-PRICE = 0
                   MOVE "SIZE NOT PRICED ON PRICEFIL" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               END-IF
               MOVE WS-LOOKUP-PRICE TO WS-BASE-PRICE
               MOVE WS-LOOKUP-PRICE TO WS-LINE-PRICE (WS-ITEM-SUB)
           END-IF.
           IF ONL-HALF-NAME (ONL-ITEM-IDX) = SPACES
               IF ONL-HALF-TOPPINGS (ONL-ITEM-IDX) NOT = SPACES
                   MOVE "HALF TOPPINGS WITH NO HALF" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               END-IF
           ELSE
               PERFORM 1350-PRICE-SECOND-HALF
           END-IF.
           PERFORM 1360-COUNT-TOPPINGS.
           IF WS-EMPTY-TOPPING-COUNT > 0
               MOVE "EMPTY ENTRY IN TOPPING LIST" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           IF WS-TOPPING-COUNT > 0 AND NOT WS-TOPPING-PRICED
               MOVE "TOPPING NOT PRICED ON PRICEFIL" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           COMPUTE WS-LINE-PRICE (WS-ITEM-SUB) =
               WS-LINE-PRICE (WS-ITEM-SUB) +
               (WS-TOPPING-COUNT * WS-TOPPING-PRICE).
       1340-END.

       1350-PRICE-SECOND-HALF.
           MOVE ONL-HALF-NAME (ONL-ITEM-IDX) TO WS-LOOKUP-NAME.
           PERFORM 1310-FIND-PRICE-ENTRY.
           IF WS-FOUND-SUB = 0
               MOVE "HALF NOT ON PRICEFIL" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           ELSE
               PERFORM 1312-SIZE-PRICE-LOOKUP
               IF WS-LOOKUP-PRICE = 0
                   MOVE "SIZE NOT PRICED ON PRICEFIL" TO WS-TRY-REASON
                   PERFORM 1390-SET-REJECT
               END-IF
               COMPUTE WS-LINE-PRICE (WS-ITEM-SUB) ROUNDED =
                   (WS-BASE-PRICE + WS-LOOKUP-PRICE) / 2
           END-IF.
       1350-END.

       1360-COUNT-TOPPINGS.
           MOVE 0 TO WS-TOPPING-COUNT WS-EMPTY-TOPPING-COUNT.
           IF ONL-TOPPINGS (ONL-ITEM-IDX) NOT = SPACES
               ADD 1 TO WS-TOPPING-COUNT
               INSPECT ONL-TOPPINGS (ONL-ITEM-IDX)
                   TALLYING WS-TOPPING-COUNT FOR ALL ","
               INSPECT ONL-TOPPINGS (ONL-ITEM-IDX)
                   TALLYING WS-EMPTY-TOPPING-COUNT FOR ALL ",,"
                            WS-EMPTY-TOPPING-COUNT FOR ALL ", ,"
               IF ONL-TOPPINGS (ONL-ITEM-IDX) (1:1) = ","
                   ADD 1 TO WS-EMPTY-TOPPING-COUNT
               END-IF
           END-IF.
           IF ONL-HALF-TOPPINGS (ONL-ITEM-IDX) NOT = SPACES
               ADD 1 TO WS-TOPPING-COUNT
               INSPECT ONL-HALF-TOPPINGS (ONL-ITEM-IDX)
                   TALLYING WS-TOPPING-COUNT FOR ALL ","
               INSPECT ONL-HALF-TOPPINGS (ONL-ITEM-IDX)
                   TALLYING WS-EMPTY-TOPPING-COUNT FOR ALL ",,"
                            WS-EMPTY-TOPPING-COUNT FOR ALL ", ,"
               IF ONL-HALF-TOPPINGS (ONL-ITEM-IDX) (1:1) = ","
                   ADD 1 TO WS-EMPTY-TOPPING-COUNT
               END-IF
           END-IF.
       1360-END.

      ******************************************************************
      * 1380-COMPUTE-TOTALS - the register's ticket arithmetic with   *
      * no customer discount, promotion or points (the aggregator     *
      * runs its own), then the two money checks: what it collected   *
      * must be what we ring, and it cannot keep more than that as    *
      * its commission.                                               *
      ******************************************************************
       1380-COMPUTE-TOTALS.
           PERFORM 1381-ADD-LINE-TO-SUBTOTAL
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > ONL-ITEM-COUNT.
           COMPUTE WS-TAX-AMT ROUNDED = WS-SUBTOTAL-AMT * WS-TAX-RATE.
           COMPUTE WS-TOTAL-AMT =
               WS-SUBTOTAL-AMT + WS-TAX-AMT + WS-DELIV-FEE.
           IF ONL-PAID-TOTAL NOT = WS-TOTAL-AMT
               MOVE "PAID TOTAL NOT = MENU PRICE" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
           IF ONL-COMMISSION-AMT > ONL-PAID-TOTAL
               MOVE "COMMISSION OVER PAID TOTAL" TO WS-TRY-REASON
               PERFORM 1390-SET-REJECT
           END-IF.
       1380-END.

       1381-ADD-LINE-TO-SUBTOTAL.
           SET ONL-ITEM-IDX TO WS-ITEM-SUB.
           COMPUTE WS-SUBTOTAL-AMT = WS-SUBTOTAL-AMT
               + (WS-LINE-PRICE (WS-ITEM-SUB) *
                  ONL-ITEM-QTY (ONL-ITEM-IDX)).
       1381-END.

       1390-SET-REJECT.
           IF NOT WS-ORDER-REJECTED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE WS-TRY-REASON TO WS-REJECT-REASON
           END-IF.
       1390-END.

      ******************************************************************
      * 1400-RING-ONE-ORDER - the order rings now under the next      *
      * ticket number: kitchen ticket, order lines, the prepaid       *
      * online tender and the intake log, then CHKPOINT moves to the  *
      * new ticket - the same per-ticket restart point the register   *
      * writes, so an abend mid-feed never reuses a number.           *
      ******************************************************************
       1400-RING-ONE-ORDER.
           ADD 1 TO WS-TICKET-NO.
           ADD 1 TO WS-RUNG-COUNT.
           ADD WS-TOTAL-AMT TO WS-RUNG-AMT.
           ADD ONL-COMMISSION-AMT TO WS-COMMISSION-AMT.
           PERFORM 1410-PRINT-KITCHEN-TICKET.
           PERFORM 1420-WRITE-ONE-ORDER-RECORD
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > ONL-ITEM-COUNT.
           PERFORM 1430-WRITE-TENDER-RECORD.
           MOVE WS-TICKET-NO TO LOG-TICKET-NO.
           MOVE 0            TO LOG-PEND-NO.
           PERFORM 1440-WRITE-LOG-RECORD.
           PERFORM 1460-WRITE-CHECKPOINT.
           MOVE "TICKET"     TO WS-DL-ACTION.
           MOVE WS-TICKET-NO TO WS-DL-NUMBER.
           MOVE SPACES       TO WS-DL-TEXT.
           PERFORM 1590-WRITE-DETAIL-LINE.
       1400-END.

      ******************************************************************
      * 1410-PRINT-KITCHEN-TICKET - the make-line copy, the same      *
      * lines the register and PIZZRELS print, with the aggregator    *
      * and the customer's name so the pickup shelf matches the bag.  *
      ******************************************************************
       1410-PRINT-KITCHEN-TICKET.
           MOVE WS-TICKET-NO TO WS-KH-TICKET-NO.
           IF ONL-DELIVERY
               MOVE "DELIVERY" TO WS-KH-ORDER-TYPE
           ELSE
               MOVE "CARRYOUT" TO WS-KH-ORDER-TYPE
           END-IF.
           MOVE ALL "=" TO KITCHEN-LINE.
           WRITE KITCHEN-LINE.
           MOVE WS-KITCHEN-HEADING TO KITCHEN-LINE.
           WRITE KITCHEN-LINE.
           MOVE ONL-SOURCE    TO WS-KS-SOURCE.
           MOVE ONL-ORDER-ID  TO WS-KS-ORDER-ID.
           MOVE ONL-CUST-NAME TO WS-KS-CUST-NAME.
           MOVE WS-KITCHEN-SOURCE-LINE TO KITCHEN-LINE.
           WRITE KITCHEN-LINE.
           IF ONL-DELIVERY
               MOVE SPACES TO KITCHEN-LINE
               STRING "DELIVER TO: " ONL-DELIV-ADDR
                   DELIMITED BY SIZE INTO KITCHEN-LINE
               WRITE KITCHEN-LINE
           END-IF.
           PERFORM 1411-PRINT-ONE-KITCHEN-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > ONL-ITEM-COUNT.
       1410-END.

       1411-PRINT-ONE-KITCHEN-LINE.
           SET ONL-ITEM-IDX TO WS-ITEM-SUB.
           MOVE ONL-ITEM-QTY (ONL-ITEM-IDX)  TO WS-KI-QTY.
           MOVE ONL-ITEM-SIZE (ONL-ITEM-IDX) TO WS-KI-SIZE.
           IF ONL-HALF-NAME (ONL-ITEM-IDX) = SPACES
               MOVE "WHOLE:"  TO WS-KI-LABEL
           ELSE
               MOVE "HALF 1:" TO WS-KI-LABEL
           END-IF.
           MOVE ONL-ITEM-NAME (ONL-ITEM-IDX) TO WS-KI-NAME.
           MOVE WS-KITCHEN-ITEM-LINE TO KITCHEN-LINE.
           WRITE KITCHEN-LINE.
           IF ONL-TOPPINGS (ONL-ITEM-IDX) NOT = SPACES
               MOVE SPACES TO KITCHEN-LINE
               STRING "     + " ONL-TOPPINGS (ONL-ITEM-IDX)
                   DELIMITED BY SIZE INTO KITCHEN-LINE
               WRITE KITCHEN-LINE
           END-IF.
           IF ONL-HALF-NAME (ONL-ITEM-IDX) NOT = SPACES
               MOVE "HALF 2:" TO WS-KI-LABEL
               MOVE ONL-HALF-NAME (ONL-ITEM-IDX) TO WS-KI-NAME
               MOVE WS-KITCHEN-ITEM-LINE TO KITCHEN-LINE
               WRITE KITCHEN-LINE
               IF ONL-HALF-TOPPINGS (ONL-ITEM-IDX) NOT = SPACES
                   MOVE SPACES TO KITCHEN-LINE
                   STRING "     + "
                       ONL-HALF-TOPPINGS (ONL-ITEM-IDX)
                       DELIMITED BY SIZE INTO KITCHEN-LINE
                   WRITE KITCHEN-LINE
               END-IF
           END-IF.
       1411-END.

       1420-WRITE-ONE-ORDER-RECORD.
           SET ONL-ITEM-IDX TO WS-ITEM-SUB.
           MOVE WS-TICKET-NO                 TO ORD-TICKET-NO.
           MOVE WS-RUN-DATE                  TO ORD-ORDER-DATE.
           MOVE WS-RUN-TIME                  TO ORD-ORDER-TIME.
           MOVE ONL-ITEM-NAME (ONL-ITEM-IDX) TO ORD-ITEM-NAME.
           MOVE ONL-ITEM-SIZE (ONL-ITEM-IDX) TO ORD-ITEM-SIZE.
           MOVE WS-LINE-PRICE (WS-ITEM-SUB)  TO ORD-ITEM-PRICE.
           MOVE ONL-ITEM-QTY (ONL-ITEM-IDX)  TO ORD-ITEM-QTY.
           MOVE ONL-TOPPINGS (ONL-ITEM-IDX)  TO ORD-TOPPINGS.
           MOVE ONL-HALF-NAME (ONL-ITEM-IDX) TO ORD-HALF-NAME.
           MOVE ONL-HALF-TOPPINGS (ONL-ITEM-IDX)
               TO ORD-HALF-TOPPINGS.
           MOVE ONL-ORDER-TYPE               TO ORD-ORDER-TYPE.
           MOVE ONL-DELIV-ADDR               TO ORD-DELIV-ADDR.
           MOVE ONL-DELIV-PHONE              TO ORD-DELIV-PHONE.
           MOVE 0                            TO ORD-DISCOUNT-AMT.
           MOVE WS-TAX-AMT                   TO ORD-TAX-AMT.
           MOVE 'S'                          TO ORD-REC-TYPE.
           MOVE 0                            TO ORD-VOID-REF-TICKET.
           MOVE SPACES                       TO ORD-VOID-REASON.
           MOVE WS-ZONE-CODE                 TO ORD-ZONE-CODE.
           MOVE WS-DELIV-FEE                 TO ORD-DELIV-FEE.
           MOVE SPACES                       TO ORD-PROMO-CODE.
           MOVE 0                            TO ORD-PROMO-AMT.
           MOVE WS-STORE-NO                  TO ORD-STORE-NO.
           MOVE 0                            TO ORD-CLERK-NO.
           MOVE 0                            TO ORD-MGR-NO.
           MOVE SPACES                       TO ORD-CUST-PHONE.
           MOVE 0                            TO ORD-POINTS-EARNED.
           MOVE 0                            TO ORD-POINTS-REDEEMED.
           MOVE 0                            TO ORD-LOYALTY-AMT.
           MOVE 'N'                          TO ORD-TAX-EXEMPT-SW.
           MOVE SPACES                       TO ORD-EXEMPT-CERT-NO.
           MOVE SPACES                       TO ORD-EXEMPT-NAME.
           MOVE 0                            TO ORD-COMP-REF-TICKET.
           MOVE SPACES                       TO ORD-COMP-REASON.
           MOVE 0                            TO ORD-COMP-DRIVER-NO.
           MOVE 0                            TO ORD-COMP-PRICE.
           WRITE ORDER-RECORD.
       1420-END.

       1430-WRITE-TENDER-RECORD.
           MOVE WS-TICKET-NO       TO TND-TICKET-NO.
           MOVE WS-RUN-DATE        TO TND-ORDER-DATE.
           MOVE WS-RUN-TIME        TO TND-ORDER-TIME.
           MOVE 'O'                TO TND-TENDER-TYPE.
           MOVE WS-TOTAL-AMT       TO TND-TICKET-TOTAL.
           MOVE ONL-PAID-TOTAL     TO TND-TENDERED-AMT.
           MOVE 0                  TO TND-CHANGE-AMT.
           MOVE 'S'                TO TND-REC-TYPE.
           MOVE SPACES             TO TND-ACCT-NO.
           MOVE SPACES             TO TND-CERT-NO.
           MOVE WS-STORE-NO        TO TND-STORE-NO.
           MOVE 0                  TO TND-CLERK-NO.
           MOVE ONL-SOURCE         TO TND-ONLINE-SOURCE.
           MOVE ONL-ORDER-ID       TO TND-ONLINE-ORDER-ID.
           MOVE ONL-COMMISSION-AMT TO TND-COMMISSION-AMT.
           WRITE TENDER-RECORD.
       1430-END.

       1440-WRITE-LOG-RECORD.
           MOVE ONL-SOURCE   TO LOG-ONLINE-SOURCE.
           MOVE ONL-ORDER-ID TO LOG-ONLINE-ORDER-ID.
           MOVE WS-RUN-DATE  TO LOG-TAKEN-DATE.
           MOVE WS-RUN-TIME  TO LOG-TAKEN-TIME.
           WRITE INTAKE-LOG-RECORD.
       1440-END.

      ******************************************************************
      * 1450-HOLD-ONE-ORDER - an order promised for later goes to the *
      * pending file under the next pending number, priced and        *
      * prepaid exactly as it would ring now, for PIZZRELS to fire    *
      * when its window comes up. PENDCHK moves with it, the way the  *
      * register's schedule mode moves it.                            *
      ******************************************************************
       1450-HOLD-ONE-ORDER.
           ADD 1 TO WS-PEND-NO.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-TOTAL-AMT TO WS-HELD-AMT.
           MOVE WS-PEND-NO         TO PND-ORDER-NO.
           MOVE WS-RUN-DATE        TO PND-TAKEN-DATE.
           MOVE WS-RUN-TIME        TO PND-TAKEN-TIME.
           MOVE ONL-PROMISED-DATE  TO PND-PROMISED-DATE.
           MOVE ONL-PROMISED-TIME  TO PND-PROMISED-TIME.
           MOVE 'N'                TO PND-RELEASED-SW.
           MOVE 0                  TO PND-RELEASED-DATE.
           MOVE ONL-ORDER-TYPE     TO PND-ORDER-TYPE.
           MOVE ONL-DELIV-ADDR     TO PND-DELIV-ADDR.
           MOVE ONL-DELIV-PHONE    TO PND-DELIV-PHONE.
           MOVE WS-ZONE-CODE       TO PND-ZONE-CODE.
           MOVE WS-DELIV-FEE       TO PND-DELIV-FEE.
           MOVE 0                  TO PND-DISCOUNT-AMT.
           MOVE WS-TAX-AMT         TO PND-TAX-AMT.
           MOVE SPACES             TO PND-PROMO-CODE.
           MOVE 0                  TO PND-PROMO-AMT.
           MOVE 'O'                TO PND-TENDER-TYPE.
           MOVE SPACES             TO PND-ACCT-NO.
           MOVE WS-TOTAL-AMT       TO PND-TICKET-TOTAL.
           MOVE ONL-PAID-TOTAL     TO PND-TENDERED-AMT.
           MOVE 0                  TO PND-CHANGE-AMT.
           MOVE ONL-ITEM-COUNT     TO PND-ITEM-COUNT.
           MOVE SPACES             TO PND-ITEM (1) PND-ITEM (2)
               PND-ITEM (3) PND-ITEM (4) PND-ITEM (5) PND-ITEM (6)
               PND-ITEM (7) PND-ITEM (8) PND-ITEM (9) PND-ITEM (10).
           PERFORM 1451-SAVE-ONE-PENDING-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > ONL-ITEM-COUNT.
           MOVE 0                  TO PND-CLERK-NO.
           MOVE SPACES             TO PND-CUST-PHONE.
           MOVE 0                  TO PND-POINTS-EARNED.
           MOVE 0                  TO PND-POINTS-REDEEMED.
           MOVE 0                  TO PND-LOYALTY-AMT.
           MOVE 'N'                TO PND-TAX-EXEMPT-SW.
           MOVE SPACES             TO PND-EXEMPT-CERT-NO.
           MOVE SPACES             TO PND-EXEMPT-NAME.
           MOVE ONL-SOURCE         TO PND-ONLINE-SOURCE.
           MOVE ONL-ORDER-ID       TO PND-ONLINE-ORDER-ID.
           MOVE ONL-COMMISSION-AMT TO PND-COMMISSION-AMT.
           WRITE PENDING-RECORD.
           MOVE 0          TO LOG-TICKET-NO.
           MOVE WS-PEND-NO TO LOG-PEND-NO.
           PERFORM 1440-WRITE-LOG-RECORD.
           PERFORM 1470-WRITE-PEND-CHECKPOINT.
           MOVE "PENDING"         TO WS-DL-ACTION.
           MOVE WS-PEND-NO        TO WS-DL-NUMBER.
           MOVE ONL-PROMISED-DATE TO WS-PT-DATE.
           MOVE ONL-PROMISED-TIME TO WS-PT-TIME.
           MOVE WS-PROMISE-TEXT   TO WS-DL-TEXT.
           PERFORM 1590-WRITE-DETAIL-LINE.
       1450-END.

       1451-SAVE-ONE-PENDING-ITEM.
           SET ONL-ITEM-IDX TO WS-ITEM-SUB.
           SET PND-ITEM-IDX TO WS-ITEM-SUB.
           MOVE ONL-ITEM-NAME (ONL-ITEM-IDX)
               TO PND-ITEM-NAME (PND-ITEM-IDX).
           MOVE ONL-ITEM-SIZE (ONL-ITEM-IDX)
               TO PND-ITEM-SIZE (PND-ITEM-IDX).
           MOVE WS-LINE-PRICE (WS-ITEM-SUB)
               TO PND-ITEM-PRICE (PND-ITEM-IDX).
           MOVE ONL-ITEM-QTY (ONL-ITEM-IDX)
               TO PND-ITEM-QTY (PND-ITEM-IDX).
           MOVE ONL-TOPPINGS (ONL-ITEM-IDX)
               TO PND-TOPPINGS (PND-ITEM-IDX).
           MOVE ONL-HALF-NAME (ONL-ITEM-IDX)
               TO PND-HALF-NAME (PND-ITEM-IDX).
           MOVE ONL-HALF-TOPPINGS (ONL-ITEM-IDX)
               TO PND-HALF-TOPPINGS (PND-ITEM-IDX).
       1451-END.

       1460-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-TICKET-NO TO CHK-LAST-TICKET-NO.
           MOVE WS-RUN-DATE  TO CHK-CHECKPOINT-DATE.
           MOVE WS-RUN-TIME  TO CHK-CHECKPOINT-TIME.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       1460-END.

       1470-WRITE-PEND-CHECKPOINT.
           OPEN OUTPUT PEND-CHECK-FILE.
           MOVE WS-PEND-NO  TO PCH-LAST-ORDER-NO.
           MOVE WS-RUN-DATE TO PCH-CHECKPOINT-DATE.
           MOVE WS-RUN-TIME TO PCH-CHECKPOINT-TIME.
           WRITE PEND-CHECK-RECORD.
           CLOSE PEND-CHECK-FILE.
       1470-END.

      ******************************************************************
      * 1500-REJECT-ORDER - the feed record goes to the exception     *
      * file as it arrived, behind the reason it was turned away.     *
      ******************************************************************
       1500-REJECT-ORDER.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-RUN-DATE         TO EXC-REJECT-DATE.
           MOVE WS-RUN-TIME         TO EXC-REJECT-TIME.
           MOVE WS-REJECT-REASON    TO EXC-REASON.
           MOVE ONLINE-ORDER-RECORD TO EXC-ORDER-IMAGE.
           WRITE EXCEPTION-RECORD.
           MOVE "REJECTED"       TO WS-DL-ACTION.
           MOVE 0                TO WS-DL-NUMBER.
           MOVE WS-REJECT-REASON TO WS-DL-TEXT.
           PERFORM 1590-WRITE-DETAIL-LINE.
       1500-END.

       1590-WRITE-DETAIL-LINE.
           MOVE ONL-SOURCE   TO WS-DL-SOURCE.
           MOVE ONL-ORDER-ID TO WS-DL-ORDER-ID.
           IF ONL-PAID-TOTAL NUMERIC
               MOVE ONL-PAID-TOTAL TO WS-DL-AMOUNT
           ELSE
               MOVE 0 TO WS-DL-AMOUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1590-END.

      ******************************************************************
      * 1600-WRITE-TOTALS - counts and dollars for the run. Any       *
      * rejected order ends the step RC 4: the aggregator has the     *
      * customer's money and the kitchen has nothing to make, so the  *
      * exception file wants a phone call tonight.                    *
      ******************************************************************
       1600-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           MOVE " ONLINE ORDERS READ" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUNG-COUNT TO WS-TL-COUNT.
           MOVE " RUNG TO THE KITCHEN" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE " HELD ON THE PENDING FILE" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE " REJECTED TO THE EXCEPTION FILE" TO WS-TL-TEXT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ONLINE PREPAID RUNG" TO WS-AL-LABEL.
           MOVE WS-RUNG-AMT TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ONLINE PREPAID HELD" TO WS-AL-LABEL.
           MOVE WS-HELD-AMT TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMMISSION ON RUNG ORDERS" TO WS-AL-LABEL.
           MOVE WS-COMMISSION-AMT TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TAKEN-TABLE-FULL
               MOVE "** INTAKE LOG TABLE FULL - DUPLICATES UNCHECKED **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PIZZINTK: " WS-RUNG-COUNT " RUNG, "
               WS-HELD-COUNT " HELD, " WS-REJECT-COUNT " REJECTED".
       1600-END.

       1800-TERMINATE.
           CLOSE FEED-FILE.
           CLOSE ORDER-FILE.
           CLOSE TENDER-FILE.
           CLOSE PENDING-FILE.
           CLOSE INTAKE-LOG-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE KITCHEN-FILE.
           CLOSE REPORT-FILE.
       1800-END.

       END PROGRAM PIZZINTK.
