       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZTAXW.

      ******************************************************************
      * PIZZTAXW is the month-end sales tax return worksheet. It      *
      * reads the business date's month off ORDER-FILE, a ticket at   *
      * a time, and splits the month into the lines the state return  *
      * asks for: gross receipts, the delivery fees order entry does  *
      * not tax, sales made under an exemption certificate, taxable   *
      * sales and the tax collected - every figure net of voids, a    *
      * void counting in the month it was rung. Each exempt ticket is *
      * listed with its certificate and holder, then totaled by       *
      * certificate, so an auditor can be walked from the return back *
      * to the certificates on file. The tax collected is proved      *
      * against the TAXFILE rate applied to the month's taxable sales *
      * - the difference is the per-ticket rounding, or a rate change *
      * inside the month. Run it before PIZZARCH rotates the month    *
      * off ORDERFIL.                                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TAXWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZORD.

       FD  TAX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTAX.

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
           05 WS-ORDER-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-ORDER-FILE-OK         VALUE "00".
               88 WS-ORDER-FILE-EOF        VALUE "10".
               88 WS-ORDER-FILE-MISSING    VALUE "35".
           05 WS-TAX-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-TAX-FILE-OK           VALUE "00".
               88 WS-TAX-FILE-MISSING      VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-RUN-PERIOD            PIC 9(06) VALUE 0.
           05 WS-RECORD-PERIOD         PIC 9(06) VALUE 0.
           05 WS-TAX-RATE              PIC 9V9999 VALUE 0.0825.
           05 WS-CERT-COUNT            PIC 9(04) VALUE 0    COMP.
           05 WS-TICKET-OPEN-SW        PIC X(01) VALUE 'N'.
               88 WS-TICKET-OPEN           VALUE 'Y'.
           05 WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOW        VALUE 'Y'.
           05 WS-CERT-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-CERT-FOUND            VALUE 'Y'.

      ******************************************************************
      * WS-TICKET-AREAS - the ticket being gathered. The money fields *
      * other than the line amounts are ticket-level, repeated on     *
      * every line, so they are taken off the first line only.        *
      ******************************************************************
       01 WS-TICKET-AREAS.
           05 WS-TKT-TICKET-NO         PIC 9(06) VALUE 0.
           05 WS-TKT-ORDER-DATE        PIC 9(08) VALUE 0.
           05 WS-TKT-REC-TYPE          PIC X(01) VALUE SPACE.
               88 WS-TKT-VOID              VALUE 'V'.
           05 WS-TKT-EXEMPT-SW         PIC X(01) VALUE 'N'.
               88 WS-TKT-EXEMPT            VALUE 'Y'.
           05 WS-TKT-CERT-NO           PIC X(15) VALUE SPACES.
           05 WS-TKT-EXEMPT-NAME       PIC X(24) VALUE SPACES.
           05 WS-TKT-MERCH-AMT         PIC 9(07)V99 VALUE 0.
           05 WS-TKT-DISCOUNT-AMT      PIC 9(05)V99 VALUE 0.
           05 WS-TKT-PROMO-AMT         PIC 9(05)V99 VALUE 0.
           05 WS-TKT-DELIV-FEE         PIC 9(03)V99 VALUE 0.
           05 WS-TKT-TAX-AMT           PIC 9(05)V99 VALUE 0.
           05 WS-TKT-NET-AMT           PIC S9(07)V99 VALUE 0.

      ******************************************************************
      * WS-CERT-TABLE - one row per exemption certificate honored in  *
      * the month, in the order first seen. A void nets its ticket    *
      * back out of the certificate it was sold under.                *
      ******************************************************************
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-CERT-COUNT
                   INDEXED BY WS-CERT-IDX.
               10 WS-CRT-CERT-NO        PIC X(15).
               10 WS-CRT-NAME           PIC X(24).
               10 WS-CRT-TICKETS        PIC S9(05).
               10 WS-CRT-SALES          PIC S9(07)V99.

       01 WS-TOTALS.
           05 WS-TOT-MERCH             PIC S9(09)V99 VALUE 0.
           05 WS-TOT-DISCOUNTS         PIC S9(09)V99 VALUE 0.
           05 WS-TOT-NET-MERCH         PIC S9(09)V99 VALUE 0.
           05 WS-TOT-DELIV-FEES        PIC S9(09)V99 VALUE 0.
           05 WS-TOT-GROSS             PIC S9(09)V99 VALUE 0.
           05 WS-TOT-EXEMPT            PIC S9(09)V99 VALUE 0.
           05 WS-TOT-TAXABLE           PIC S9(09)V99 VALUE 0.
           05 WS-TOT-TAX               PIC S9(09)V99 VALUE 0.
           05 WS-TAX-AT-RATE           PIC S9(09)V99 VALUE 0.
           05 WS-TAX-DIFFERENCE        PIC S9(09)V99 VALUE 0.
           05 WS-TOT-TICKETS           PIC S9(07) VALUE 0.
           05 WS-TOT-EXEMPT-TICKETS    PIC S9(07) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(36)
               VALUE "PIZZAORDER SALES TAX WORKSHEET".
           05 FILLER                   PIC X(08) VALUE "  MONTH ".
           05 WS-H1-PERIOD             PIC 9(06).
           05 FILLER                   PIC X(06) VALUE "  RUN ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-EXEMPT-HEADING.
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(08) VALUE "TICKET".
           05 FILLER                   PIC X(03) VALUE "T".
           05 FILLER                   PIC X(17) VALUE "CERTIFICATE".
           05 FILLER                   PIC X(26) VALUE "HOLDER".
           05 FILLER                   PIC X(12) VALUE "EXEMPT SALE".

       01 WS-EXEMPT-LINE.
           05 WS-EL-DATE               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-TICKET-NO          PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-REC-TYPE           PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-CERT-NO            PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-EL-AMOUNT             PIC ZZ,ZZ9.99-.

       01 WS-CERT-HEADING.
           05 FILLER                   PIC X(17) VALUE "CERTIFICATE".
           05 FILLER                   PIC X(26) VALUE "HOLDER".
           05 FILLER                   PIC X(09) VALUE "TICKETS".
           05 FILLER                   PIC X(14) VALUE "  EXEMPT SALES".

       01 WS-CERT-LINE.
           05 WS-CL-CERT-NO            PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-NAME               PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-TICKETS            PIC ZZZ9-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-SALES              PIC Z,ZZZ,ZZ9.99-.

       01 WS-SUMMARY-LINE.
           05 WS-SL-TEXT               PIC X(40).
           05 WS-SL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RATE-LINE.
           05 FILLER                   PIC X(25)
               VALUE "TAX DUE AT TAXFILE RATE".
           05 WS-RL-RATE               PIC 9.9999.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WS-RL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-COLLECT-MONTH.
           PERFORM 1500-PRINT-CERTIFICATES.
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
      * 1020-LOAD-TAX-RATE - the rate order entry charges, off the    *
      * same TAXFILE, keeping the same compiled-in default when the   *
      * file is not there.                                            *
      ******************************************************************
       1020-LOAD-TAX-RATE.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-MISSING
               CONTINUE
           ELSE
               READ TAX-FILE
                   NOT AT END MOVE TAX-RATE TO WS-TAX-RATE
               END-READ
               CLOSE TAX-FILE
           END-IF.
       1020-END.

       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1020-LOAD-TAX-RATE.
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-PERIOD TO WS-H1-PERIOD.
           MOVE WS-RUN-DATE   TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXEMPT TICKETS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXEMPT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       1100-END.

      ******************************************************************
      * 1200-COLLECT-MONTH - a ticket is posted when the next one     *
      * starts (a new ticket number or a new date, since a month      *
      * holds many days of ticket numbers) and once more at the end   *
      * of the file for the last one.                                 *
      ******************************************************************
       1200-COLLECT-MONTH.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-FILE-MISSING
               MOVE "** NO ORDER FILE - NOTHING TO REPORT **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1210-READ-ORDER-FILE
               PERFORM 1220-TAKE-ONE-RECORD UNTIL WS-ORDER-FILE-EOF
               IF WS-TICKET-OPEN
                   PERFORM 1300-POST-TICKET
               END-IF
               CLOSE ORDER-FILE
           END-IF.
       1200-END.

       1210-READ-ORDER-FILE.
           READ ORDER-FILE
               AT END SET WS-ORDER-FILE-EOF TO TRUE
           END-READ.
       1210-END.

       1220-TAKE-ONE-RECORD.
           COMPUTE WS-RECORD-PERIOD = ORD-ORDER-DATE / 100.
           IF WS-RECORD-PERIOD = WS-RUN-PERIOD
               IF NOT WS-TICKET-OPEN
                       OR ORD-TICKET-NO NOT = WS-TKT-TICKET-NO
                       OR ORD-ORDER-DATE NOT = WS-TKT-ORDER-DATE
                   IF WS-TICKET-OPEN
                       PERFORM 1300-POST-TICKET
                   END-IF
                   PERFORM 1230-START-TICKET
               END-IF
               COMPUTE WS-TKT-MERCH-AMT = WS-TKT-MERCH-AMT
                   + (ORD-ITEM-PRICE * ORD-ITEM-QTY)
           END-IF.
           PERFORM 1210-READ-ORDER-FILE.
       1220-END.

       1230-START-TICKET.
           MOVE 'Y' TO WS-TICKET-OPEN-SW.
           MOVE ORD-TICKET-NO      TO WS-TKT-TICKET-NO.
           MOVE ORD-ORDER-DATE     TO WS-TKT-ORDER-DATE.
           MOVE ORD-REC-TYPE       TO WS-TKT-REC-TYPE.
           MOVE ORD-TAX-EXEMPT-SW  TO WS-TKT-EXEMPT-SW.
           MOVE ORD-EXEMPT-CERT-NO TO WS-TKT-CERT-NO.
           MOVE ORD-EXEMPT-NAME    TO WS-TKT-EXEMPT-NAME.
           MOVE ORD-DISCOUNT-AMT   TO WS-TKT-DISCOUNT-AMT.
           MOVE ORD-PROMO-AMT      TO WS-TKT-PROMO-AMT.
           MOVE ORD-DELIV-FEE      TO WS-TKT-DELIV-FEE.
           MOVE ORD-TAX-AMT        TO WS-TKT-TAX-AMT.
           MOVE 0                  TO WS-TKT-MERCH-AMT.
       1230-END.

      ******************************************************************
      * 1300-POST-TICKET - the ticket's merchandise less its discount *
      * and promotion is the sale the tax is figured on; it lands in  *
      * exempt or taxable by the flag order entry stamped. A void     *
      * carries its original's figures and flag, so it comes off the  *
      * same lines it went on.                                        *
      ******************************************************************
       1300-POST-TICKET.
           COMPUTE WS-TKT-NET-AMT = WS-TKT-MERCH-AMT
               - WS-TKT-DISCOUNT-AMT - WS-TKT-PROMO-AMT.
           IF WS-TKT-VOID
               SUBTRACT 1 FROM WS-TOT-TICKETS
               SUBTRACT WS-TKT-MERCH-AMT    FROM WS-TOT-MERCH
               SUBTRACT WS-TKT-DISCOUNT-AMT FROM WS-TOT-DISCOUNTS
               SUBTRACT WS-TKT-PROMO-AMT    FROM WS-TOT-DISCOUNTS
               SUBTRACT WS-TKT-DELIV-FEE    FROM WS-TOT-DELIV-FEES
               SUBTRACT WS-TKT-TAX-AMT      FROM WS-TOT-TAX
               MULTIPLY -1 BY WS-TKT-NET-AMT
           ELSE
               ADD 1 TO WS-TOT-TICKETS
               ADD WS-TKT-MERCH-AMT    TO WS-TOT-MERCH
               ADD WS-TKT-DISCOUNT-AMT TO WS-TOT-DISCOUNTS
               ADD WS-TKT-PROMO-AMT    TO WS-TOT-DISCOUNTS
               ADD WS-TKT-DELIV-FEE    TO WS-TOT-DELIV-FEES
               ADD WS-TKT-TAX-AMT      TO WS-TOT-TAX
           END-IF.
           IF WS-TKT-EXEMPT
               ADD WS-TKT-NET-AMT TO WS-TOT-EXEMPT
               PERFORM 1310-LIST-EXEMPT-TICKET
               PERFORM 1320-POST-TO-CERTIFICATE
           ELSE
               ADD WS-TKT-NET-AMT TO WS-TOT-TAXABLE
           END-IF.
           MOVE 'N' TO WS-TICKET-OPEN-SW.
       1300-END.

       1310-LIST-EXEMPT-TICKET.
           IF WS-TKT-VOID
               SUBTRACT 1 FROM WS-TOT-EXEMPT-TICKETS
           ELSE
               ADD 1 TO WS-TOT-EXEMPT-TICKETS
           END-IF.
           MOVE WS-TKT-ORDER-DATE  TO WS-EL-DATE.
           MOVE WS-TKT-TICKET-NO   TO WS-EL-TICKET-NO.
           MOVE WS-TKT-REC-TYPE    TO WS-EL-REC-TYPE.
           MOVE WS-TKT-CERT-NO     TO WS-EL-CERT-NO.
           MOVE WS-TKT-EXEMPT-NAME TO WS-EL-NAME.
           MOVE WS-TKT-NET-AMT     TO WS-EL-AMOUNT.
           MOVE WS-EXEMPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1310-END.

      ******************************************************************
      * 1320-POST-TO-CERTIFICATE - find the certificate's row, adding *
      * it on first sight. A full table flags the run; the ticket is  *
      * still in the exempt total and on the listing above.           *
      ******************************************************************
       1320-POST-TO-CERTIFICATE.
           MOVE 'N' TO WS-CERT-FOUND-SW.
           SET WS-CERT-IDX TO 1.
           SEARCH WS-CERT-ENTRY
               WHEN WS-CRT-CERT-NO (WS-CERT-IDX) = WS-TKT-CERT-NO
                   MOVE 'Y' TO WS-CERT-FOUND-SW
           END-SEARCH.
           IF NOT WS-CERT-FOUND
               IF WS-CERT-COUNT < 500
                   ADD 1 TO WS-CERT-COUNT
                   SET WS-CERT-IDX TO WS-CERT-COUNT
                   MOVE WS-TKT-CERT-NO TO WS-CRT-CERT-NO (WS-CERT-IDX)
                   MOVE WS-TKT-EXEMPT-NAME
                       TO WS-CRT-NAME (WS-CERT-IDX)
                   MOVE 0 TO WS-CRT-TICKETS (WS-CERT-IDX)
                   MOVE 0 TO WS-CRT-SALES (WS-CERT-IDX)
                   MOVE 'Y' TO WS-CERT-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-CERT-FOUND
               IF WS-TKT-VOID
                   SUBTRACT 1 FROM WS-CRT-TICKETS (WS-CERT-IDX)
               ELSE
                   ADD 1 TO WS-CRT-TICKETS (WS-CERT-IDX)
               END-IF
               ADD WS-TKT-NET-AMT TO WS-CRT-SALES (WS-CERT-IDX)
           END-IF.
       1320-END.

       1500-PRINT-CERTIFICATES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXEMPT SALES BY CERTIFICATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CERT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1510-PRINT-ONE-CERTIFICATE
               VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > WS-CERT-COUNT.
           MOVE "TOTAL EXEMPT" TO WS-CL-CERT-NO.
           MOVE SPACES TO WS-CL-NAME.
           MOVE WS-TOT-EXEMPT-TICKETS TO WS-CL-TICKETS.
           MOVE WS-TOT-EXEMPT TO WS-CL-SALES.
           MOVE WS-CERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TABLE-OVERFLOW
               MOVE "** CERTIFICATE TABLE FULL - NOT ALL LISTED ABOVE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1500-END.

       1510-PRINT-ONE-CERTIFICATE.
           MOVE WS-CRT-CERT-NO (WS-CERT-IDX) TO WS-CL-CERT-NO.
           MOVE WS-CRT-NAME (WS-CERT-IDX)    TO WS-CL-NAME.
           MOVE WS-CRT-TICKETS (WS-CERT-IDX) TO WS-CL-TICKETS.
           MOVE WS-CRT-SALES (WS-CERT-IDX)   TO WS-CL-SALES.
           MOVE WS-CERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1510-END.

      ******************************************************************
      * 1700-PRINT-SUMMARY - the return lines. Gross receipts are the *
      * net merchandise sales plus delivery fees, and prove out as    *
      * fees plus exempt plus taxable.                                *
      ******************************************************************
       1700-PRINT-SUMMARY.
           COMPUTE WS-TOT-NET-MERCH = WS-TOT-MERCH - WS-TOT-DISCOUNTS.
           COMPUTE WS-TOT-GROSS = WS-TOT-NET-MERCH + WS-TOT-DELIV-FEES.
           COMPUTE WS-TAX-AT-RATE ROUNDED =
               WS-TOT-TAXABLE * WS-TAX-RATE.
           COMPUTE WS-TAX-DIFFERENCE = WS-TOT-TAX - WS-TAX-AT-RATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH SUMMARY - NET OF VOIDS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MERCHANDISE SALES" TO WS-SL-TEXT.
           MOVE WS-TOT-MERCH TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "LESS DISCOUNTS AND PROMOTIONS" TO WS-SL-TEXT.
           MOVE WS-TOT-DISCOUNTS TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "NET MERCHANDISE SALES" TO WS-SL-TEXT.
           MOVE WS-TOT-NET-MERCH TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "DELIVERY FEES (NOT TAXED)" TO WS-SL-TEXT.
           MOVE WS-TOT-DELIV-FEES TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "GROSS RECEIPTS" TO WS-SL-TEXT.
           MOVE WS-TOT-GROSS TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "EXEMPT SALES (BY CERTIFICATE ABOVE)" TO WS-SL-TEXT.
           MOVE WS-TOT-EXEMPT TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "TAXABLE SALES" TO WS-SL-TEXT.
           MOVE WS-TOT-TAXABLE TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE "TAX COLLECTED" TO WS-SL-TEXT.
           MOVE WS-TOT-TAX TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
           MOVE WS-TAX-RATE TO WS-RL-RATE.
           MOVE WS-TAX-AT-RATE TO WS-RL-AMOUNT.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COLLECTED OVER/(UNDER) RATE" TO WS-SL-TEXT.
           MOVE WS-TAX-DIFFERENCE TO WS-SL-AMOUNT.
           PERFORM 1710-WRITE-SUMMARY-LINE.
       1700-END.

       1710-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1710-END.

       1800-TERMINATE.
           CLOSE REPORT-FILE.
           IF WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PIZZTAXW: " WS-CERT-COUNT " EXEMPT CERTIFICATES".
       1800-END.

       END PROGRAM PIZZTAXW.
