      * PIZZAGL uses per store, writes one GL extract record per      *
      * store, and closes with a company total record under store     *
      * zero. Two stores stop meaning two blind copies of the GL      *
      * extract and a calculator. Loyalty points are valued at the    *
      * one LOYLFILE points-per-dollar rate the stores all ring with. *
      * Online prepaid tenders and aggregator commission post per     *
      * store the way PIZZAGL posts them, and so does the menu value  *
      * of the comps and remakes given away.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       FD  LOYALTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZLOY.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-EOF       VALUE "10".
           05 WS-GL-FILE-STATUS        PIC X(02) VALUE "00".
           05 WS-LOYALTY-FILE-STATUS   PIC X(02) VALUE "00".
               88 WS-LOYALTY-FILE-OK       VALUE "00".
               88 WS-LOYALTY-FILE-MISSING  VALUE "35".
           05 WS-LOY-PTS-PER-DOLLAR    PIC 9(03) VALUE 20.
           05 WS-MORE-RECORDS-SW       PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-RECORDS       VALUE 'N'.
           05 WS-MORE-TENDERS-SW       PIC X(01) VALUE 'Y'.
               10 WS-ST-PROMO           PIC S9(09)V99 VALUE 0.
               10 WS-ST-CERT-SOLD       PIC S9(09)V99 VALUE 0.
               10 WS-ST-CERT-REDEEMED   PIC S9(09)V99 VALUE 0.
               10 WS-ST-PTS-EARNED      PIC S9(09) VALUE 0.
               10 WS-ST-PTS-REDEEMED    PIC S9(09) VALUE 0.
               10 WS-ST-ONLINE          PIC S9(09)V99 VALUE 0.
               10 WS-ST-COMMISSION      PIC S9(09)V99 VALUE 0.
               10 WS-ST-COMP            PIC S9(09)V99 VALUE 0.

       01 WS-COMPANY-TOTALS.
           05 WS-CO-GROSS              PIC S9(09)V99 VALUE 0.
           05 WS-CO-PROMO              PIC S9(09)V99 VALUE 0.
           05 WS-CO-CERT-SOLD          PIC S9(09)V99 VALUE 0.
           05 WS-CO-CERT-REDEEMED      PIC S9(09)V99 VALUE 0.
           05 WS-CO-PTS-EARNED         PIC S9(09) VALUE 0.
           05 WS-CO-PTS-REDEEMED       PIC S9(09) VALUE 0.
           05 WS-CO-ONLINE             PIC S9(09)V99 VALUE 0.
           05 WS-CO-COMMISSION         PIC S9(09)V99 VALUE 0.
           05 WS-CO-COMP               PIC S9(09)V99 VALUE 0.
           05 WS-NET-SALES             PIC S9(09)V99 VALUE 0.

       PROCEDURE DIVISION.
           END-IF.
       1010-END.

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
               END-READ
               CLOSE LOYALTY-FILE
           END-IF.
       1020-END.

       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1020-LOAD-LOYALTY-CONTROL.
           OPEN INPUT ORDER-FILE.
           OPEN INPUT TENDER-FILE.
           OPEN OUTPUT GL-FILE.
           IF WS-FOUND-SUB = 0
               CONTINUE
           ELSE
               IF ORD-COMP
                   COMPUTE WS-ST-COMP (WS-FOUND-SUB) =
                       WS-ST-COMP (WS-FOUND-SUB) +
                       (ORD-COMP-PRICE * ORD-ITEM-QTY)
               END-IF
               IF ORD-VOID
                   COMPUTE WS-ST-GROSS (WS-FOUND-SUB) =
                       WS-ST-GROSS (WS-FOUND-SUB) -
                           FROM WS-ST-DELIV-FEES (WS-FOUND-SUB)
                       SUBTRACT ORD-PROMO-AMT
                           FROM WS-ST-PROMO (WS-FOUND-SUB)
                       SUBTRACT ORD-POINTS-EARNED
                           FROM WS-ST-PTS-EARNED (WS-FOUND-SUB)
                       SUBTRACT ORD-POINTS-REDEEMED
                           FROM WS-ST-PTS-REDEEMED (WS-FOUND-SUB)
                   ELSE
                       ADD ORD-TAX-AMT
                           TO WS-ST-TAX (WS-FOUND-SUB)
                           TO WS-ST-DELIV-FEES (WS-FOUND-SUB)
                       ADD ORD-PROMO-AMT
                           TO WS-ST-PROMO (WS-FOUND-SUB)
                       ADD ORD-POINTS-EARNED
                           TO WS-ST-PTS-EARNED (WS-FOUND-SUB)
                       ADD ORD-POINTS-REDEEMED
                           TO WS-ST-PTS-REDEEMED (WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
                           ADD TND-TICKET-TOTAL
                               TO WS-ST-CERT-REDEEMED (WS-FOUND-SUB)
                       END-IF
                       IF TND-ONLINE
                           PERFORM 1270-POST-ONLINE-TENDER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-READ.
       1260-END.

       1270-POST-ONLINE-TENDER.
           IF TND-REFUND
               SUBTRACT TND-TICKET-TOTAL
                   FROM WS-ST-ONLINE (WS-FOUND-SUB)
           ELSE
               ADD TND-TICKET-TOTAL
                   TO WS-ST-ONLINE (WS-FOUND-SUB)
               ADD TND-COMMISSION-AMT
                   TO WS-ST-COMMISSION (WS-FOUND-SUB)
           END-IF.
       1270-END.

      ******************************************************************
      * 1300-WRITE-EXTRACTS - one GL record per store in the order    *
      * the stores were first seen, then the company total under      *
           MOVE WS-CO-CERT-SOLD    TO GL-CERT-SOLD.
           MOVE WS-CO-CERT-REDEEMED TO GL-CERT-REDEEMED.
           MOVE 0                  TO GL-STORE-NO.
           COMPUTE GL-POINTS-EARNED ROUNDED =
               WS-CO-PTS-EARNED / WS-LOY-PTS-PER-DOLLAR.
           COMPUTE GL-POINTS-REDEEMED ROUNDED =
               WS-CO-PTS-REDEEMED / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-CO-ONLINE       TO GL-ONLINE-TENDERS.
           MOVE WS-CO-COMMISSION   TO GL-ONLINE-COMMISSION.
           MOVE WS-CO-COMP         TO GL-COMP-AMT.
           WRITE GL-EXTRACT-RECORD.
       1300-END.

           MOVE WS-ST-CERT-REDEEMED (WS-STORE-SUB)
               TO GL-CERT-REDEEMED.
           MOVE WS-ST-STORE-NO (WS-STORE-SUB) TO GL-STORE-NO.
           COMPUTE GL-POINTS-EARNED ROUNDED =
               WS-ST-PTS-EARNED (WS-STORE-SUB) / WS-LOY-PTS-PER-DOLLAR.
           COMPUTE GL-POINTS-REDEEMED ROUNDED =
               WS-ST-PTS-REDEEMED (WS-STORE-SUB)
               / WS-LOY-PTS-PER-DOLLAR.
           MOVE WS-ST-ONLINE (WS-STORE-SUB)  TO GL-ONLINE-TENDERS.
           MOVE WS-ST-COMMISSION (WS-STORE-SUB)
               TO GL-ONLINE-COMMISSION.
           MOVE WS-ST-COMP (WS-STORE-SUB)    TO GL-COMP-AMT.
           WRITE GL-EXTRACT-RECORD.
           ADD WS-ST-GROSS (WS-STORE-SUB)      TO WS-CO-GROSS.
           ADD WS-ST-TAX (WS-STORE-SUB)        TO WS-CO-TAX.
           ADD WS-ST-CERT-SOLD (WS-STORE-SUB)  TO WS-CO-CERT-SOLD.
           ADD WS-ST-CERT-REDEEMED (WS-STORE-SUB)
               TO WS-CO-CERT-REDEEMED.
           ADD WS-ST-PTS-EARNED (WS-STORE-SUB)   TO WS-CO-PTS-EARNED.
           ADD WS-ST-PTS-REDEEMED (WS-STORE-SUB) TO WS-CO-PTS-REDEEMED.
           ADD WS-ST-ONLINE (WS-STORE-SUB)     TO WS-CO-ONLINE.
           ADD WS-ST-COMMISSION (WS-STORE-SUB) TO WS-CO-COMMISSION.
           ADD WS-ST-COMP (WS-STORE-SUB)       TO WS-CO-COMP.
       1310-END.

       1800-TERMINATE.
