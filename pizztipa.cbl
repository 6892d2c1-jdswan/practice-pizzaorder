       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZTIPA.

      ******************************************************************
      * PIZZTIPA is the card tip adjustment pass. The register writes *
      * a card tender for the ticket total only; the tip is on the    *
      * slip the customer signs, and for a delivery the slip does not *
      * come back until the driver does. As each signed slip is       *
      * turned in, its ticket number is keyed here and the tip        *
      * written on it. The ticket is checked against the day's card   *
      * tenders so a tip cannot land on a cash or house ticket, and   *
      * each adjustment appends a record to TIPFILE under the         *
      * ticket's business date. Keying the same slip again replaces   *
      * the tip. The driver settlement pays delivery tips out to the  *
      * driver who ran the drop, and the processor reconciliation     *
      * expects each card sale to settle at ticket plus tip.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENDER-FILE ASSIGN TO "TENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENDER-FILE-STATUS.

           SELECT TIP-FILE ASSIGN TO "TIPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIP-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TENDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTND.

       FD  TIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZTIP.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-TENDER-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-TENDER-FILE-OK        VALUE "00".
               88 WS-TENDER-FILE-EOF       VALUE "10".
               88 WS-TENDER-NOT-FOUND      VALUE "35".
           05 WS-TIP-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-TIP-FILE-OK           VALUE "00".
               88 WS-TIP-FILE-EOF          VALUE "10".
               88 WS-TIP-FILE-MISSING      VALUE "35".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-TIME-OF-DAY           PIC 9(08) VALUE 0.
           05 WS-TICKET-ENTRY          PIC 9(06) VALUE 0.
           05 WS-TIP-ENTRY             PIC 9(03)V99 VALUE 0.
           05 WS-CONFIRM-ENTRY         PIC X(01) VALUE SPACE.
               88 WS-CONFIRMED             VALUE 'Y'.
           05 WS-ANOTHER-SW            PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-SLIPS         VALUE 'N'.
           05 WS-CARD-COUNT            PIC 9(03) VALUE 0    COMP.
           05 WS-CARD-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-CARD-FOUND            VALUE 'Y'.
           05 WS-ADJUST-COUNT          PIC 9(04) VALUE 0.
           05 WS-AMT-DISPLAY           PIC ZZ,ZZ9.99.
           05 WS-TIP-DISPLAY           PIC ZZ9.99.

      ******************************************************************
      * The day's card sale tenders, each with the tip it carries so  *
      * far - zero until a slip is keyed, then the last tip keyed.    *
      ******************************************************************
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES INDEXED BY WS-CRD-IDX.
               10 WS-CRD-TICKET-NO      PIC 9(06) VALUE 0.
               10 WS-CRD-AMT            PIC 9(05)V99 VALUE 0.
               10 WS-CRD-TIP            PIC 9(03)V99 VALUE 0.
               10 WS-CRD-STORE-NO       PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-ADJUST-ONE-SLIP UNTIL WS-NO-MORE-SLIPS.
           PERFORM 1800-TERMINATE.
           STOP RUN.
       1000-END.

      ******************************************************************
      * 1010-GET-BUSINESS-DATE - slips are keyed against the store    *
      * business date off the BUSDATE control, so the last run's      *
      * slips turned in after midnight still find their tickets. The  *
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
      * 1100-INITIALIZE - load the day's card sale tenders, then any  *
      * tips already keyed today so a re-keyed slip shows what it     *
      * carries now. No card tickets today means no slips to key.     *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT TENDER-FILE.
           IF WS-TENDER-NOT-FOUND
               DISPLAY "** TENDFILE NOT FOUND - NO TIPS TAKEN **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-TENDER-FILE.
           PERFORM 1111-LOAD-ONE-TENDER
               UNTIL WS-TENDER-FILE-EOF
               OR WS-CARD-COUNT >= 500.
           CLOSE TENDER-FILE.
           IF WS-CARD-COUNT = 0
               DISPLAY "** NO CARD TICKETS FOR " WS-RUN-DATE
                   " - NO TIPS TAKEN **"
               STOP RUN
           END-IF.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-FILE-MISSING
               CONTINUE
           ELSE
               PERFORM 1120-READ-TIP-FILE
               PERFORM 1121-LOAD-ONE-TIP UNTIL WS-TIP-FILE-EOF
               CLOSE TIP-FILE
           END-IF.
           OPEN EXTEND TIP-FILE.
           IF WS-TIP-FILE-MISSING
               OPEN OUTPUT TIP-FILE
           END-IF.
       1100-END.

       1110-READ-TENDER-FILE.
           READ TENDER-FILE
               AT END SET WS-TENDER-FILE-EOF TO TRUE
           END-READ.
       1110-END.

      ******************************************************************
      * 1111-LOAD-ONE-TENDER - a card sale on a ticket. A certificate *
      * bought on a card (ticket zero) carries no tip line.           *
      ******************************************************************
       1111-LOAD-ONE-TENDER.
           IF TND-ORDER-DATE = WS-RUN-DATE
                   AND TND-CARD AND TND-SALE
                   AND TND-TICKET-NO > 0
               ADD 1 TO WS-CARD-COUNT
               MOVE TND-TICKET-NO
                   TO WS-CRD-TICKET-NO (WS-CARD-COUNT)
               MOVE TND-TICKET-TOTAL TO WS-CRD-AMT (WS-CARD-COUNT)
               MOVE 0 TO WS-CRD-TIP (WS-CARD-COUNT)
               MOVE TND-STORE-NO TO WS-CRD-STORE-NO (WS-CARD-COUNT)
           END-IF.
           PERFORM 1110-READ-TENDER-FILE.
       1111-END.

       1120-READ-TIP-FILE.
           READ TIP-FILE
               AT END SET WS-TIP-FILE-EOF TO TRUE
           END-READ.
       1120-END.

       1121-LOAD-ONE-TIP.
           IF TIP-ORDER-DATE = WS-RUN-DATE
               MOVE TIP-TICKET-NO TO WS-TICKET-ENTRY
               PERFORM 1220-LOOK-UP-CARD-TICKET
               IF WS-CARD-FOUND
                   MOVE TIP-AMT TO WS-CRD-TIP (WS-CRD-IDX)
               END-IF
           END-IF.
           PERFORM 1120-READ-TIP-FILE.
       1121-END.

      ******************************************************************
      * 1200-ADJUST-ONE-SLIP - one signed slip per pass. The ticket   *
      * must be one of today's card sales; the tip is taken as        *
      * written, and a tip larger than the ticket itself has to be    *
      * confirmed before it is kept - a slip keyed with the decimal   *
      * in the wrong place is caught here instead of at the bank.     *
      ******************************************************************
       1200-ADJUST-ONE-SLIP.
           DISPLAY "---------------------------------------------".
           DISPLAY "CARD TICKET NUMBER: ".
           ACCEPT WS-TICKET-ENTRY.
           PERFORM 1220-LOOK-UP-CARD-TICKET.
           PERFORM 1230-REPROMPT-TICKET UNTIL WS-CARD-FOUND.
           MOVE WS-CRD-AMT (WS-CRD-IDX) TO WS-AMT-DISPLAY.
           MOVE WS-CRD-TIP (WS-CRD-IDX) TO WS-TIP-DISPLAY.
           DISPLAY "CARD TOTAL " WS-AMT-DISPLAY
               "   TIP NOW " WS-TIP-DISPLAY.
           DISPLAY "TIP ON SLIP (999.99): ".
           ACCEPT WS-TIP-ENTRY.
           MOVE 'Y' TO WS-CONFIRM-ENTRY.
           IF WS-TIP-ENTRY > WS-CRD-AMT (WS-CRD-IDX)
               DISPLAY "** TIP IS MORE THAN THE TICKET - KEEP IT? "
                   "Y/N: "
               ACCEPT WS-CONFIRM-ENTRY
           END-IF.
           IF WS-CONFIRMED
               PERFORM 1240-WRITE-TIP-RECORD
           ELSE
               DISPLAY "TIP NOT CHANGED"
           END-IF.
           DISPLAY "ANOTHER SLIP? Y/N: ".
           ACCEPT WS-ANOTHER-SW.
       1200-END.

       1220-LOOK-UP-CARD-TICKET.
           MOVE 'N' TO WS-CARD-FOUND-SW.
           IF WS-TICKET-ENTRY = 0
               CONTINUE
           ELSE
               SET WS-CRD-IDX TO 1
               SEARCH WS-CARD-ENTRY
                   WHEN WS-CRD-TICKET-NO (WS-CRD-IDX) = WS-TICKET-ENTRY
                       MOVE 'Y' TO WS-CARD-FOUND-SW
               END-SEARCH
           END-IF.
       1220-END.

       1230-REPROMPT-TICKET.
           DISPLAY "** NOT A CARD SALE ON TODAY'S TENDERS **".
           DISPLAY "CARD TICKET NUMBER: ".
           ACCEPT WS-TICKET-ENTRY.
           PERFORM 1220-LOOK-UP-CARD-TICKET.
       1230-END.

       1240-WRITE-TIP-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TICKET-ENTRY          TO TIP-TICKET-NO.
           MOVE WS-RUN-DATE              TO TIP-ORDER-DATE.
           MOVE WS-TIME-OF-DAY (1:6)     TO TIP-ADJ-TIME.
           MOVE WS-TIP-ENTRY             TO TIP-AMT.
           MOVE WS-CRD-AMT (WS-CRD-IDX)  TO TIP-CARD-AMT.
           MOVE WS-CRD-STORE-NO (WS-CRD-IDX) TO TIP-STORE-NO.
           WRITE TIP-RECORD.
           MOVE WS-TIP-ENTRY TO WS-CRD-TIP (WS-CRD-IDX).
           ADD 1 TO WS-ADJUST-COUNT.
           MOVE WS-TIP-ENTRY TO WS-TIP-DISPLAY.
           DISPLAY "TIP " WS-TIP-DISPLAY " ON TICKET " WS-TICKET-ENTRY.
       1240-END.

       1800-TERMINATE.
           CLOSE TIP-FILE.
           DISPLAY "PIZZTIPA: " WS-ADJUST-COUNT " SLIPS ADJUSTED".
       1800-END.

       END PROGRAM PIZZTIPA.
