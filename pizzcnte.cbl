       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZCNTE.

      ******************************************************************
      * PIZZCNTE is the physical count entry program for the weekly   *
      * walk-in count. Each line on the count sheet is keyed as       *
      * ingredient and quantity found, validated against the          *
      * inventory master so a typo cannot invent an ingredient, and   *
      * appended to the COUNTFIL transaction file under the counter's *
      * operator ID. Nothing here touches INV-ON-HAND - the count     *
      * posting step prints the variance against the book balances   *
      * and trues the master up only once the count is approved.     *
      * The count is taken before the business day's trade is        *
      * posted, so the book it is set against is last night's close. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT COUNT-FILE ASSIGN TO "COUNTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZINV.

       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZCNT.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZBDT.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-AREAS.
           05 WS-BUSDATE-STATUS        PIC X(02) VALUE "00".
               88 WS-BUSDATE-OK            VALUE "00".
               88 WS-BUSDATE-MISSING       VALUE "35".
           05 WS-INVENTORY-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-INVENTORY-FILE-OK     VALUE "00".
               88 WS-INVENTORY-FILE-EOF    VALUE "10".
               88 WS-INVENTORY-NOT-FOUND   VALUE "35".
           05 WS-COUNT-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-COUNT-FILE-OK         VALUE "00".
               88 WS-COUNT-MISSING         VALUE "35".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-RUN-TIME              PIC 9(06) VALUE 0.
           05 WS-TIME-OF-DAY           PIC 9(08) VALUE 0.
           05 WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05 WS-ANOTHER-SW            PIC X(01) VALUE 'Y'.
               88 WS-NO-MORE-COUNTS        VALUE 'N'.
           05 WS-INV-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-ING-FOUND-SW          PIC X(01) VALUE 'N'.
               88 WS-ING-FOUND             VALUE 'Y'.
           05 WS-ING-ENTRY             PIC X(20) VALUE SPACES.
           05 WS-QTY-ENTRY             PIC 9(05)V99 VALUE 0.
           05 WS-CONFIRM-SW            PIC X(01) VALUE 'N'.
               88 WS-CONFIRMED             VALUE 'Y'.
           05 WS-COUNT-LINES           PIC 9(03) VALUE 0.

       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES INDEXED BY WS-INV-IDX.
               10 WS-INV-INGREDIENT     PIC X(20) VALUE SPACES.
               10 WS-INV-UOM            PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-TAKE-ONE-COUNT UNTIL WS-NO-MORE-COUNTS.
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
      * 1100-INITIALIZE - load the inventory master to validate       *
      * ingredients against. A missing master is fatal here - a       *
      * count of an ingredient nobody stocks has nothing to true up.  *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT INVENTORY-FILE.
           IF WS-INVENTORY-NOT-FOUND
               DISPLAY "** INVFILE NOT FOUND - NOTHING COUNTED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-INVENTORY-FILE.
           PERFORM 1111-LOAD-ONE-INVENTORY
               UNTIL WS-INVENTORY-FILE-EOF
               OR WS-INV-COUNT >= 100.
           CLOSE INVENTORY-FILE.
           OPEN EXTEND COUNT-FILE.
           IF WS-COUNT-MISSING
               OPEN OUTPUT COUNT-FILE
           END-IF.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1100-END.

       1110-READ-INVENTORY-FILE.
           READ INVENTORY-FILE
               AT END SET WS-INVENTORY-FILE-EOF TO TRUE
           END-READ.
       1110-END.

       1111-LOAD-ONE-INVENTORY.
           ADD 1 TO WS-INV-COUNT.
           MOVE INV-INGREDIENT TO WS-INV-INGREDIENT (WS-INV-COUNT).
           MOVE INV-UOM        TO WS-INV-UOM (WS-INV-COUNT).
           PERFORM 1110-READ-INVENTORY-FILE.
       1111-END.

      ******************************************************************
      * 1200-TAKE-ONE-COUNT - one pass per line on the count sheet.   *
      * The ingredient is re-prompted until it is on the master. A    *
      * zero is a real count (the shelf is empty), so it is confirmed *
      * rather than refused; the counter can decline and re-key the   *
      * line. Keying an ingredient again is a recount - the posting   *
      * step takes the last one keyed.                                *
      ******************************************************************
       1200-TAKE-ONE-COUNT.
           DISPLAY "---------------------------------------------".
           DISPLAY "INGREDIENT COUNTED: ".
           ACCEPT WS-ING-ENTRY.
           PERFORM 1220-LOOK-UP-INGREDIENT.
           PERFORM 1230-REPROMPT-INGREDIENT UNTIL WS-ING-FOUND.
           DISPLAY "QUANTITY ON SHELF (" WS-INV-UOM (WS-INV-IDX)
               ") (99999.99): ".
           ACCEPT WS-QTY-ENTRY.
           MOVE 'Y' TO WS-CONFIRM-SW.
           IF WS-QTY-ENTRY = 0
               DISPLAY "ZERO COUNTED - SHELF IS EMPTY? Y/N: "
               ACCEPT WS-CONFIRM-SW
           END-IF.
           IF WS-CONFIRMED
               PERFORM 1240-WRITE-COUNT-RECORD
           ELSE
               DISPLAY "** COUNT LINE NOT WRITTEN **"
           END-IF.
           DISPLAY "ANOTHER COUNT LINE? Y/N: ".
           ACCEPT WS-ANOTHER-SW.
       1200-END.

       1220-LOOK-UP-INGREDIENT.
           MOVE 'N' TO WS-ING-FOUND-SW.
           IF WS-ING-ENTRY = SPACES
               CONTINUE
           ELSE
               SET WS-INV-IDX TO 1
               SEARCH WS-INV-ENTRY
                   WHEN WS-INV-INGREDIENT (WS-INV-IDX) = WS-ING-ENTRY
                       MOVE 'Y' TO WS-ING-FOUND-SW
               END-SEARCH
           END-IF.
       1220-END.

       1230-REPROMPT-INGREDIENT.
           DISPLAY "** NOT AN INGREDIENT ON THE INVENTORY MASTER **".
           DISPLAY "INGREDIENT COUNTED: ".
           ACCEPT WS-ING-ENTRY.
           PERFORM 1220-LOOK-UP-INGREDIENT.
       1230-END.

       1240-WRITE-COUNT-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY (1:6) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE      TO CNT-DATE.
           MOVE WS-RUN-TIME      TO CNT-TIME.
           MOVE WS-ING-ENTRY     TO CNT-INGREDIENT.
           MOVE WS-QTY-ENTRY     TO CNT-QTY.
           MOVE WS-INV-UOM (WS-INV-IDX) TO CNT-UOM.
           MOVE WS-OPERATOR-ID   TO CNT-USER.
           WRITE COUNT-RECORD.
           ADD 1 TO WS-COUNT-LINES.
           DISPLAY "COUNT RECORDED FOR VARIANCE POSTING".
       1240-END.

       1800-TERMINATE.
           CLOSE COUNT-FILE.
           DISPLAY "PIZZCNTE: " WS-COUNT-LINES " COUNT LINES KEYED".
       1800-END.

       END PROGRAM PIZZCNTE.
