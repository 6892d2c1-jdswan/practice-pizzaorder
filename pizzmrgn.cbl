       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIZZMRGN.

      ******************************************************************
      * PIZZMRGN is the plate-cost and menu margin report. Every      *
      * pizza/size cell on the price master and every topping is      *
      * exploded through the recipe master and priced at each         *
      * ingredient's unit cost off the inventory master, then printed *
      * next to its current selling price with the food-cost percent  *
      * and the margin left over. Prices are picked the way the       *
      * register picks them - the newest effective date in force on   *
      * the business date - so the report answers what a large        *
      * Pepperoni costs us to make against what we charge for it      *
      * today, and a price change keyed through PIZZPRCM can be set  *
      * on margin instead of on guesswork. A cell whose recipe names  *
      * an ingredient with no cost on file is flagged, since its      *
      * plate cost is understated.                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICE-FILE ASSIGN TO "PRICEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT RECIPE-FILE ASSIGN TO "RECIPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-FILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MRGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZPRC.

       FD  RECIPE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZRCP.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PIZZINV.

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
           05 WS-PRICE-FILE-STATUS     PIC X(02) VALUE "00".
               88 WS-PRICE-FILE-OK         VALUE "00".
               88 WS-PRICE-FILE-EOF        VALUE "10".
               88 WS-PRICE-FILE-NOT-FOUND  VALUE "35".
           05 WS-RECIPE-FILE-STATUS    PIC X(02) VALUE "00".
               88 WS-RECIPE-FILE-OK        VALUE "00".
               88 WS-RECIPE-FILE-EOF       VALUE "10".
               88 WS-RECIPE-FILE-NOT-FOUND VALUE "35".
           05 WS-INVENTORY-FILE-STATUS PIC X(02) VALUE "00".
               88 WS-INVENTORY-FILE-OK     VALUE "00".
               88 WS-INVENTORY-FILE-EOF    VALUE "10".
               88 WS-INVENTORY-NOT-FOUND   VALUE "35".
           05 WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
           05 WS-RUN-DATE              PIC 9(08) VALUE 0.
           05 WS-PRICE-COUNT           PIC 9(02) VALUE 0    COMP.
           05 WS-PRC-SUB               PIC 9(02) VALUE 0    COMP.
           05 WS-RECIPE-COUNT          PIC 9(03) VALUE 0    COMP.
           05 WS-RCP-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-TOP-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-DUP-SUB               PIC 9(03) VALUE 0    COMP.
           05 WS-INV-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-NAME-FOUND-SW         PIC X(01) VALUE 'N'.
               88 WS-NAME-FOUND            VALUE 'Y'.
           05 WS-TOPPING-PRICE         PIC 9(03)V99 VALUE 0.
           05 WS-TOPPING-EFF           PIC 9(08) VALUE 0.
           05 WS-RECIPE-FULL-SW        PIC X(01) VALUE 'N'.
               88 WS-RECIPE-TABLE-FULL     VALUE 'Y'.
           05 WS-NO-COST-COUNT         PIC 9(05) VALUE 0.

       01 WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
               10 WS-PT-NAME            PIC X(24) VALUE SPACES.
               10 WS-PT-PRICE-SM        PIC 9(03)V99 VALUE 0.
               10 WS-PT-PRICE-MD        PIC 9(03)V99 VALUE 0.
               10 WS-PT-PRICE-LG        PIC 9(03)V99 VALUE 0.
               10 WS-PT-EFF-SM          PIC 9(08) VALUE 0.
               10 WS-PT-EFF-MD          PIC 9(08) VALUE 0.
               10 WS-PT-EFF-LG          PIC 9(08) VALUE 0.

       01 WS-RECIPE-TABLE.
           05 WS-RECIPE-ENTRY OCCURS 200 TIMES.
               10 WS-RCP-NAME           PIC X(24) VALUE SPACES.
               10 WS-RCP-SIZE           PIC X(01) VALUE SPACE.
               10 WS-RCP-INGREDIENT     PIC X(20) VALUE SPACES.
               10 WS-RCP-QTY            PIC 9(03)V99 VALUE 0.

       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES INDEXED BY WS-INV-IDX.
               10 WS-INV-INGREDIENT     PIC X(20) VALUE SPACES.
               10 WS-INV-UNIT-COST      PIC 9(03)V9999 VALUE 0.

       01 WS-COST-AREAS.
           05 WS-COST-NAME             PIC X(24) VALUE SPACES.
           05 WS-COST-SIZE             PIC X(01) VALUE SPACE.
           05 WS-SELL-PRICE            PIC 9(03)V99 VALUE 0.
           05 WS-PLATE-COST            PIC 9(05)V9999 VALUE 0.
           05 WS-MARGIN                PIC S9(05)V99 VALUE 0.
           05 WS-FOOD-COST-PCT         PIC S9(03)V9 VALUE 0.
           05 WS-ROW-COUNT             PIC 9(03) VALUE 0    COMP.
           05 WS-MISSING-COST-SW       PIC X(01) VALUE 'N'.
               88 WS-MISSING-COST          VALUE 'Y'.

       01 WS-HEADING-1.
           05 FILLER                   PIC X(32)
               VALUE "PIZZAORDER PLATE COST / MARGIN  ".
           05 WS-H1-DATE               PIC 9(08).

       01 WS-HEADING-2.
           05 FILLER                   PIC X(24) VALUE "ITEM".
           05 FILLER                   PIC X(05) VALUE " SIZE".
           05 FILLER                   PIC X(08) VALUE "   PRICE".
           05 FILLER                   PIC X(08) VALUE "    COST".
           05 FILLER                   PIC X(08) VALUE "  FOOD %".
           05 FILLER                   PIC X(09) VALUE "   MARGIN".

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(03) VALUE "-- ".
           05 WS-SL-TEXT               PIC X(40).

       01 WS-DETAIL-LINE.
           05 WS-DL-NAME               PIC X(24).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-SIZE               PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-PRICE              PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-COST               PIC ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-PCT                PIC ZZ9.9-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-MARGIN             PIC ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-FLAG               PIC X(20).

       01 WS-WARNING-LINE.
           05 WS-WL-COUNT              PIC ZZZZ9.
           05 WS-WL-TEXT               PIC X(50).

       PROCEDURE DIVISION.

       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-REPORT-PIZZAS.
           PERFORM 1300-REPORT-TOPPINGS.
           PERFORM 1400-PRINT-WARNINGS.
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
      * 1100-INITIALIZE - load the price, recipe and inventory        *
      * masters into their tables and print the headings.             *
      ******************************************************************
       1100-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-NOT-FOUND
               DISPLAY "** PRICEFIL NOT FOUND - NO PRICES LOADED **"
           ELSE
               PERFORM 1110-READ-PRICE-FILE
               PERFORM 1111-LOAD-ONE-PRICE UNTIL WS-PRICE-FILE-EOF
               CLOSE PRICE-FILE
           END-IF.
           OPEN INPUT RECIPE-FILE.
           IF WS-RECIPE-FILE-NOT-FOUND
               DISPLAY "** RECIPFIL NOT FOUND - NO RECIPES LOADED **"
           ELSE
               PERFORM 1120-READ-RECIPE-FILE
               PERFORM 1121-LOAD-ONE-RECIPE UNTIL WS-RECIPE-FILE-EOF
                   OR WS-RECIPE-COUNT >= 200
               IF NOT WS-RECIPE-FILE-EOF
                   MOVE 'Y' TO WS-RECIPE-FULL-SW
               END-IF
               CLOSE RECIPE-FILE
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF WS-INVENTORY-NOT-FOUND
               DISPLAY "** INVFILE NOT FOUND - NO COSTS LOADED **"
           ELSE
               PERFORM 1130-READ-INVENTORY-FILE
               PERFORM 1131-LOAD-ONE-INVENTORY
                   UNTIL WS-INVENTORY-FILE-EOF
                   OR WS-INV-COUNT >= 100
               CLOSE INVENTORY-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
       1100-END.

       1110-READ-PRICE-FILE.
           READ PRICE-FILE
               AT END SET WS-PRICE-FILE-EOF TO TRUE
           END-READ.
       1110-END.

      ******************************************************************
      * 1111-LOAD-ONE-PRICE - build the name/price table from the     *
      * price master. A TOPPING row carries the per-topping upcharge  *
      * instead of a pizza price, and rows are effective-dated: a     *
      * row dated after the business date is skipped and the newest   *
      * date in effect wins its cell - the same convention            *
      * PIZZAORDER's loader uses, so the margins are figured on       *
      * exactly what the register is charging.                        *
      ******************************************************************
       1111-LOAD-ONE-PRICE.
           IF PRC-EFF-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
               IF PRC-PIZZA-NAME = "TOPPING"
                   IF PRC-EFF-DATE >= WS-TOPPING-EFF
                       MOVE PRC-PRICE    TO WS-TOPPING-PRICE
                       MOVE PRC-EFF-DATE TO WS-TOPPING-EFF
                   END-IF
               ELSE
                   MOVE 'N' TO WS-NAME-FOUND-SW
                   PERFORM 1112-FIND-PRICE-SLOT
                       VARYING WS-PRC-SUB FROM 1 BY 1
                       UNTIL WS-PRC-SUB > WS-PRICE-COUNT
                   IF NOT WS-NAME-FOUND
                           AND WS-PRICE-COUNT < 20
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE PRC-PIZZA-NAME
                           TO WS-PT-NAME (WS-PRICE-COUNT)
                       MOVE WS-PRICE-COUNT TO WS-PRC-SUB
                       PERFORM 1113-POST-PRICE-CELL
                   END-IF
               END-IF
           END-IF.
           PERFORM 1110-READ-PRICE-FILE.
       1111-END.

       1112-FIND-PRICE-SLOT.
           IF WS-PT-NAME (WS-PRC-SUB) = PRC-PIZZA-NAME
               MOVE 'Y' TO WS-NAME-FOUND-SW
               PERFORM 1113-POST-PRICE-CELL
               MOVE WS-PRICE-COUNT TO WS-PRC-SUB
           END-IF.
       1112-END.

       1113-POST-PRICE-CELL.
           EVALUATE PRC-SIZE
               WHEN "S"
                   IF PRC-EFF-DATE >= WS-PT-EFF-SM (WS-PRC-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-SM (WS-PRC-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-SM (WS-PRC-SUB)
                   END-IF
               WHEN "M"
                   IF PRC-EFF-DATE >= WS-PT-EFF-MD (WS-PRC-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-MD (WS-PRC-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-MD (WS-PRC-SUB)
                   END-IF
               WHEN "L"
                   IF PRC-EFF-DATE >= WS-PT-EFF-LG (WS-PRC-SUB)
                       MOVE PRC-PRICE
                           TO WS-PT-PRICE-LG (WS-PRC-SUB)
                       MOVE PRC-EFF-DATE
                           TO WS-PT-EFF-LG (WS-PRC-SUB)
                   END-IF
           END-EVALUATE.
       1113-END.

       1120-READ-RECIPE-FILE.
           READ RECIPE-FILE
               AT END SET WS-RECIPE-FILE-EOF TO TRUE
           END-READ.
       1120-END.

       1121-LOAD-ONE-RECIPE.
           ADD 1 TO WS-RECIPE-COUNT.
           MOVE RCP-KEY-NAME   TO WS-RCP-NAME (WS-RECIPE-COUNT).
           MOVE RCP-SIZE       TO WS-RCP-SIZE (WS-RECIPE-COUNT).
           MOVE RCP-INGREDIENT
               TO WS-RCP-INGREDIENT (WS-RECIPE-COUNT).
           MOVE RCP-QTY        TO WS-RCP-QTY (WS-RECIPE-COUNT).
           PERFORM 1120-READ-RECIPE-FILE.
       1121-END.

       1130-READ-INVENTORY-FILE.
           READ INVENTORY-FILE
               AT END SET WS-INVENTORY-FILE-EOF TO TRUE
           END-READ.
       1130-END.

       1131-LOAD-ONE-INVENTORY.
           ADD 1 TO WS-INV-COUNT.
           MOVE INV-INGREDIENT TO WS-INV-INGREDIENT (WS-INV-COUNT).
           MOVE INV-UNIT-COST  TO WS-INV-UNIT-COST (WS-INV-COUNT).
           PERFORM 1130-READ-INVENTORY-FILE.
       1131-END.

      ******************************************************************
      * 1200-REPORT-PIZZAS - one line per pizza/size cell the price   *
      * master has a price in force for.                              *
      ******************************************************************
       1200-REPORT-PIZZAS.
           MOVE "PIZZAS" TO WS-SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1210-REPORT-ONE-PIZZA
               VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > WS-PRICE-COUNT.
       1200-END.

       1210-REPORT-ONE-PIZZA.
           MOVE WS-PT-NAME (WS-PRC-SUB) TO WS-COST-NAME.
           IF WS-PT-PRICE-SM (WS-PRC-SUB) > 0
               MOVE "S" TO WS-COST-SIZE
               MOVE WS-PT-PRICE-SM (WS-PRC-SUB) TO WS-SELL-PRICE
               PERFORM 1220-COST-ONE-CELL
           END-IF.
           IF WS-PT-PRICE-MD (WS-PRC-SUB) > 0
               MOVE "M" TO WS-COST-SIZE
               MOVE WS-PT-PRICE-MD (WS-PRC-SUB) TO WS-SELL-PRICE
               PERFORM 1220-COST-ONE-CELL
           END-IF.
           IF WS-PT-PRICE-LG (WS-PRC-SUB) > 0
               MOVE "L" TO WS-COST-SIZE
               MOVE WS-PT-PRICE-LG (WS-PRC-SUB) TO WS-SELL-PRICE
               PERFORM 1220-COST-ONE-CELL
           END-IF.
       1210-END.

      ******************************************************************
      * 1220-COST-ONE-CELL - add up every recipe row for the name and *
      * size (a topping's rows carry a blank size) at unit cost, then *
      * print the cell against its selling price.                     *
      ******************************************************************
       1220-COST-ONE-CELL.
           MOVE 0 TO WS-PLATE-COST.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 'N' TO WS-MISSING-COST-SW.
           PERFORM 1221-COST-ONE-RECIPE-ROW
               VARYING WS-RCP-SUB FROM 1 BY 1
               UNTIL WS-RCP-SUB > WS-RECIPE-COUNT.
           PERFORM 1230-PRINT-ONE-CELL.
       1220-END.

       1221-COST-ONE-RECIPE-ROW.
           IF WS-RCP-NAME (WS-RCP-SUB) = WS-COST-NAME
                   AND WS-RCP-SIZE (WS-RCP-SUB) = WS-COST-SIZE
               ADD 1 TO WS-ROW-COUNT
               SET WS-INV-IDX TO 1
               SEARCH WS-INV-ENTRY
                   AT END
                       MOVE 'Y' TO WS-MISSING-COST-SW
                   WHEN WS-INV-INGREDIENT (WS-INV-IDX)
                           = WS-RCP-INGREDIENT (WS-RCP-SUB)
                       IF WS-INV-UNIT-COST (WS-INV-IDX) = 0
                           MOVE 'Y' TO WS-MISSING-COST-SW
                       END-IF
                       COMPUTE WS-PLATE-COST = WS-PLATE-COST
                           + (WS-RCP-QTY (WS-RCP-SUB)
                              * WS-INV-UNIT-COST (WS-INV-IDX))
               END-SEARCH
           END-IF.
       1221-END.

       1230-PRINT-ONE-CELL.
           MOVE WS-COST-NAME  TO WS-DL-NAME.
           MOVE WS-COST-SIZE  TO WS-DL-SIZE.
           MOVE WS-SELL-PRICE TO WS-DL-PRICE.
           COMPUTE WS-DL-COST ROUNDED = WS-PLATE-COST.
           COMPUTE WS-MARGIN ROUNDED = WS-SELL-PRICE - WS-PLATE-COST.
           MOVE WS-MARGIN TO WS-DL-MARGIN.
           IF WS-SELL-PRICE > 0
               COMPUTE WS-FOOD-COST-PCT ROUNDED =
                   WS-PLATE-COST * 100 / WS-SELL-PRICE
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-FOOD-COST-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FOOD-COST-PCT
           END-IF.
           MOVE WS-FOOD-COST-PCT TO WS-DL-PCT.
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = 0
                   MOVE "** NO RECIPE **" TO WS-DL-FLAG
                   ADD 1 TO WS-NO-COST-COUNT
               WHEN WS-MISSING-COST
                   MOVE "** COST MISSING **" TO WS-DL-FLAG
                   ADD 1 TO WS-NO-COST-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-DL-FLAG
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1230-END.

      ******************************************************************
      * 1300-REPORT-TOPPINGS - each topping recipe (the rows with a   *
      * blank size) against the flat per-topping upcharge. A topping  *
      * with more than one row is costed once, on its first row.      *
      ******************************************************************
       1300-REPORT-TOPPINGS.
           MOVE "TOPPINGS" TO WS-SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO WS-COST-SIZE.
           MOVE WS-TOPPING-PRICE TO WS-SELL-PRICE.
           PERFORM 1310-REPORT-ONE-TOPPING
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-RECIPE-COUNT.
       1300-END.

       1310-REPORT-ONE-TOPPING.
           IF WS-RCP-SIZE (WS-TOP-SUB) = SPACE
               MOVE WS-RCP-NAME (WS-TOP-SUB) TO WS-COST-NAME
               MOVE 'N' TO WS-NAME-FOUND-SW
               PERFORM 1311-CHECK-EARLIER-ROW
                   VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB >= WS-TOP-SUB
                       OR WS-NAME-FOUND
               IF NOT WS-NAME-FOUND
                   PERFORM 1220-COST-ONE-CELL
               END-IF
           END-IF.
       1310-END.

       1311-CHECK-EARLIER-ROW.
           IF WS-RCP-NAME (WS-DUP-SUB) = WS-COST-NAME
                   AND WS-RCP-SIZE (WS-DUP-SUB) = SPACE
               MOVE 'Y' TO WS-NAME-FOUND-SW
           END-IF.
       1311-END.

       1400-PRINT-WARNINGS.
           IF WS-NO-COST-COUNT > 0
               MOVE WS-NO-COST-COUNT TO WS-WL-COUNT
               MOVE " ITEMS COSTED SHORT - RECIPE OR UNIT COST MISSING"
                   TO WS-WL-TEXT
               MOVE WS-WARNING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-RECIPE-TABLE-FULL
               MOVE "** RECIPE TABLE FULL - ROWS NOT LOADED **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1400-END.

       1800-TERMINATE.
           CLOSE REPORT-FILE.
       1800-END.

       END PROGRAM PIZZMRGN.
