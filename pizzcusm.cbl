      * zero discount), so this is where the shop sets or changes a   *
      * regular's standing discount (with a manager authorization),   *
      * corrects a name or address, moves a record to a new phone     *
      * number, records a tax-exempt customer's exemption certificate *
      * and purges customers who have not ordered in over a year.     *
      * Every change writes an audit trail record - the discount and  *
      * the exemption are money fields.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 WS-CUTOFF-DATE           PIC 9(08) VALUE 0.
           05 WS-PURGE-COUNT           PIC 9(05) VALUE 0.
           05 WS-DISCOUNT-DISPLAY      PIC Z9.9.
           05 WS-POINTS-DISPLAY        PIC ZZZ,ZZ9-.
           05 WS-OLD-VALUE             PIC X(30) VALUE SPACES.
           05 WS-NEW-VALUE             PIC X(30) VALUE SPACES.
           05 WS-EXEMPT-ENTRY          PIC X(01) VALUE 'N'.
               88 WS-EXEMPT-YES            VALUE 'Y'.
           05 WS-CERT-ENTRY            PIC X(15) VALUE SPACES.
           05 WS-EXPIRY-ENTRY          PIC 9(08) VALUE 0.
           05 WS-EXEMPT-VALUE.
               10 WS-EV-SW                 PIC X(01).
               10 FILLER                   PIC X(01) VALUE SPACE.
               10 WS-EV-CERT-NO            PIC X(15).
               10 FILLER                   PIC X(01) VALUE SPACE.
               10 WS-EV-EXPIRY             PIC 9(08).
           05 WS-CUSTFILE-OPEN-SW      PIC X(01) VALUE 'N'.
               88 WS-CUSTFILE-OPEN         VALUE 'Y'.

           DISPLAY "---------------------------------------------".
           DISPLAY "L LOOK UP          D SET DISCOUNT".
           DISPLAY "N NAME/ADDRESS     P MOVE TO NEW PHONE".
           DISPLAY "X PURGE INACTIVE   T TAX EXEMPTION".
           DISPLAY "Q QUIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "D" PERFORM 1400-SET-DISCOUNT
               WHEN "N" PERFORM 1500-FIX-NAME-ADDRESS
               WHEN "P" PERFORM 1600-MOVE-TO-NEW-PHONE
               WHEN "T" PERFORM 1650-SET-TAX-EXEMPTION
               WHEN "X" PERFORM 1700-PURGE-INACTIVE
               WHEN "Q" MOVE 0 TO WS-RUN-FLAG
               WHEN OTHER
                   DISPLAY "** PLEASE ENTER L, D, N, P, T, X OR Q **"
           END-EVALUATE.
       1200-END.

           DISPLAY "ADDRESS:  " CUS-ADDR.
           MOVE CUS-DISCOUNT-PCT TO WS-DISCOUNT-DISPLAY.
           DISPLAY "DISCOUNT: " WS-DISCOUNT-DISPLAY "%".
           MOVE CUS-POINTS-BAL TO WS-POINTS-DISPLAY.
           DISPLAY "POINTS:   " WS-POINTS-DISPLAY.
           EVALUATE TRUE
               WHEN CUS-LAST-ORDER-DATE > 0
                   DISPLAY "LAST ORDER DATE: " CUS-LAST-ORDER-DATE
               WHEN CUS-RECALL-COUNT > 0
                   DISPLAY "LAST ORDER DATE: " CUS-RB-ORDER-DATE (1)
               WHEN OTHER
                   DISPLAY "LAST ORDER DATE: NONE ON FILE"
           END-EVALUATE.
           IF CUS-TAX-EXEMPT
               IF CUS-EXEMPT-EXPIRY > 0
                   DISPLAY "TAX EXEMPT: CERT " CUS-EXEMPT-CERT-NO
                       " EXPIRES " CUS-EXEMPT-EXPIRY
               ELSE
                   DISPLAY "TAX EXEMPT: CERT " CUS-EXEMPT-CERT-NO
                       " NO EXPIRY"
               END-IF
           ELSE
               DISPLAY "TAX EXEMPT: NO"
           END-IF.
       1220-END.

           DISPLAY "CUSTOMER MOVED TO " WS-NEW-PHONE-ENTRY.
       1610-END.

      ******************************************************************
      * 1650-SET-TAX-EXEMPTION - record a customer's sales tax        *
      * exemption certificate, or take it off when it lapses, the     *
      * same way PIZZHSEM does for a house account: a manager         *
      * authorization, a certificate number for an exempt customer,   *
      * and an audit line with the flag, certificate and expiry       *
      * before and after.                                             *
      ******************************************************************
       1650-SET-TAX-EXEMPTION.
           PERFORM 1210-FETCH-CUSTOMER.
           IF WS-RECORD-FOUND
               PERFORM 1220-SHOW-CUSTOMER
               DISPLAY "MANAGER ID FOR AUTHORIZATION: "
               ACCEPT WS-MANAGER-ID
               IF WS-MANAGER-ID = SPACES
                   DISPLAY "** NO MANAGER ID - EXEMPTION UNCHANGED **"
               ELSE
                   DISPLAY "TAX EXEMPT? Y/N: "
                   MOVE 'N' TO WS-EXEMPT-ENTRY
                   ACCEPT WS-EXEMPT-ENTRY
                   MOVE SPACES TO WS-CERT-ENTRY
                   MOVE 0 TO WS-EXPIRY-ENTRY
                   IF WS-EXEMPT-YES
                       DISPLAY "EXEMPTION CERTIFICATE NUMBER: "
                       ACCEPT WS-CERT-ENTRY
                       DISPLAY "CERTIFICATE EXPIRES (YYYYMMDD, "
                           "ENTER FOR NONE): "
                       ACCEPT WS-EXPIRY-ENTRY
                   END-IF
                   IF WS-EXEMPT-YES AND WS-CERT-ENTRY = SPACES
                       DISPLAY "** NO CERTIFICATE NUMBER - "
                           "EXEMPTION UNCHANGED **"
                   ELSE
                       PERFORM 1660-POST-TAX-EXEMPTION
                   END-IF
               END-IF
           END-IF.
       1650-END.

       1660-POST-TAX-EXEMPTION.
           MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE.
           MOVE CUS-TAX-EXEMPT-SW  TO WS-EV-SW.
           MOVE CUS-EXEMPT-CERT-NO TO WS-EV-CERT-NO.
           MOVE CUS-EXEMPT-EXPIRY  TO WS-EV-EXPIRY.
           MOVE WS-EXEMPT-VALUE    TO WS-OLD-VALUE.
           IF WS-EXEMPT-YES
               MOVE 'Y' TO CUS-TAX-EXEMPT-SW
           ELSE
               MOVE 'N' TO CUS-TAX-EXEMPT-SW
           END-IF.
           MOVE WS-CERT-ENTRY      TO CUS-EXEMPT-CERT-NO.
           MOVE WS-EXPIRY-ENTRY    TO CUS-EXEMPT-EXPIRY.
           MOVE CUS-TAX-EXEMPT-SW  TO WS-EV-SW.
           MOVE CUS-EXEMPT-CERT-NO TO WS-EV-CERT-NO.
           MOVE CUS-EXEMPT-EXPIRY  TO WS-EV-EXPIRY.
           MOVE WS-EXEMPT-VALUE    TO WS-NEW-VALUE.
           REWRITE CUSTOMER-RECORD.
           MOVE WS-MANAGER-ID TO AUD-USER.
           MOVE "EXEMPT"   TO AUD-ACTION.
           MOVE CUS-PHONE  TO AUD-PHONE.
           PERFORM 1230-WRITE-AUDIT-RECORD.
           DISPLAY "TAX EXEMPTION UPDATED".
       1660-END.

      ******************************************************************
      * 1700-PURGE-INACTIVE - walk the whole master and delete every  *
      * customer whose newest recall basket is more than a year old   *
      * (or who has never ordered). A scheduled order stamps the last *
      * order date without saving a basket, so a customer whose last  *
      * order date is inside the year is kept. One confirmation up    *
      * front, one audit line per record deleted.                     *
      ******************************************************************
       1700-PURGE-INACTIVE.
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE - 10000.
       1710-END.

       1720-PURGE-ONE-CUSTOMER.
           IF (CUS-RECALL-COUNT = 0
                   OR CUS-RB-ORDER-DATE (1) < WS-CUTOFF-DATE)
                   AND CUS-LAST-ORDER-DATE < WS-CUTOFF-DATE
               MOVE WS-OPERATOR-ID TO AUD-USER
               MOVE "PURGE"    TO AUD-ACTION
               MOVE CUS-PHONE  TO AUD-PHONE
