      * can only charge an existing account, so this is where the     *
      * shop opens an account (with a manager authorization and a     *
      * credit limit), corrects a name or address, changes a credit   *
      * limit, records a payment on account, and keeps an exempt      *
      * buyer's sales tax exemption certificate - the payment itself  *
      * goes to the HSEPAY transaction file the nightly posting step  *
      * applies to the aging buckets, so the master is only ever      *
      * money-adjusted through one program. Every change writes a     *
           05 WS-AMOUNT-DISPLAY        PIC ZZ,ZZ9.99-.
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

       PROCEDURE DIVISION.

           DISPLAY "---------------------------------------------".
           DISPLAY "L LOOK UP          A OPEN ACCOUNT".
           DISPLAY "N NAME/ADDRESS     C CREDIT LIMIT".
           DISPLAY "P PAYMENT ON ACCT  T TAX EXEMPTION".
           DISPLAY "Q QUIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "N" PERFORM 1500-FIX-NAME-ADDRESS
               WHEN "C" PERFORM 1600-SET-CREDIT-LIMIT
               WHEN "P" PERFORM 1700-PAYMENT-ON-ACCOUNT
               WHEN "T" PERFORM 1650-SET-TAX-EXEMPTION
               WHEN "Q" MOVE 0 TO WS-RUN-FLAG
               WHEN OTHER
                   DISPLAY "** PLEASE ENTER L, A, N, C, P, T OR Q **"
           END-EVALUATE.
       1200-END.

           ELSE
               DISPLAY "LAST PAYMENT: NONE ON FILE"
           END-IF.
           IF HSE-TAX-EXEMPT
               IF HSE-EXEMPT-EXPIRY > 0
                   DISPLAY "TAX EXEMPT: CERT " HSE-EXEMPT-CERT-NO
                       " EXPIRES " HSE-EXEMPT-EXPIRY
               ELSE
                   DISPLAY "TAX EXEMPT: CERT " HSE-EXEMPT-CERT-NO
                       " NO EXPIRY"
               END-IF
           ELSE
               DISPLAY "TAX EXEMPT: NO"
           END-IF.
       1220-END.

      ******************************************************************
               MOVE 0 TO HSE-BAL-CURRENT HSE-BAL-30
                   HSE-BAL-60 HSE-BAL-90 HSE-BALANCE
               MOVE 0 TO HSE-LAST-STMT-DATE HSE-LAST-PAY-DATE
               MOVE 'N' TO HSE-TAX-EXEMPT-SW
               MOVE SPACES TO HSE-EXEMPT-CERT-NO
               MOVE 0 TO HSE-EXEMPT-EXPIRY
               WRITE HOUSE-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "** ACCOUNT " WS-ACCT-ENTRY
           END-IF.
       1600-END.

      ******************************************************************
      * 1650-SET-TAX-EXEMPTION - record the exemption certificate a   *
      * school, church or other exempt buyer hands the shop, or take  *
      * it off when it lapses. Tax not charged is tax the shop owes   *
      * if the certificate does not stand up, so it takes a manager   *
      * authorization, an exempt account must carry a certificate     *
      * number, and the audit line holds the flag, certificate and    *
      * expiry before and after.                                      *
      ******************************************************************
       1650-SET-TAX-EXEMPTION.
           PERFORM 1210-FETCH-ACCOUNT.
           IF WS-RECORD-FOUND
               PERFORM 1220-SHOW-ACCOUNT
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
           MOVE HSE-TAX-EXEMPT-SW  TO WS-EV-SW.
           MOVE HSE-EXEMPT-CERT-NO TO WS-EV-CERT-NO.
           MOVE HSE-EXEMPT-EXPIRY  TO WS-EV-EXPIRY.
           MOVE WS-EXEMPT-VALUE    TO WS-OLD-VALUE.
           IF WS-EXEMPT-YES
               MOVE 'Y' TO HSE-TAX-EXEMPT-SW
           ELSE
               MOVE 'N' TO HSE-TAX-EXEMPT-SW
           END-IF.
           MOVE WS-CERT-ENTRY      TO HSE-EXEMPT-CERT-NO.
           MOVE WS-EXPIRY-ENTRY    TO HSE-EXEMPT-EXPIRY.
           MOVE HSE-TAX-EXEMPT-SW  TO WS-EV-SW.
           MOVE HSE-EXEMPT-CERT-NO TO WS-EV-CERT-NO.
           MOVE HSE-EXEMPT-EXPIRY  TO WS-EV-EXPIRY.
           MOVE WS-EXEMPT-VALUE    TO WS-NEW-VALUE.
           REWRITE HOUSE-ACCOUNT-RECORD.
           MOVE WS-MANAGER-ID TO HAU-USER.
           MOVE "EXEMPT"  TO HAU-ACTION.
           MOVE HSE-ACCT-NO TO HAU-ACCT-NO.
           PERFORM 1230-WRITE-AUDIT-RECORD.
           DISPLAY "TAX EXEMPTION UPDATED".
       1660-END.

      ******************************************************************
      * 1700-PAYMENT-ON-ACCOUNT - take the check that came in against *
      * the account. The payment goes to the HSEPAY transaction file  *
