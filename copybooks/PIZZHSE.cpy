      * balance split into aging buckets the monthly statement run    *
      * rolls forward, plus the credit limit the register checks      *
      * before putting another ticket on the account.                 *
      * A school, church or other exempt buyer carries its sales tax  *
      * exemption certificate number and expiry (zero if the state    *
      * issued it without one); order entry charges no tax while the  *
      * certificate is in force.                                      *
      ******************************************************************
       01 HOUSE-ACCOUNT-RECORD.
           05 HSE-ACCT-NO              PIC X(06).
           05 HSE-BALANCE              PIC S9(07)V99.
           05 HSE-LAST-STMT-DATE       PIC 9(08).
           05 HSE-LAST-PAY-DATE        PIC 9(08).
           05 HSE-TAX-EXEMPT-SW        PIC X(01).
               88 HSE-TAX-EXEMPT           VALUE 'Y'.
           05 HSE-EXEMPT-CERT-NO       PIC X(15).
           05 HSE-EXEMPT-EXPIRY        PIC 9(08).
