      ******************************************************************
      * PIZZPAY - Payroll hours extract record layout. One record per *
      * employee with time in the pay period: the period it covers,   *
      * who, their job code and rate, total hours worked and the      *
      * gross at their base rate. Payroll applies overtime and        *
      * deductions on its own side.                                   *
      ******************************************************************
       01 PAYROLL-EXTRACT-RECORD.
           05 PAY-PERIOD-START         PIC 9(08).
           05 PAY-PERIOD-END           PIC 9(08).
           05 PAY-EMPLOYEE-NO          PIC 9(03).
           05 PAY-NAME                 PIC X(24).
           05 PAY-JOB-CODE             PIC X(01).
           05 PAY-RATE                 PIC 9(03)V99.
           05 PAY-HOURS                PIC 9(03)V99.
           05 PAY-GROSS                PIC 9(05)V99.
           05 PAY-STORE-NO             PIC 9(03).
