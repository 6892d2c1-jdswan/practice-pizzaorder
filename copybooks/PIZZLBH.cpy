      ******************************************************************
      * PIZZLBH - Labor hours log record layout. The nightly labor    *
      * report appends one record per employee who worked the day:    *
      * paired minutes on the clock and the labor dollars at their    *
      * pay rate. The pay-period extract totals these for payroll.    *
      ******************************************************************
       01 LABOR-HOURS-RECORD.
           05 LBH-DATE                 PIC 9(08).
           05 LBH-EMPLOYEE-NO          PIC 9(03).
           05 LBH-MINUTES              PIC 9(05).
           05 LBH-PAY                  PIC 9(05)V99.
           05 LBH-STORE-NO             PIC 9(03).
