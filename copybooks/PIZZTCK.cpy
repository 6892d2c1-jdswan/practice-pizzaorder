      ******************************************************************
      * PIZZTCK - Time clock record layout. One record per punch at   *
      * the register's time clock: who, in or out, and the business   *
      * date and wall-clock time it was keyed. The nightly labor      *
      * report pairs each employee's ins and outs into shifts.        *
      ******************************************************************
       01 TIME-CLOCK-RECORD.
           05 TCK-EMPLOYEE-NO          PIC 9(03).
           05 TCK-EVENT                PIC X(01).
               88 TCK-CLOCK-IN             VALUE 'I'.
               88 TCK-CLOCK-OUT            VALUE 'O'.
           05 TCK-DATE                 PIC 9(08).
           05 TCK-TIME                 PIC 9(06).
