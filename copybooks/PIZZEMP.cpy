      ******************************************************************
      * PIZZEMP - Employee master record layout. One record per       *
      * person on the payroll - drivers, cooks, counter staff and     *
      * managers - carrying the job code the labor report groups by,  *
      * the hourly pay rate labor dollars are figured at, and an      *
      * active flag so a leaver stays on file for the pay period they *
      * worked in. A driver's record carries the driver number the    *
      * dispatcher knows them by. Edited by the manager like DRIVFILE.*
      ******************************************************************
       01 EMPLOYEE-RECORD.
           05 EMP-EMPLOYEE-NO          PIC 9(03).
           05 EMP-NAME                 PIC X(24).
           05 EMP-JOB-CODE             PIC X(01).
               88 EMP-DRIVER               VALUE 'D'.
               88 EMP-COOK                 VALUE 'K'.
               88 EMP-COUNTER              VALUE 'C'.
               88 EMP-MANAGER              VALUE 'M'.
           05 EMP-PAY-RATE             PIC 9(03)V99.
           05 EMP-ACTIVE-SW            PIC X(01).
               88 EMP-ACTIVE               VALUE 'Y'.
           05 EMP-DRIVER-NO            PIC 9(03).
