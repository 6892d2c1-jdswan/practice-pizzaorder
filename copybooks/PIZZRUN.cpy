      ******************************************************************
      * PIZZRUN - Nightly run-control ledger record layout. Every     *
      * program in the nightly chain appends a record here when it    *
      * starts and another when it finishes, keyed by business date   *
      * and step (the program name), so the morning after an abend    *
      * shows which steps posted and which did not. The finish record *
      * carries the step's return code and its control totals -       *
      * records read, tickets and dollars. The latest record for a    *
      * date and step is its state: a finish at return code 4 or      *
      * under marks the date complete, and a step refused because it  *
      * was already complete logs an 'R' record and changes nothing.  *
      * A run let through on an operator override card is flagged     *
      * with the operator who gave it.                                *
      ******************************************************************
       01 RUN-CONTROL-RECORD.
           05 RUN-KEY.
               10 RUN-BUS-DATE         PIC 9(08).
               10 RUN-STEP-NAME        PIC X(08).
           05 RUN-EVENT                PIC X(01).
               88 RUN-STARTED              VALUE 'S'.
               88 RUN-FINISHED             VALUE 'F'.
               88 RUN-REFUSED              VALUE 'R'.
           05 RUN-STAMP-DATE           PIC 9(08).
           05 RUN-STAMP-TIME           PIC 9(06).
           05 RUN-RETURN-CODE          PIC 9(04).
           05 RUN-RECORDS-READ         PIC 9(07).
           05 RUN-TICKETS              PIC 9(06).
           05 RUN-DOLLARS              PIC S9(09)V99.
           05 RUN-OVERRIDE-SW          PIC X(01).
               88 RUN-OVERRIDDEN           VALUE 'Y'.
           05 RUN-OPERATOR             PIC X(08).
