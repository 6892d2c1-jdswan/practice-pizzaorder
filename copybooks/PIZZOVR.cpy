      ******************************************************************
      * PIZZOVR - Run-control override card layout. The operator puts *
      * one card on RUNOVRD for each nightly step that must be let    *
      * rerun a business date the run-control ledger already shows    *
      * complete. A step name of ALL lets every step rerun the date.  *
      * The card only counts for the business date punched on it, so  *
      * one left on the file cannot repost another night.             *
      ******************************************************************
       01 RUN-OVERRIDE-RECORD.
           05 OVR-BUS-DATE             PIC 9(08).
           05 OVR-STEP-NAME            PIC X(08).
               88 OVR-ALL-STEPS            VALUE "ALL".
           05 OVR-OPERATOR             PIC X(08).
           05 OVR-REASON               PIC X(30).
           05 FILLER                   PIC X(26).
