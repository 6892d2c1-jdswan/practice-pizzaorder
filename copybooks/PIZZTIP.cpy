      ******************************************************************
      * PIZZTIP - Card tip adjustment record layout. One record each  *
      * time a signed card slip comes back and the tip written on it  *
      * is keyed against the ticket: the card tender itself is        *
      * written at ring-up for the ticket total only, and the tip is  *
      * not known until the customer signs. Keying a slip again       *
      * replaces the tip - the last record for a ticket is the tip.   *
      * The business date is the card ticket's, so a slip keyed after *
      * midnight still settles with the day it was rung.              *
      ******************************************************************
       01 TIP-RECORD.
           05 TIP-TICKET-NO            PIC 9(06).
           05 TIP-ORDER-DATE           PIC 9(08).
           05 TIP-ADJ-TIME             PIC 9(06).
           05 TIP-AMT                  PIC 9(03)V99.
           05 TIP-CARD-AMT             PIC 9(05)V99.
           05 TIP-STORE-NO             PIC 9(03).
