      * Certificates sold are a liability taken on and certificates  *
      * redeemed a liability worked off - they ride their own fields  *
      * so December's certificate money stops posting as December    *
      * sales. Loyalty points work the same way: points earned are a  *
      * liability taken on and points redeemed a liability worked     *
      * off, both valued at the points-per-dollar redemption rate.    *
      * Online orders prepaid to an aggregator are money due from the *
      * aggregator, not cash: the prepaid tenders and the commission  *
      * the aggregators withhold post on their own fields, so the     *
      * receivable settles at the statement net of the expense.       *
      * Comps and remakes ring at no charge, so they add nothing to   *
      * sales; the menu value of what was given away posts on its own *
      * field for the comp expense account.                           *
      ******************************************************************
       01 GL-EXTRACT-RECORD.
           05 GL-EXTRACT-DATE          PIC 9(08).
           05 GL-CERT-SOLD             PIC S9(09)V99.
           05 GL-CERT-REDEEMED         PIC S9(09)V99.
           05 GL-STORE-NO              PIC 9(03).
           05 GL-POINTS-EARNED         PIC S9(09)V99.
           05 GL-POINTS-REDEEMED       PIC S9(09)V99.
           05 GL-ONLINE-TENDERS        PIC S9(09)V99.
           05 GL-ONLINE-COMMISSION     PIC S9(09)V99.
           05 GL-COMP-AMT              PIC S9(09)V99.
