      ******************************************************************
      * PIZZCNT - Physical count record layout. One record per line   *
      * on the weekly walk-in count sheet: which ingredient, how much *
      * was found on the shelf, and who counted it. A recount of the  *
      * same ingredient on the same day is simply keyed again - the   *
      * posting step takes the last count keyed for each ingredient.  *
      ******************************************************************
       01 COUNT-RECORD.
           05 CNT-DATE                 PIC 9(08).
           05 CNT-TIME                 PIC 9(06).
           05 CNT-INGREDIENT           PIC X(20).
           05 CNT-QTY                  PIC 9(05)V99.
           05 CNT-UOM                  PIC X(04).
           05 CNT-USER                 PIC X(08).
