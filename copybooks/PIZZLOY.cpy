      ******************************************************************
      * PIZZLOY - Loyalty points control record layout. One record    *
      * holding the points earned per whole dollar of net spend, the  *
      * points that buy a dollar off (which also values points on     *
      * the books), the points a free pizza costs, and the days       *
      * without an order after which a member counts as lapsed.       *
      ******************************************************************
       01 LOYALTY-CONTROL-RECORD.
           05 LOY-EARN-RATE            PIC 9(02).
           05 LOY-PTS-PER-DOLLAR       PIC 9(03).
           05 LOY-FREE-PIZZA-PTS       PIC 9(05).
           05 LOY-LAPSE-DAYS           PIC 9(03).
