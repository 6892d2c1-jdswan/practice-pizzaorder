      ******************************************************************
      * PIZZUSL - Usage log record layout. The nightly usage run      *
      * appends one record per ingredient for the day it depleted, so *
      * the count posting step can total what the recipes say was     *
      * used between one physical count and the next.                 *
      ******************************************************************
       01 USAGE-LOG-RECORD.
           05 USL-DATE                 PIC 9(08).
           05 USL-INGREDIENT           PIC X(20).
           05 USL-USED                 PIC S9(05)V99.
           05 USL-UOM                  PIC X(04).
