      * DATA-QUALITY HISTORY, FIXED 200 BYTES, ONE LINE APPENDED PER
      * SCORECARD RUN. FOR EACH MASTER IT CARRIES THE DETAIL RECORDS
      * SWEPT AND THE NUMBER FAILING EACH CATEGORY, IN THE ORDER:
      *   1 INVALID STATUS CODE
      *   2 AMOUNT NON-NUMERIC OR ZERO
      *   3 UPDATE DATE IMPOSSIBLE OR IN THE FUTURE
      *   4 LEGACY CURRENCY BLANK
      *   5 FEE NON-NUMERIC OR LARGER THAN THE AMOUNT
      *   6 DESCRIPTION BLANK
      *   7 KEY NOT ON THE OTHER MASTER
      * THE NEXT RUN COMPARES ITSELF TO THE LATEST EARLIER NIGHT.
       05  :TAG:-NIGHT.
           10 :TAG:-RUN-DATE            PIC X(08).
           10 :TAG:-RUN-ID              PIC X(08).
       05  :TAG:-MASTER                 OCCURS  2  TIMES.
           10 :TAG:-RECORDS             PIC 9(09).
           10 :TAG:-FAILING             PIC 9(09)  OCCURS  7  TIMES.
       05  FILLER                       PIC X(40).
