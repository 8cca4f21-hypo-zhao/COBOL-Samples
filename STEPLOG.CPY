      * JOB-STEP CONTROL LOG RECORD, FIXED 120 BYTES, SHARED BY EVERY
      * STEP OF THE NIGHT. A STEP APPENDS AN S RECORD AS IT STARTS AND
      * AN E RECORD AS IT ENDS; THE E RECORD REPEATS THE START STAMP SO
      * THE TWO PAIR UP EVEN WHEN A STEP IS RUN MORE THAN ONCE IN A
      * NIGHT. PARTITION IS THE MATCHER'S PARTITION ID (DELTA FOR AN
      * INTRA-DAY DELTA MATCH) AND BLANK FOR EVERY OTHER STEP. TIMES
      * ARE HHMMSSCC AS ACCEPTED FROM THE SYSTEM CLOCK.
       05  :TAG:-REC-TYPE               PIC X(01).
           88  :TAG:-START                          VALUE  "S".
           88  :TAG:-END                            VALUE  "E".
       05  :TAG:-PROGRAM                PIC X(20).
       05  :TAG:-RUN-DATE               PIC X(08).
       05  :TAG:-RUN-ID                 PIC X(08).
       05  :TAG:-PARTITION              PIC X(08).
       05  :TAG:-START-STAMP.
           10 :TAG:-START-DATE          PIC X(08).
           10 :TAG:-START-TIME          PIC X(08).
       05  :TAG:-END-STAMP.
           10 :TAG:-END-DATE            PIC X(08).
           10 :TAG:-END-TIME            PIC X(08).
       05  :TAG:-RECORDS                PIC 9(09).
       05  :TAG:-RETURN-CODE            PIC 9(04).
       05  FILLER                       PIC X(30).
