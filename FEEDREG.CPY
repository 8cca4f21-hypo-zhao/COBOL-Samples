      * FEED REGISTER: ONE LINE PER INPUT-FILE-3 FEED ACCEPTED BY
      * FEED-VERIFY-PGM, APPENDED AS EACH FEED IS ACCEPTED AND NEVER
      * REWRITTEN. THE FINGERPRINT (RECORD COUNT, AMOUNT TOTAL, KEY
      * HASH AND WEIGHTED SUM) IS TAKEN OVER THE DETAIL RECORDS ONLY,
      * SO A RESENT FILE IS RECOGNIZED EVEN UNDER A NEW HEADER.
      * WEIGHTED-SUM ADDS KEY, AMOUNT AND UPDATE DATE OF EACH DETAIL
      * TIMES ITS POSITION IN THE FILE, SO THE SAME RECORDS IN A
      * DIFFERENT ORDER OR WITH ONE FIELD ALTERED DO NOT MATCH.
       05  :TAG:-SENDER-ID              PIC X(08).
       05  :TAG:-FEED-SEQ               PIC 9(07).
       05  :TAG:-CREATE-DATE            PIC X(08).
       05  :TAG:-RUN-DATE               PIC X(08).
       05  :TAG:-RUN-ID                 PIC X(08).
       05  :TAG:-RECORD-COUNT           PIC 9(09).
       05  :TAG:-AMOUNT-TOTAL           PIC 9(13)V99.
       05  :TAG:-KEY-HASH               PIC 9(15).
       05  :TAG:-WEIGHTED-SUM           PIC 9(15).
       05  FILLER                       PIC X(27).
