      * INPUT-FILE-3 CONTROL RECORDS. THE FEED OPENS WITH A HEADER
      * WHOSE KEY IS LOW-VALUES AND CLOSES WITH A TRAILER WHOSE KEY IS
      * HIGH-VALUES, SO BOTH SORT OUTSIDE THE DETAIL KEY SPACE THE WAY
      * THE MASTERS' HEADER AND TRAILER DO. THE HEADER NAMES THE
      * SENDER, THE SENDER'S FEED SEQUENCE NUMBER (ONE UP PER FEED) AND
      * THE DATE THE FILE WAS CREATED; THE TRAILER CARRIES THE DETAIL
      * RECORD COUNT AND THE TOTAL OF THE DETAIL AMOUNTS.
       05  :TAG:-KEY                    PIC X(08).
           88  :TAG:-HEADER                         VALUE  LOW-VALUES.
           88  :TAG:-TRAILER                        VALUE  HIGH-VALUES.
       05  :TAG:-BODY                   PIC X(72).
       05  :TAG:-HEADER-BODY  REDEFINES  :TAG:-BODY.
           10 :TAG:-SENDER-ID           PIC X(08).
           10 :TAG:-FEED-SEQ            PIC 9(07).
           10 :TAG:-CREATE-DATE         PIC X(08).
           10 FILLER                    PIC X(49).
       05  :TAG:-TRAILER-BODY  REDEFINES  :TAG:-BODY.
           10 :TAG:-RECORD-COUNT        PIC 9(09).
           10 :TAG:-AMOUNT-TOTAL        PIC 9(13)V99.
           10 FILLER                    PIC X(48).
