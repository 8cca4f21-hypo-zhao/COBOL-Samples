      * GENERAL-LEDGER UPLOAD RECORD, FIXED 120 BYTES. THE FILE IS ONE
      * BATCH PER CURRENCY: AN H RECORD, THE D RECORDS, AND A T RECORD
      * CARRYING THE LINE AND ENTRY COUNTS AND THE DEBIT AND CREDIT
      * TOTALS, WHICH ARE ALWAYS EQUAL. EACH ENTRY IS TWO D RECORDS
      * SHARING AN ENTRY SEQUENCE: LINE 1 THE DEBIT, LINE 2 THE CREDIT.
       05  :TAG:-REC-TYPE               PIC X(01).
           88  :TAG:-HEADER                         VALUE  "H".
           88  :TAG:-DETAIL                         VALUE  "D".
           88  :TAG:-TRAILER                        VALUE  "T".
       05  :TAG:-CURRENCY               PIC X(03).
       05  :TAG:-BODY                   PIC X(116).
       05  :TAG:-DETAIL-BODY  REDEFINES  :TAG:-BODY.
           10 :TAG:-ENTRY-SEQ           PIC 9(07).
           10 :TAG:-LINE-SEQ            PIC 9(01).
           10 :TAG:-BATCH-DATE          PIC X(08).
           10 :TAG:-SOURCE              PIC X(08).
           10 :TAG:-ACCOUNT             PIC X(12).
           10 :TAG:-DR-CR               PIC X(01).
               88  :TAG:-DEBIT                      VALUE  "D".
               88  :TAG:-CREDIT                     VALUE  "C".
           10 :TAG:-AMOUNT              PIC 9(13)V99.
           10 :TAG:-KEY                 PIC X(08).
           10 :TAG:-ENTRY-TYPE          PIC X(01).
           10 :TAG:-STATUS              PIC X(01).
           10 :TAG:-DESCRIPTION         PIC X(30).
           10 FILLER                    PIC X(24).
       05  :TAG:-HEADER-BODY  REDEFINES  :TAG:-BODY.
           10 :TAG:-HDR-BATCH-DATE      PIC X(08).
           10 :TAG:-HDR-SOURCE          PIC X(08).
           10 :TAG:-HDR-RUN-ID          PIC X(08).
           10 FILLER                    PIC X(92).
       05  :TAG:-TRAILER-BODY  REDEFINES  :TAG:-BODY.
           10 :TAG:-TRL-LINE-COUNT      PIC 9(07).
           10 :TAG:-TRL-ENTRY-COUNT     PIC 9(07).
           10 :TAG:-TRL-DEBIT-TOTAL     PIC 9(13)V99.
           10 :TAG:-TRL-CREDIT-TOTAL    PIC 9(13)V99.
           10 FILLER                    PIC X(72).
