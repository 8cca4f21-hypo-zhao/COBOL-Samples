      * A KEYED MAINTENANCE TRANSACTION NAMES ITS FUNCTION, THE MASTER
      * IT AIMS AT, THE KEY, AND (FOR ADD AND CHANGE) THE REPLACEMENT
      * DETAIL FIELDS. THE SAME LAYOUT ARRIVES FROM THE BATCH
      * TRANSACTION FILE OR IS ASSEMBLED FROM TERMINAL PROMPTS, AND IS
      * WHAT ANY PROGRAM CUTTING TRANSACTIONS FOR MASTER-MAINT-PGM
      * MUST WRITE. OPERATOR IS THE ENTERING (MAKER) OPERATOR'S ID; A
      * BATCH FILE THAT LEAVES IT BLANK TAKES THE SUBMITTING JOB'S
      * OPERATOR-ID.
       05  :TAG:-FUNCTION               PIC X(01).
           88  :TAG:-ADD                            VALUE  "A".
           88  :TAG:-CHANGE                         VALUE  "C".
           88  :TAG:-DELETE                         VALUE  "D".
           88  :TAG:-FUNCTION-VALID                 VALUE  "A"  "C"
                                                           "D".
       05  :TAG:-FILE                   PIC X(01).
           88  :TAG:-FILE-1                         VALUE  "1".
           88  :TAG:-FILE-2                         VALUE  "2".
       05  :TAG:-KEY                    PIC X(08).
       05  :TAG:-KEY-NUM  REDEFINES  :TAG:-KEY
                                        PIC 9(08).
       05  :TAG:-AMOUNT                 PIC X(11).
       05  :TAG:-STATUS                 PIC X(01).
       05  :TAG:-DESCRIPTION            PIC X(30).
       05  :TAG:-UPDATE-DATE            PIC X(08).
       05  :TAG:-CURRENCY               PIC X(03).
       05  :TAG:-FEE                    PIC X(09).
       05  :TAG:-OPERATOR               PIC X(08).
