      * GENERAL-LEDGER ACCOUNT MAPPING: ONE LINE PER MASTER STATUS
      * CODE AND ENTRY TYPE (P = PRINCIPAL, THE DETAIL AMOUNT; F = FEE).
      * AN INCREASE IN THAT AMOUNT FOR A RECORD OF THAT STATUS DEBITS
      * DEBIT-ACCOUNT AND CREDITS CREDIT-ACCOUNT; A DECREASE POSTS THE
      * SAME TWO ACCOUNTS WITH THE SIDES REVERSED.
       05  :TAG:-STATUS                 PIC X(01).
       05  :TAG:-ENTRY-TYPE             PIC X(01).
           88  :TAG:-PRINCIPAL                      VALUE  "P".
           88  :TAG:-FEE                            VALUE  "F".
           88  :TAG:-TYPE-VALID                     VALUE  "P"  "F".
       05  :TAG:-DEBIT-ACCOUNT          PIC X(12).
       05  :TAG:-CREDIT-ACCOUNT         PIC X(12).
       05  :TAG:-DESCRIPTION            PIC X(30).
       05  FILLER                       PIC X(24).
