      * PENDING-APPROVAL QUEUE: ONE LINE PER MASTER CHANGE WAITING
      * FOR A SECOND OPERATOR. MASTER-MAINT-PGM QUEUES EVERY KEYED
      * TRANSACTION HERE, AND MASTER-APPLY-PGM QUEUES A CORRECTION
      * WHOSE AMOUNT MOVES BY MORE THAN ITS HOLD LIMIT (AS A CHANGE
      * TRANSACTION AGAINST MASTER FILE 1). THE REFERENCE - ENTRY
      * DATE, ENTRY RUN TIME AND SEQUENCE - IS WHAT THE CHECKER
      * QUOTES ON AN APPROVAL DECISION. TXN-IMAGE IS IN THE MAINTTXN
      * LAYOUT.
       05  :TAG:-REF.
           10 :TAG:-ENTRY-DATE          PIC X(08).
           10 :TAG:-ENTRY-DATE-NUM  REDEFINES  :TAG:-ENTRY-DATE
                                        PIC 9(08).
           10 :TAG:-ENTRY-TIME          PIC X(08).
           10 :TAG:-ENTRY-SEQ           PIC 9(04).
       05  :TAG:-SOURCE                 PIC X(08).
       05  :TAG:-MAKER                  PIC X(08).
       05  :TAG:-HOLD-REASON            PIC X(30).
       05  :TAG:-TXN-IMAGE              PIC X(80).
       05  FILLER                       PIC X(14).
