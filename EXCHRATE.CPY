      * TREASURY'S DATED EXCHANGE-RATE FILE: ONE LINE PER CURRENCY
      * PER EFFECTIVE DATE, QUOTED AS USD PER ONE UNIT OF THE
      * CURRENCY. A RUN USES, FOR EACH CODE, THE LINE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER ITS OWN RUN DATE, SO A RATE FILED
      * AHEAD OF TIME NEVER LEAKS INTO AN EARLIER NIGHT.
       05  :TAG:-EFFECTIVE-DATE         PIC X(08).
       05  :TAG:-EFFECTIVE-DATE-NUM  REDEFINES  :TAG:-EFFECTIVE-DATE
                                        PIC 9(08).
       05  :TAG:-CURRENCY               PIC X(03).
       05  :TAG:-RATE-TO-USD            PIC 9(05)V9(06).
       05  FILLER                       PIC X(58).
