      * FEE SCHEDULE: ONE LINE PER STATUS CODE AND CURRENCY (BLANK
      * CURRENCY IS THE LEGACY BUCKET). THE EXPECTED FEE IS THE FLAT
      * FEE PLUS THE PERCENTAGE OF DETAIL-AMOUNT, ROUNDED TO THE CENT,
      * THEN HELD NO LOWER THAN THE MINIMUM AND - WHEN A MAXIMUM IS
      * GIVEN - NO HIGHER THAN THE MAXIMUM. A ZERO MAXIMUM MEANS NO
      * CAP. THE RULE ID IS QUOTED BACK ON EVERY LINE IT PRICES.
       05  :TAG:-STATUS-CODE            PIC X(01).
       05  :TAG:-CURRENCY               PIC X(03).
       05  :TAG:-RULE-ID                PIC X(06).
       05  :TAG:-FLAT-FEE               PIC 9(07)V99.
       05  :TAG:-PERCENT                PIC 9(03)V9(04).
       05  :TAG:-MINIMUM-FEE            PIC 9(07)V99.
       05  :TAG:-MAXIMUM-FEE            PIC 9(07)V99.
       05  FILLER                       PIC X(36).
