       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-VALIDATE-PGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MASTER-FILE-1    ASSIGN TO WK-DDNAME-IN1
                   ORGANIZATION IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS IN1-KEY.
           SELECT  MASTER-FILE-2    ASSIGN TO WK-DDNAME-IN2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS IN2-KEY.
           SELECT  OPTIONAL  FEE-SCHEDULE-FILE
                                    ASSIGN TO WK-DDNAME-FEESCHED
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  FEE-REPORT-FILE  ASSIGN TO WK-DDNAME-REPORT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  FEE-CORRECTION-FILE  ASSIGN TO WK-DDNAME-CORR
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-FILE-1.
              01 INPUTRECORD1.
                 05 IN1-KEY              PIC X(08).
                 05 IN1-DATA             PIC X(72).
           FD MASTER-FILE-2.
              01 INPUTRECORD2.
                 05 IN2-KEY              PIC X(08).
                 05 IN2-DATA             PIC X(72).
           FD FEE-SCHEDULE-FILE.
              01 FEESCHEDULERECORD       PIC X(80).
           FD FEE-REPORT-FILE.
              01 FEEREPORTRECORD         PIC X(100).
           FD FEE-CORRECTION-FILE.
              01 FEECORRECTIONRECORD     PIC X(80).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "INPUTFILE1.TXT".
           05 WK-DDNAME-IN2              PIC X(20)
              VALUE  "INPUTFILE2.TXT".
           05 WK-DDNAME-FEESCHED         PIC X(20)
              VALUE  "FEESCHED.TXT".
           05 WK-DDNAME-REPORT           PIC X(20)
              VALUE  "FEERPT.TXT".
           05 WK-DDNAME-CORR             PIC X(20)
              VALUE  "FEECORR.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

      * EVERY DETAIL ON BOTH MASTERS IS PRICED AGAINST THE FEE
      * SCHEDULE FOR ITS STATUS AND CURRENCY AND THE STORED FEE IS
      * COMPARED WITH THE FEE IT SHOULD CARRY. A BLANK STORED FEE IS A
      * LEGACY RECORD THAT NEVER CARRIED ONE AND COMPARES AS ZERO.
      * WHEN FEE-CORRECTIONS IS Y EACH DIFFERING DETAIL ALSO GETS A
      * CHANGE TRANSACTION IN THE MASTER-MAINT-PGM LAYOUT, READY FOR
      * ITS BATCH MODE, CARRYING THE EXPECTED FEE AND STAMPED WITH THE
      * RUN DATE AS ANY MAINTENANCE CHANGE WOULD BE.
       01  WK-CORRECTIONS-SWITCH         PIC X(1)   VALUE  "N".
           88  WK-WRITE-CORRECTIONS                 VALUE  "Y".

       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).

       01  WK-SCHED-FILE-REC.
           COPY FEESCHED REPLACING ==:TAG:== BY ==WK-FS==.
       01  WK-EOF-SCHED                  PIC X(1)   VALUE  "N".

      * THE FIRST LINE FOR A STATUS AND CURRENCY WINS; A REPEAT OR A
      * LINE WITH NON-NUMERIC PRICING IS COUNTED AS IGNORED SO
      * TREASURY CAN SEE THE SCHEDULE DID NOT LOAD AS THEY FILED IT.
       01  WK-SCHED-TABLE.
           05 WK-SCHED-COUNT             PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-SCHED-ENTRY             OCCURS  50  TIMES.
              10 SC-STATUS               PIC X(1).
              10 SC-CURRENCY             PIC X(3).
              10 SC-RULE-ID              PIC X(6).
              10 SC-FLAT-FEE             PIC 9(7)V99   COMP.
              10 SC-PERCENT              PIC 9(3)V9(4) COMP.
              10 SC-MINIMUM-FEE          PIC 9(7)V99   COMP.
              10 SC-MAXIMUM-FEE          PIC 9(7)V99   COMP.
       01  WK-SCHED-IX                   PIC 9(3)   COMP  VALUE  ZERO.
       01  WK-SCHED-FOUND-IX             PIC 9(3)   COMP  VALUE  ZERO.
       01  WK-SCHED-WORK-STATUS          PIC X(1)   VALUE  SPACE.
       01  WK-SCHED-WORK-CURRENCY        PIC X(3)   VALUE  SPACES.

       01  WK-MASTER-REC.
           05 WK-MASTER-KEY              PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-MASTER==.

       01  WK-CURRENT-FILE               PIC X(1)   VALUE  "1".
       01  WK-EOF-MASTER                 PIC X(1)   VALUE  "N".
       01  WK-FIRST-RECORD               PIC X(1)   VALUE  "Y".

       01  WK-AMOUNT-AREA.
           05 WK-AMOUNT-RAW              PIC X(11).
           05 WK-AMOUNT-NUM  REDEFINES  WK-AMOUNT-RAW
                                         PIC 9(9)V99.

       01  WK-FEE-AREA.
           05 WK-FEE-RAW                 PIC X(9).
           05 WK-FEE-NUM  REDEFINES  WK-FEE-RAW
                                         PIC 9(7)V99.

       01  WK-FEE-WORK.
           05 WK-STORED-FEE              PIC 9(7)V99   COMP  VALUE ZERO.
           05 WK-EXPECTED-FEE            PIC 9(7)V99   COMP  VALUE ZERO.
           05 WK-FEE-CALC                PIC 9(11)V99  COMP  VALUE ZERO.
           05 WK-FEE-DIFF                PIC S9(9)V99  COMP  VALUE ZERO.
           05 WK-FEE-BASIS               PIC X(4)   VALUE  SPACES.
           05 WK-FEE-RESULT              PIC X(1)   VALUE  SPACE.
              88 WK-FEE-AGREES                      VALUE  "O".
              88 WK-FEE-DIFFERS                     VALUE  "D".
              88 WK-FEE-NO-RULE                     VALUE  "R".
              88 WK-FEE-UNPRICED                    VALUE  "U".

      * REVENUE IS SUBTOTALED BY MASTER, CURRENCY AND STATUS: STORED
      * FEES AS BILLED AGAINST THE SCHEDULE'S EXPECTED FEES. DETAILS
      * THAT COULD NOT BE PRICED ADD THEIR STORED FEE ONLY. ANY
      * COMBINATION PAST THE TABLE SIZE SHARES THE LAST SLOT.
       01  WK-REVENUE-TABLE.
           05 WK-REV-COUNT               PIC 9(2)   COMP  VALUE  ZERO.
           05 WK-REV-ENTRY               OCCURS  40  TIMES.
              10 RV-FILE                 PIC X(1).
              10 RV-CURRENCY             PIC X(3).
              10 RV-STATUS               PIC X(1).
              10 RV-RECORDS              PIC 9(9)      COMP.
              10 RV-STORED               PIC 9(13)V99  COMP.
              10 RV-EXPECTED             PIC 9(13)V99  COMP.
       01  WK-REV-IX                     PIC 9(2)   COMP  VALUE  ZERO.
       01  WK-REV-FOUND-IX               PIC 9(2)   COMP  VALUE  ZERO.
       01  WK-REV-DIFF                   PIC S9(13)V99 COMP VALUE ZERO.

       01  WK-CORR-REC.
           COPY MAINTTXN REPLACING ==:TAG:== BY ==WK-CORR==.

       01  WK-FEE-COUNTERS.
           05 WK-COUNT-SCHED-LOADED      PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-SCHED-IGNORED     PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-SCANNED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-AGREED            PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-DIFFERS           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-NO-RULE           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-UNPRICED          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-CORRECTIONS       PIC 9(9)   COMP  VALUE  ZERO.

       01  FEE-TITLE-LINE.
           05 FILLER                     PIC X(25)
              VALUE  "FEE VALIDATION RUN DATE".
           05 FT-RUN-DATE                PIC X(8).
           05 FILLER                     PIC X(15)
              VALUE  "  CORRECTIONS".
           05 FT-CORRECTIONS             PIC X(1).
           05 FILLER                     PIC X(51)  VALUE  SPACES.

       01  FEE-COLUMN-LINE.
           05 FILLER  PIC X(3)   VALUE  "F".
           05 FILLER  PIC X(10)  VALUE  "KEY".
           05 FILLER  PIC X(3)   VALUE  "ST".
           05 FILLER  PIC X(5)   VALUE  "CCY".
           05 FILLER  PIC X(17)  VALUE  "          AMOUNT".
           05 FILLER  PIC X(13)  VALUE  "  STORED FEE".
           05 FILLER  PIC X(13)  VALUE  "EXPECTED FEE".
           05 FILLER  PIC X(15)  VALUE  "   DIFFERENCE".
           05 FILLER  PIC X(7)   VALUE  "RULE".
           05 FILLER  PIC X(5)   VALUE  "BASIS".
           05 FILLER  PIC X(9)   VALUE  SPACES.

       01  FEE-DETAIL-LINE.
           05 FL-FILE                    PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 FL-KEY                     PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 FL-STATUS                  PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 FL-CURRENCY                PIC X(3).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 FL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 FL-STORED                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 FL-EXPECTED                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 FL-DIFF                    PIC +Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 FL-RULE                    PIC X(6).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 FL-BASIS                   PIC X(4).
           05 FILLER                     PIC X(10)  VALUE  SPACES.

       01  FEE-REVENUE-HEADER-LINE.
           05 FILLER  PIC X(3)   VALUE  "F".
           05 FILLER  PIC X(5)   VALUE  "CCY".
           05 FILLER  PIC X(3)   VALUE  "ST".
           05 FILLER  PIC X(12)  VALUE  "    RECORDS".
           05 FILLER  PIC X(21)  VALUE  "   STORED FEE TOTAL".
           05 FILLER  PIC X(21)  VALUE  " EXPECTED FEE TOTAL".
           05 FILLER  PIC X(21)  VALUE  "  STORED LESS EXPECT".
           05 FILLER  PIC X(14)  VALUE  SPACES.

       01  FEE-REVENUE-LINE.
           05 RL-FILE                    PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RL-CURRENCY                PIC X(3).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RL-STATUS                  PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RL-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 RL-STORED                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 RL-EXPECTED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 RL-DIFF                    PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(14)  VALUE  SPACES.

       01  FEE-SECTION-LINE.
           05 FS-TEXT                    PIC X(40).
           05 FILLER                     PIC X(60)  VALUE  SPACES.

       01  FEE-COUNT-LINE.
           05 FC-LABEL                   PIC X(40).
           05 FC-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(49)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  LOAD-SCHEDULE-RTN.

           MOVE  "1"                    TO  WK-CURRENT-FILE.
           PERFORM  SWEEP-MASTER1-RTN.
           MOVE  "2"                    TO  WK-CURRENT-FILE.
           PERFORM  SWEEP-MASTER2-RTN.

           PERFORM  WRITE-REVENUE-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.

           OPEN OUTPUT                  FEE-REPORT-FILE.
           IF  WK-WRITE-CORRECTIONS  THEN
               OPEN OUTPUT              FEE-CORRECTION-FILE
           END-IF.

           MOVE  WK-RUN-DATE            TO  FT-RUN-DATE.
           MOVE  WK-CORRECTIONS-SWITCH  TO  FT-CORRECTIONS.
           WRITE  FEEREPORTRECORD       FROM  FEE-TITLE-LINE.
           WRITE  FEEREPORTRECORD       FROM  FEE-COLUMN-LINE.
       INITIAL-RTN-EXIT.
       EXIT.

       GET-FILE-ASSIGNMENTS-RTN         SECTION.
           ACCEPT  WK-DDNAME-IN1
               FROM  ENVIRONMENT  "DD-INPUTFILE1"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-IN2
               FROM  ENVIRONMENT  "DD-INPUTFILE2"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-FEESCHED
               FROM  ENVIRONMENT  "DD-FEE-SCHEDULE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-REPORT
               FROM  ENVIRONMENT  "DD-FEE-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-CORR
               FROM  ENVIRONMENT  "DD-FEE-CORRECTIONS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-CORRECTIONS-SWITCH
               FROM  ENVIRONMENT  "FEE-CORRECTIONS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  NOT  WK-WRITE-CORRECTIONS  THEN
               MOVE  "N"                TO  WK-CORRECTIONS-SWITCH
           END-IF.
           MOVE  SPACES                 TO  WK-RUN-DATE.
           ACCEPT  WK-RUN-DATE
               FROM  ENVIRONMENT  "RUN-DATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-RUN-DATE-NUM  IS NOT NUMERIC  THEN
               ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD
           END-IF.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

      * AN EMPTY OR MISSING SCHEDULE LEAVES NOTHING TO PRICE AGAINST;
      * THE SWEEP STILL RUNS SO THE REVENUE SUMMARY IS PRODUCED, BUT
      * THE RUN ENDS AT 8 RATHER THAN REPORTING EVERY DETAIL AS CLEAN.
       LOAD-SCHEDULE-RTN                SECTION.
           MOVE  ZERO                   TO  WK-SCHED-COUNT.
           MOVE  "N"                    TO  WK-EOF-SCHED.
           OPEN INPUT                   FEE-SCHEDULE-FILE.
           PERFORM  READ-SCHEDULE-RTN.
           PERFORM  STORE-SCHEDULE-RTN
               UNTIL  WK-EOF-SCHED  =  "Y".
           CLOSE                        FEE-SCHEDULE-FILE.

           IF  WK-SCHED-COUNT  =  ZERO  THEN
               IF  RETURN-CODE  <  8  THEN
                   MOVE  8              TO  RETURN-CODE
               END-IF
           END-IF.
       LOAD-SCHEDULE-RTN-EXIT.
       EXIT.

       READ-SCHEDULE-RTN                SECTION.
           READ  FEE-SCHEDULE-FILE      INTO  WK-SCHED-FILE-REC
                AT END  MOVE  "Y"       TO    WK-EOF-SCHED.
       READ-SCHEDULE-RTN-EXIT.
       EXIT.

       STORE-SCHEDULE-RTN               SECTION.
           MOVE  WK-FS-STATUS-CODE      TO  WK-SCHED-WORK-STATUS.
           MOVE  WK-FS-CURRENCY         TO  WK-SCHED-WORK-CURRENCY.
           PERFORM  FIND-SCHEDULE-RTN.

           IF  (WK-FS-FLAT-FEE  IS NUMERIC)  AND
               (WK-FS-PERCENT  IS NUMERIC)  AND
               (WK-FS-MINIMUM-FEE  IS NUMERIC)  AND
               (WK-FS-MAXIMUM-FEE  IS NUMERIC)  AND
               (WK-SCHED-FOUND-IX  =  ZERO)  AND
               (WK-SCHED-COUNT  <  50)  THEN
               ADD  1                   TO  WK-SCHED-COUNT
               MOVE  WK-FS-STATUS-CODE  TO  SC-STATUS (WK-SCHED-COUNT)
               MOVE  WK-FS-CURRENCY     TO  SC-CURRENCY (WK-SCHED-COUNT)
               MOVE  WK-FS-RULE-ID      TO  SC-RULE-ID (WK-SCHED-COUNT)
               MOVE  WK-FS-FLAT-FEE     TO  SC-FLAT-FEE (WK-SCHED-COUNT)
               MOVE  WK-FS-PERCENT      TO  SC-PERCENT (WK-SCHED-COUNT)
               MOVE  WK-FS-MINIMUM-FEE
                 TO  SC-MINIMUM-FEE (WK-SCHED-COUNT)
               MOVE  WK-FS-MAXIMUM-FEE
                 TO  SC-MAXIMUM-FEE (WK-SCHED-COUNT)
               ADD  1                   TO  WK-COUNT-SCHED-LOADED
           ELSE
               ADD  1                   TO  WK-COUNT-SCHED-IGNORED
           END-IF.

           PERFORM  READ-SCHEDULE-RTN.
       STORE-SCHEDULE-RTN-EXIT.
       EXIT.

       FIND-SCHEDULE-RTN                SECTION.
           MOVE  ZERO                   TO  WK-SCHED-FOUND-IX.
           PERFORM  VARYING  WK-SCHED-IX  FROM  1  BY  1
               UNTIL  (WK-SCHED-IX  >  WK-SCHED-COUNT)
                   OR  (WK-SCHED-FOUND-IX  >  ZERO)
               IF  (SC-STATUS (WK-SCHED-IX)  =  WK-SCHED-WORK-STATUS)
                   AND  (SC-CURRENCY (WK-SCHED-IX)  =
                         WK-SCHED-WORK-CURRENCY)  THEN
                   MOVE  WK-SCHED-IX    TO  WK-SCHED-FOUND-IX
               END-IF
           END-PERFORM.
       FIND-SCHEDULE-RTN-EXIT.
       EXIT.

      * EACH MASTER IS SWEPT IN KEY ORDER, SKIPPING THE HEADER (FIRST
      * RECORD) AND THE HIGH-VALUES TRAILER, THE SAME WAY THE PURGE
      * STEP WALKS IT. NOTHING ON THE MASTER IS CHANGED HERE.
       SWEEP-MASTER1-RTN                SECTION.
           OPEN INPUT                   MASTER-FILE-1.
           MOVE  "N"                    TO  WK-EOF-MASTER.
           MOVE  "Y"                    TO  WK-FIRST-RECORD.
           PERFORM  READ-MASTER1-RTN.
           PERFORM  SWEEP-ONE1-RTN
               UNTIL  WK-EOF-MASTER  =  "Y".
           CLOSE                        MASTER-FILE-1.
       SWEEP-MASTER1-RTN-EXIT.
       EXIT.

       READ-MASTER1-RTN                 SECTION.
           READ  MASTER-FILE-1  NEXT    RECORD INTO  WK-MASTER-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER.
       READ-MASTER1-RTN-EXIT.
       EXIT.

       SWEEP-ONE1-RTN                   SECTION.
           EVALUATE  TRUE
               WHEN  WK-FIRST-RECORD  =  "Y"
                   MOVE  "N"            TO  WK-FIRST-RECORD
               WHEN  WK-MASTER-KEY  =  HIGH-VALUES
                   CONTINUE
               WHEN  OTHER
                   PERFORM  CHECK-FEE-RTN
           END-EVALUATE.
           PERFORM  READ-MASTER1-RTN.
       SWEEP-ONE1-RTN-EXIT.
       EXIT.

       SWEEP-MASTER2-RTN                SECTION.
           OPEN INPUT                   MASTER-FILE-2.
           MOVE  "N"                    TO  WK-EOF-MASTER.
           MOVE  "Y"                    TO  WK-FIRST-RECORD.
           PERFORM  READ-MASTER2-RTN.
           PERFORM  SWEEP-ONE2-RTN
               UNTIL  WK-EOF-MASTER  =  "Y".
           CLOSE                        MASTER-FILE-2.
       SWEEP-MASTER2-RTN-EXIT.
       EXIT.

       READ-MASTER2-RTN                 SECTION.
           READ  MASTER-FILE-2  NEXT    RECORD INTO  WK-MASTER-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER.
       READ-MASTER2-RTN-EXIT.
       EXIT.

       SWEEP-ONE2-RTN                   SECTION.
           EVALUATE  TRUE
               WHEN  WK-FIRST-RECORD  =  "Y"
                   MOVE  "N"            TO  WK-FIRST-RECORD
               WHEN  WK-MASTER-KEY  =  HIGH-VALUES
                   CONTINUE
               WHEN  OTHER
                   PERFORM  CHECK-FEE-RTN
           END-EVALUATE.
           PERFORM  READ-MASTER2-RTN.
       SWEEP-ONE2-RTN-EXIT.
       EXIT.

      * A DETAIL WHOSE AMOUNT OR STORED FEE IS NOT NUMERIC CANNOT BE
      * PRICED (AMTN / FEEN, THE LOAD EDIT CODES); ONE WITH NO
      * SCHEDULE LINE FOR ITS STATUS AND CURRENCY IS LISTED AS NONE.
      * BOTH ARE LISTED SO NOTHING ON THE MASTER ESCAPES THE CHECK.
       CHECK-FEE-RTN                    SECTION.
           ADD  1                       TO  WK-COUNT-SCANNED.
           MOVE  ZERO                   TO  WK-STORED-FEE.
           MOVE  ZERO                   TO  WK-EXPECTED-FEE.
           MOVE  ZERO                   TO  WK-FEE-DIFF.
           MOVE  SPACES                 TO  WK-FEE-BASIS.
           MOVE  WK-MASTER-DETAIL-STATUS-CODE
                                        TO  WK-SCHED-WORK-STATUS.
           MOVE  WK-MASTER-DETAIL-CURRENCY
                                        TO  WK-SCHED-WORK-CURRENCY.
           PERFORM  FIND-SCHEDULE-RTN.

           MOVE  WK-MASTER-DETAIL-FEE-AMOUNT  TO  WK-FEE-RAW.
           IF  WK-FEE-NUM  IS NUMERIC  THEN
               MOVE  WK-FEE-NUM         TO  WK-STORED-FEE
           END-IF.

           EVALUATE  TRUE
               WHEN  WK-MASTER-DETAIL-AMOUNT  IS NOT NUMERIC
                   MOVE  "U"            TO  WK-FEE-RESULT
                   MOVE  "AMTN"         TO  WK-FEE-BASIS
               WHEN  (WK-FEE-NUM  IS NOT NUMERIC)  AND
                     (WK-FEE-RAW  NOT  =  SPACES)
                   MOVE  "U"            TO  WK-FEE-RESULT
                   MOVE  "FEEN"         TO  WK-FEE-BASIS
               WHEN  WK-SCHED-FOUND-IX  =  ZERO
                   MOVE  "R"            TO  WK-FEE-RESULT
                   MOVE  "NONE"         TO  WK-FEE-BASIS
               WHEN  OTHER
                   PERFORM  PRICE-FEE-RTN
                   COMPUTE  WK-FEE-DIFF  =
                       WK-STORED-FEE  -  WK-EXPECTED-FEE
                   IF  WK-FEE-DIFF  =  ZERO  THEN
                       MOVE  "O"        TO  WK-FEE-RESULT
                   ELSE
                       MOVE  "D"        TO  WK-FEE-RESULT
                   END-IF
           END-EVALUATE.

           EVALUATE  TRUE
               WHEN  WK-FEE-AGREES
                   ADD  1               TO  WK-COUNT-AGREED
               WHEN  WK-FEE-DIFFERS
                   ADD  1               TO  WK-COUNT-DIFFERS
                   PERFORM  WRITE-DETAIL-RTN
                   IF  WK-WRITE-CORRECTIONS  THEN
                       PERFORM  WRITE-CORRECTION-RTN
                   END-IF
               WHEN  WK-FEE-NO-RULE
                   ADD  1               TO  WK-COUNT-NO-RULE
                   PERFORM  WRITE-DETAIL-RTN
               WHEN  OTHER
                   ADD  1               TO  WK-COUNT-UNPRICED
                   PERFORM  WRITE-DETAIL-RTN
           END-EVALUATE.

           IF  NOT  WK-FEE-AGREES  THEN
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.

           PERFORM  ADD-REVENUE-RTN.
       CHECK-FEE-RTN-EXIT.
       EXIT.

      * FLAT PLUS PERCENT, ROUNDED, THEN THE FLOOR, THEN THE CAP. THE
      * BASIS SHOWS WHICH OF THE THREE SET THE FINAL FIGURE.
       PRICE-FEE-RTN                    SECTION.
           COMPUTE  WK-FEE-CALC  ROUNDED  =
               SC-FLAT-FEE (WK-SCHED-FOUND-IX)  +
               (WK-MASTER-DETAIL-AMOUNT  *
                SC-PERCENT (WK-SCHED-FOUND-IX)  /  100).
           MOVE  "CALC"                 TO  WK-FEE-BASIS.

           IF  WK-FEE-CALC  <  SC-MINIMUM-FEE (WK-SCHED-FOUND-IX)  THEN
               MOVE  SC-MINIMUM-FEE (WK-SCHED-FOUND-IX)
                 TO  WK-FEE-CALC
               MOVE  "MIN"              TO  WK-FEE-BASIS
           END-IF.
           IF  (SC-MAXIMUM-FEE (WK-SCHED-FOUND-IX)  >  ZERO)  AND
               (WK-FEE-CALC  >  SC-MAXIMUM-FEE (WK-SCHED-FOUND-IX))
               THEN
               MOVE  SC-MAXIMUM-FEE (WK-SCHED-FOUND-IX)
                 TO  WK-FEE-CALC
               MOVE  "MAX"              TO  WK-FEE-BASIS
           END-IF.

           MOVE  WK-FEE-CALC            TO  WK-EXPECTED-FEE.
       PRICE-FEE-RTN-EXIT.
       EXIT.

       WRITE-DETAIL-RTN                 SECTION.
           MOVE  WK-CURRENT-FILE        TO  FL-FILE.
           MOVE  WK-MASTER-KEY          TO  FL-KEY.
           MOVE  WK-MASTER-DETAIL-STATUS-CODE  TO  FL-STATUS.
           MOVE  WK-MASTER-DETAIL-CURRENCY     TO  FL-CURRENCY.
           IF  WK-MASTER-DETAIL-AMOUNT  IS NUMERIC  THEN
               MOVE  WK-MASTER-DETAIL-AMOUNT   TO  FL-AMOUNT
           ELSE
               MOVE  ZERO               TO  FL-AMOUNT
           END-IF.
           MOVE  WK-STORED-FEE          TO  FL-STORED.
           MOVE  WK-EXPECTED-FEE        TO  FL-EXPECTED.
           MOVE  WK-FEE-DIFF            TO  FL-DIFF.
           IF  WK-SCHED-FOUND-IX  >  ZERO  THEN
               MOVE  SC-RULE-ID (WK-SCHED-FOUND-IX)  TO  FL-RULE
           ELSE
               MOVE  SPACES             TO  FL-RULE
           END-IF.
           MOVE  WK-FEE-BASIS           TO  FL-BASIS.
           WRITE  FEEREPORTRECORD       FROM  FEE-DETAIL-LINE.
       WRITE-DETAIL-RTN-EXIT.
       EXIT.

       WRITE-CORRECTION-RTN             SECTION.
           MOVE  SPACES                 TO  WK-CORR-REC.
           MOVE  "C"                    TO  WK-CORR-FUNCTION.
           MOVE  WK-CURRENT-FILE        TO  WK-CORR-FILE.
           MOVE  WK-MASTER-KEY          TO  WK-CORR-KEY.
           MOVE  WK-MASTER-DETAIL-AMOUNT  TO  WK-AMOUNT-NUM.
           MOVE  WK-AMOUNT-RAW          TO  WK-CORR-AMOUNT.
           MOVE  WK-MASTER-DETAIL-STATUS-CODE  TO  WK-CORR-STATUS.
           MOVE  WK-MASTER-DETAIL-DESCRIPTION  TO  WK-CORR-DESCRIPTION.
           MOVE  WK-RUN-DATE            TO  WK-CORR-UPDATE-DATE.
           MOVE  WK-MASTER-DETAIL-CURRENCY     TO  WK-CORR-CURRENCY.
           MOVE  WK-EXPECTED-FEE        TO  WK-FEE-NUM.
           MOVE  WK-FEE-RAW             TO  WK-CORR-FEE.
           WRITE  FEECORRECTIONRECORD   FROM  WK-CORR-REC.
           ADD  1                       TO  WK-COUNT-CORRECTIONS.
       WRITE-CORRECTION-RTN-EXIT.
       EXIT.

       ADD-REVENUE-RTN                  SECTION.
           MOVE  ZERO                   TO  WK-REV-FOUND-IX.
           PERFORM  VARYING  WK-REV-IX  FROM  1  BY  1
               UNTIL  (WK-REV-IX  >  WK-REV-COUNT)
                   OR  (WK-REV-FOUND-IX  >  ZERO)
               IF  (RV-FILE (WK-REV-IX)  =  WK-CURRENT-FILE)  AND
                   (RV-CURRENCY (WK-REV-IX)  =
                    WK-MASTER-DETAIL-CURRENCY)  AND
                   (RV-STATUS (WK-REV-IX)  =
                    WK-MASTER-DETAIL-STATUS-CODE)  THEN
                   MOVE  WK-REV-IX      TO  WK-REV-FOUND-IX
               END-IF
           END-PERFORM.

           IF  WK-REV-FOUND-IX  =  ZERO  THEN
               IF  WK-REV-COUNT  <  40  THEN
                   ADD  1               TO  WK-REV-COUNT
                   MOVE  WK-REV-COUNT   TO  WK-REV-FOUND-IX
                   MOVE  WK-CURRENT-FILE
                     TO  RV-FILE (WK-REV-FOUND-IX)
                   MOVE  WK-MASTER-DETAIL-CURRENCY
                     TO  RV-CURRENCY (WK-REV-FOUND-IX)
                   MOVE  WK-MASTER-DETAIL-STATUS-CODE
                     TO  RV-STATUS (WK-REV-FOUND-IX)
                   MOVE  ZERO           TO  RV-RECORDS (WK-REV-FOUND-IX)
                   MOVE  ZERO           TO  RV-STORED (WK-REV-FOUND-IX)
                   MOVE  ZERO           TO  RV-EXPECTED
                                                (WK-REV-FOUND-IX)
               ELSE
                   MOVE  40             TO  WK-REV-FOUND-IX
               END-IF
           END-IF.

           ADD  1                       TO  RV-RECORDS
                                            (WK-REV-FOUND-IX).
           ADD  WK-STORED-FEE           TO  RV-STORED
                                            (WK-REV-FOUND-IX).
           IF  WK-FEE-AGREES  OR  WK-FEE-DIFFERS  THEN
               ADD  WK-EXPECTED-FEE     TO  RV-EXPECTED
                                            (WK-REV-FOUND-IX)
           END-IF.
       ADD-REVENUE-RTN-EXIT.
       EXIT.

       WRITE-REVENUE-RTN                SECTION.
           MOVE  "FEE REVENUE BY MASTER/CURRENCY/STATUS"  TO  FS-TEXT.
           WRITE  FEEREPORTRECORD       FROM  FEE-SECTION-LINE.
           WRITE  FEEREPORTRECORD       FROM  FEE-REVENUE-HEADER-LINE.

           PERFORM  WRITE-REVENUE-LINE-RTN
               VARYING  WK-REV-IX  FROM  1  BY  1
               UNTIL  WK-REV-IX  >  WK-REV-COUNT.
       WRITE-REVENUE-RTN-EXIT.
       EXIT.

       WRITE-REVENUE-LINE-RTN           SECTION.
           MOVE  RV-FILE (WK-REV-IX)    TO  RL-FILE.
           MOVE  RV-CURRENCY (WK-REV-IX)  TO  RL-CURRENCY.
           MOVE  RV-STATUS (WK-REV-IX)  TO  RL-STATUS.
           MOVE  RV-RECORDS (WK-REV-IX)  TO  RL-RECORDS.
           MOVE  RV-STORED (WK-REV-IX)  TO  RL-STORED.
           MOVE  RV-EXPECTED (WK-REV-IX)  TO  RL-EXPECTED.
           COMPUTE  WK-REV-DIFF  =
               RV-STORED (WK-REV-IX)  -  RV-EXPECTED (WK-REV-IX).
           MOVE  WK-REV-DIFF            TO  RL-DIFF.
           WRITE  FEEREPORTRECORD       FROM  FEE-REVENUE-LINE.
       WRITE-REVENUE-LINE-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           MOVE  "SCHEDULE LINES LOADED"          TO  FC-LABEL.
           MOVE  WK-COUNT-SCHED-LOADED            TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "SCHEDULE LINES IGNORED"         TO  FC-LABEL.
           MOVE  WK-COUNT-SCHED-IGNORED           TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "DETAIL RECORDS SCANNED"         TO  FC-LABEL.
           MOVE  WK-COUNT-SCANNED                 TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "FEES AGREEING WITH SCHEDULE"    TO  FC-LABEL.
           MOVE  WK-COUNT-AGREED                  TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "FEES DIFFERING FROM SCHEDULE"   TO  FC-LABEL.
           MOVE  WK-COUNT-DIFFERS                 TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "DETAILS WITH NO SCHEDULE RULE"  TO  FC-LABEL.
           MOVE  WK-COUNT-NO-RULE                 TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "DETAILS NOT PRICEABLE"          TO  FC-LABEL.
           MOVE  WK-COUNT-UNPRICED                TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           MOVE  "CORRECTION TRANSACTIONS WRITTEN"  TO  FC-LABEL.
           MOVE  WK-COUNT-CORRECTIONS             TO  FC-COUNT.
           WRITE  FEEREPORTRECORD       FROM  FEE-COUNT-LINE.

           CLOSE                        FEE-REPORT-FILE.
           IF  WK-WRITE-CORRECTIONS  THEN
               CLOSE                    FEE-CORRECTION-FILE
           END-IF.
       FINAL-RTN-EXIT.
       EXIT.

      * EVERY STEP OF THE NIGHT APPENDS A START RECORD TO THE SHARED
      * STEP-CONTROL LOG AS IT BEGINS AND AN END RECORD, WITH ITS
      * RECORD COUNT AND RETURN CODE, AS IT FINISHES. A STEP THAT
      * ABENDS LEAVES A START WITH NO END. THE LOG IS OPENED AND CLOSED
      * AROUND EACH RECORD SO NOTHING IS LOST IF THE STEP DIES.
       STEP-START-RTN                   SECTION.
           ACCEPT  WK-DDNAME-STEPLOG
               FROM  ENVIRONMENT  "DD-STEP-LOG"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.

           MOVE  SPACES                 TO  WK-STEP-LOG-REC.
           MOVE  "S"                    TO  WK-STP-REC-TYPE.
           MOVE  "FEE-VALIDATE-PGM"
                                        TO  WK-STP-PROGRAM.
           ACCEPT  WK-STP-RUN-DATE
               FROM  ENVIRONMENT  "RUN-DATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-STP-RUN-DATE  IS NOT NUMERIC  THEN
               ACCEPT  WK-STP-RUN-DATE  FROM  DATE  YYYYMMDD
           END-IF.
           ACCEPT  WK-STP-RUN-ID
               FROM  ENVIRONMENT  "RUN-ID"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-STP-START-DATE    FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STP-START-TIME    FROM  TIME.
           MOVE  ZERO                   TO  WK-STP-RECORDS.
           MOVE  ZERO                   TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-START-RTN-EXIT.
       EXIT.

       STEP-END-RTN                     SECTION.
           MOVE  "E"                    TO  WK-STP-REC-TYPE.
           ACCEPT  WK-STP-END-DATE      FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STP-END-TIME      FROM  TIME.
           MOVE  WK-COUNT-SCANNED       TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
