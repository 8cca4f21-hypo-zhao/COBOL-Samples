                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  DRILL-REPORT-FILE ASSIGN TO WK-DDNAME-DRILLRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  EXCHANGE-RATE-FILE
                                    ASSIGN TO WK-DDNAME-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CHANGED-FILE.
              01 CHANGEDRECORD           PIC X(254).
           FD DRILL-REPORT-FILE.
              01 DRILLREPORTRECORD       PIC X(100).
           FD EXCHANGE-RATE-FILE.
              01 EXCHANGERATERECORD      PIC X(80).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-CHANGED          PIC X(20)
              VALUE  "OUTPUTFILE9.TXT".
           05 WK-DDNAME-DRILLRPT         PIC X(20)
              VALUE  "DRILLRPT.TXT".
           05 WK-DDNAME-EXCHRATE         PIC X(20)
              VALUE  "EXCHRATE.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).

      * WHEN THE MATCH RUN SUMMARY SHOWS NET VARIANCE PAST TOLERANCE,
      * THIS REPORT NAMES THE KEYS DRIVING IT: EACH CHANGED RECORD'S
      * FILE-1 AMOUNT IS COMPARED AGAINST THE WINNING SOURCE (THE SAME
      * WINNING-SOURCE PARAMETER THE APPLY STEP HONORS), THE TOP-N
      * CONTRIBUTORS ARE RANKED BY ABSOLUTE USD-EQUIVALENT DIFFERENCE
      * WITH A RUNNING CUMULATIVE PERCENTAGE OF THE NET, AND THE WHOLE
      * POPULATION IS SUBTOTALED BY STATUS CODE.
       01  WK-WINNING-SOURCE             PIC X(01)  VALUE  "2".
           88  WK-FILE-2-WINS                       VALUE  "2".
           88  WK-FILE-3-WINS                       VALUE  "3".
           05 WK-NET-DIFF-TOTAL          PIC S9(13)V99 COMP  VALUE ZERO.
           05 WK-CUM-DIFF                PIC S9(13)V99 COMP  VALUE ZERO.
           05 WK-CUM-PCT                 PIC S9(4)V9   COMP  VALUE ZERO.
           05 WK-DIFF-USD                PIC S9(13)V99 COMP  VALUE ZERO.
           05 WK-DIFF-USD-ABS            PIC 9(13)V99  COMP  VALUE ZERO.
           05 WK-NET-USD-TOTAL           PIC S9(13)V99 COMP  VALUE ZERO.
       01  WK-WORK-STATUS                PIC X(1)   VALUE  SPACE.
       01  WK-WORK-CURRENCY              PIC X(3)   VALUE  SPACES.

      * RANKING IS ON THE USD EQUIVALENT OF EACH DIFFERENCE SO A CAD
      * KEY AND A USD KEY COMPETE ON THE SAME FOOTING. RATES FOLLOW
      * THE MATCHER'S RULES: TREASURY'S LATEST LINE NOT AFTER THE RUN
      * DATE, USD AND THE BLANK LEGACY BUCKET AT ONE WHEN NOT FILED.
      * A KEY WHOSE CURRENCY HAS NO RATE IS NOT RANKED AT ZERO; IT IS
      * COUNTED UNDER ITS CURRENCY AND LISTED AS AN EXCEPTION.
       01  WK-RATE-FILE-REC.
           COPY EXCHRATE REPLACING ==:TAG:== BY ==WK-XR==.
       01  WK-EOF-RATE                   PIC X(1)     VALUE  "N".
       01  WK-RATE-TABLE.
           05 WK-RATE-COUNT              PIC 9(2)     COMP  VALUE ZERO.
           05 WK-RATE-ENTRY              OCCURS  20  TIMES.
              10 WK-RATE-CODE            PIC X(3).
              10 WK-RATE-DATE            PIC X(8).
              10 WK-RATE-VALUE           PIC 9(5)V9(6) COMP.
       01  WK-RATE-IX                    PIC 9(2)     COMP  VALUE ZERO.
       01  WK-RATE-FOUND-IX              PIC 9(2)     COMP  VALUE ZERO.
       01  WK-RATE-WORK-CODE             PIC X(3)     VALUE  SPACES.
       01  WK-WORK-RATE                  PIC 9(5)V9(6) COMP VALUE ZERO.
       01  WK-WORK-RATE-STATUS           PIC X(1)     VALUE  SPACE.
           88 WK-WORK-RATE-FOUND                      VALUE  "Y".
           88 WK-WORK-RATE-MISSING                    VALUE  "N".

       01  WK-NORATE-TABLE.
           05 WK-NORATE-COUNT            PIC 9(2)   COMP  VALUE  ZERO.
           05 WK-NORATE-ENTRY            OCCURS  10  TIMES.
              10 NR-CODE                 PIC X(3).
              10 NR-RECORDS              PIC 9(9)      COMP.
       01  WK-NORATE-IX                  PIC 9(2)   COMP  VALUE  ZERO.
       01  WK-NORATE-FOUND-IX            PIC 9(2)   COMP  VALUE  ZERO.

       01  WK-DRILL-COUNTERS.
           05 WK-COUNT-CHANGED-READ      PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-RANKED            PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-COUNT-NO-RATE           PIC 9(9)   COMP  VALUE  ZERO.

      * THE TOP TABLE HOLDS THE LARGEST ABSOLUTE DIFFERENCES SEEN SO
      * FAR, IN DESCENDING ORDER; A NEW RECORD IS SLOTTED IN BY
              10 TP-AMTW                 PIC 9(9)V99   COMP.
              10 TP-DIFF                 PIC S9(10)V99 COMP.
              10 TP-DIFF-ABS             PIC 9(10)V99  COMP.
              10 TP-DIFF-USD             PIC S9(13)V99 COMP.
              10 TP-DIFF-USD-ABS         PIC 9(13)V99  COMP.
       01  WK-TOP-IX                     PIC 9(3)   COMP  VALUE  ZERO.
       01  WK-TOP-SLOT                   PIC 9(3)   COMP  VALUE  ZERO.
       01  WK-SHIFT-IX                   PIC 9(3)   COMP  VALUE  ZERO.
              10 ST-CODE                 PIC X(1).
              10 ST-RECORDS              PIC 9(9)      COMP.
              10 ST-NET-DIFF             PIC S9(13)V99 COMP.
              10 ST-NET-USD              PIC S9(13)V99 COMP.
       01  WK-STAT-IX                    PIC 9(2)   COMP  VALUE  ZERO.
       01  WK-STAT-FOUND-IX              PIC 9(2)   COMP  VALUE  ZERO.

           05 FILLER  PIC X(5)   VALUE  "CCY".
           05 FILLER  PIC X(18)  VALUE  "     FILE 1 AMOUNT".
           05 FILLER  PIC X(18)  VALUE  "     WINNER AMOUNT".
           05 FILLER  PIC X(15)  VALUE  "     DIFFERENCE".
           05 FILLER  PIC X(17)  VALUE  "   USD DIFFERENCE".
           05 FILLER  PIC X(8)   VALUE  " CUM PCT".
           05 FILLER  PIC X(1)   VALUE  SPACES.

       01  DRILL-DETAIL-LINE.
           05 DL-RANK                    PIC ZZ9.
           05 DL-AMTW                    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 DL-DIFF                    PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 DL-DIFF-USD                PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 DL-CUM-PCT                 PIC +ZZZ9.9.

       01  DRILL-STATUS-LINE.
           05 FILLER                     PIC X(7)
           05 FILLER                     PIC X(10)
              VALUE  "  NET DIF".
           05 DS-NET-DIFF                PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(6)
              VALUE  "  USD".
           05 DS-NET-USD                 PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(13)  VALUE  SPACES.

       01  DRILL-NORATE-LINE.
           05 FILLER                     PIC X(31)
              VALUE  "NO EXCHANGE RATE FOR RUN DATE".
           05 DX-RUN-DATE                PIC X(8).
           05 FILLER                     PIC X(6)
              VALUE  "  CCY".
           05 DX-CURRENCY                PIC X(3).
           05 FILLER                     PIC X(10)
              VALUE  "  RECORDS".
           05 DX-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(31)  VALUE  SPACES.

       01  DRILL-SUMMARY-LINE.
           05 DM-LABEL                   PIC X(40).
           05 DC-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(49)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  READ-CHANGED-RTN.
           PERFORM  RANK-ONE-RTN
               UNTIL  WK-EOF-CHANGED  =  "Y".
           PERFORM  WRITE-REPORT-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
               FROM  ENVIRONMENT  "DD-DRILL-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-EXCHRATE
               FROM  ENVIRONMENT  "DD-EXCHANGE-RATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           MOVE  SPACES                 TO  WK-RUN-DATE.
           ACCEPT  WK-RUN-DATE
               FROM  ENVIRONMENT  "RUN-DATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-RUN-DATE-NUM  IS NOT NUMERIC  THEN
               ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD
           END-IF.
           ACCEPT  WK-WINNING-SOURCE
               FROM  ENVIRONMENT  "WINNING-SOURCE"
               ON EXCEPTION  CONTINUE
               MOVE  ZERO               TO  TP-AMTW (WK-TOP-IX)
               MOVE  ZERO               TO  TP-DIFF (WK-TOP-IX)
               MOVE  ZERO               TO  TP-DIFF-ABS (WK-TOP-IX)
               MOVE  ZERO               TO  TP-DIFF-USD (WK-TOP-IX)
               MOVE  ZERO               TO  TP-DIFF-USD-ABS (WK-TOP-IX)
           END-PERFORM.
           PERFORM  VARYING  WK-STAT-IX  FROM  1  BY  1
               UNTIL  WK-STAT-IX  >  10
               MOVE  SPACE              TO  ST-CODE (WK-STAT-IX)
               MOVE  ZERO               TO  ST-RECORDS (WK-STAT-IX)
               MOVE  ZERO               TO  ST-NET-DIFF (WK-STAT-IX)
               MOVE  ZERO               TO  ST-NET-USD (WK-STAT-IX)
           END-PERFORM.

           PERFORM  LOAD-RATES-RTN.

           OPEN INPUT                   CHANGED-FILE.
           OPEN OUTPUT                  DRILL-REPORT-FILE.
       INITIAL-RTN-EXIT.
           END-IF.
           ADD  WK-DIFF                 TO  WK-NET-DIFF-TOTAL.

           MOVE  WK-WORK-CURRENCY       TO  WK-RATE-WORK-CODE.
           PERFORM  RECORD-RATE-RTN.
           IF  WK-WORK-RATE-MISSING  THEN
               MOVE  ZERO               TO  WK-DIFF-USD
               MOVE  ZERO               TO  WK-DIFF-USD-ABS
               PERFORM  NO-RATE-RTN
           ELSE
               COMPUTE  WK-DIFF-USD  ROUNDED  =
                   WK-DIFF  *  WK-WORK-RATE
               IF  WK-DIFF-USD  <  ZERO  THEN
                   COMPUTE  WK-DIFF-USD-ABS  =  WK-DIFF-USD  *  -1
               ELSE
                   MOVE  WK-DIFF-USD    TO  WK-DIFF-USD-ABS
               END-IF
               ADD  WK-DIFF-USD         TO  WK-NET-USD-TOTAL
           END-IF.

           PERFORM  STATUS-SUBTOTAL-RTN.
           IF  NOT  WK-WORK-RATE-MISSING  THEN
               PERFORM  INSERT-TOP-RTN
           END-IF.

           PERFORM  READ-CHANGED-RTN.
       RANK-ONE-RTN-EXIT.
                                            (WK-STAT-FOUND-IX).
           ADD  WK-DIFF                 TO  ST-NET-DIFF
                                            (WK-STAT-FOUND-IX).
           ADD  WK-DIFF-USD             TO  ST-NET-USD
                                            (WK-STAT-FOUND-IX).
       STATUS-SUBTOTAL-RTN-EXIT.
       EXIT.

       LOAD-RATES-RTN                   SECTION.
           MOVE  ZERO                   TO  WK-RATE-COUNT.
           MOVE  "N"                    TO  WK-EOF-RATE.
           OPEN INPUT                   EXCHANGE-RATE-FILE.
           PERFORM  READ-RATE-RTN.
           PERFORM  STORE-RATE-RTN
               UNTIL  WK-EOF-RATE  =  "Y".
           CLOSE                        EXCHANGE-RATE-FILE.
       LOAD-RATES-RTN-EXIT.
       EXIT.

       READ-RATE-RTN                    SECTION.
           READ  EXCHANGE-RATE-FILE     INTO  WK-RATE-FILE-REC
                AT END  MOVE  "Y"       TO    WK-EOF-RATE.
       READ-RATE-RTN-EXIT.
       EXIT.

       STORE-RATE-RTN                   SECTION.
           IF  (WK-XR-EFFECTIVE-DATE-NUM  IS NUMERIC)  AND
               (WK-XR-RATE-TO-USD  IS NUMERIC)  AND
               (WK-XR-RATE-TO-USD  >  ZERO)  AND
               (WK-XR-EFFECTIVE-DATE  NOT >  WK-RUN-DATE)  THEN
               MOVE  WK-XR-CURRENCY     TO  WK-RATE-WORK-CODE
               PERFORM  FIND-RATE-RTN
               IF  WK-RATE-FOUND-IX  =  ZERO  THEN
                   IF  WK-RATE-COUNT  <  20  THEN
                       ADD  1           TO  WK-RATE-COUNT
                       MOVE  WK-RATE-COUNT  TO  WK-RATE-FOUND-IX
                       MOVE  WK-XR-CURRENCY
                         TO  WK-RATE-CODE (WK-RATE-FOUND-IX)
                       MOVE  LOW-VALUES
                         TO  WK-RATE-DATE (WK-RATE-FOUND-IX)
                   END-IF
               END-IF
               IF  WK-RATE-FOUND-IX  >  ZERO  THEN
                   IF  WK-XR-EFFECTIVE-DATE  NOT <
                       WK-RATE-DATE (WK-RATE-FOUND-IX)  THEN
                       MOVE  WK-XR-EFFECTIVE-DATE
                         TO  WK-RATE-DATE (WK-RATE-FOUND-IX)
                       MOVE  WK-XR-RATE-TO-USD
                         TO  WK-RATE-VALUE (WK-RATE-FOUND-IX)
                   END-IF
               END-IF
           END-IF.
           PERFORM  READ-RATE-RTN.
       STORE-RATE-RTN-EXIT.
       EXIT.

       FIND-RATE-RTN                    SECTION.
           MOVE  ZERO                   TO  WK-RATE-FOUND-IX.
           PERFORM  VARYING  WK-RATE-IX  FROM  1  BY  1
               UNTIL  (WK-RATE-IX  >  WK-RATE-COUNT)
                   OR  (WK-RATE-FOUND-IX  >  ZERO)
               IF  WK-RATE-CODE (WK-RATE-IX)  =  WK-RATE-WORK-CODE
                   THEN
                   MOVE  WK-RATE-IX     TO  WK-RATE-FOUND-IX
               END-IF
           END-PERFORM.
       FIND-RATE-RTN-EXIT.
       EXIT.

       RECORD-RATE-RTN                  SECTION.
           PERFORM  FIND-RATE-RTN.
           IF  WK-RATE-FOUND-IX  >  ZERO  THEN
               MOVE  "Y"                TO  WK-WORK-RATE-STATUS
               MOVE  WK-RATE-VALUE (WK-RATE-FOUND-IX)
                 TO  WK-WORK-RATE
           ELSE
               IF  (WK-RATE-WORK-CODE  =  "USD")  OR
                   (WK-RATE-WORK-CODE  =  SPACES)  THEN
                   MOVE  "Y"            TO  WK-WORK-RATE-STATUS
                   MOVE  1              TO  WK-WORK-RATE
               ELSE
                   MOVE  "N"            TO  WK-WORK-RATE-STATUS
                   MOVE  ZERO           TO  WK-WORK-RATE
               END-IF
           END-IF.
       RECORD-RATE-RTN-EXIT.
       EXIT.

      * A CURRENCY BEYOND THE TENTH DISTINCT CODE SHARES THE LAST
      * SLOT, AS THE STATUS SUBTOTALS DO; THE COUNT STAYS WHOLE.
       NO-RATE-RTN                      SECTION.
           ADD  1                       TO  WK-COUNT-NO-RATE.
           MOVE  ZERO                   TO  WK-NORATE-FOUND-IX.
           PERFORM  VARYING  WK-NORATE-IX  FROM  1  BY  1
               UNTIL  (WK-NORATE-IX  >  WK-NORATE-COUNT)
                   OR  (WK-NORATE-FOUND-IX  >  ZERO)
               IF  NR-CODE (WK-NORATE-IX)  =  WK-RATE-WORK-CODE  THEN
                   MOVE  WK-NORATE-IX   TO  WK-NORATE-FOUND-IX
               END-IF
           END-PERFORM.

           IF  WK-NORATE-FOUND-IX  =  ZERO  THEN
               IF  WK-NORATE-COUNT  <  10  THEN
                   ADD  1               TO  WK-NORATE-COUNT
                   MOVE  WK-NORATE-COUNT  TO  WK-NORATE-FOUND-IX
                   MOVE  WK-RATE-WORK-CODE
                     TO  NR-CODE (WK-NORATE-FOUND-IX)
                   MOVE  ZERO
                     TO  NR-RECORDS (WK-NORATE-FOUND-IX)
               ELSE
                   MOVE  10             TO  WK-NORATE-FOUND-IX
               END-IF
           END-IF.

           ADD  1                       TO  NR-RECORDS
                                            (WK-NORATE-FOUND-IX).
           IF  RETURN-CODE  <  16  THEN
               MOVE  16                 TO  RETURN-CODE
           END-IF.
       NO-RATE-RTN-EXIT.
       EXIT.

       INSERT-TOP-RTN                   SECTION.
           MOVE  ZERO                   TO  WK-TOP-SLOT.
           PERFORM  VARYING  WK-TOP-IX  FROM  1  BY  1
               UNTIL  (WK-TOP-IX  >  WK-COUNT-RANKED)
                   OR  (WK-TOP-SLOT  >  ZERO)
               IF  WK-DIFF-USD-ABS  >  TP-DIFF-USD-ABS (WK-TOP-IX)
                   THEN
                   MOVE  WK-TOP-IX      TO  WK-TOP-SLOT
               END-IF
           END-PERFORM.
               MOVE  WK-AMT-WINNER      TO  TP-AMTW (WK-TOP-SLOT)
               MOVE  WK-DIFF            TO  TP-DIFF (WK-TOP-SLOT)
               MOVE  WK-DIFF-ABS        TO  TP-DIFF-ABS (WK-TOP-SLOT)
               MOVE  WK-DIFF-USD        TO  TP-DIFF-USD (WK-TOP-SLOT)
               MOVE  WK-DIFF-USD-ABS    TO  TP-DIFF-USD-ABS
                                                (WK-TOP-SLOT)
           END-IF.
       INSERT-TOP-RTN-EXIT.
       EXIT.

      * THE CUMULATIVE PERCENTAGE IS THE RUNNING SIGNED SUM OF THE
      * LISTED USD DIFFERENCES OVER THE USD NET OF ALL RANKED
      * DIFFERENCES, SO THE ANALYST CAN SEE HOW FEW KEYS EXPLAIN THE
      * WHOLE VARIANCE. A NET OF ZERO LEAVES THE COLUMN AT ZERO
      * RATHER THAN DIVIDING.
       WRITE-REPORT-RTN                 SECTION.
           MOVE  WK-DRILL-TOP-NUM       TO  DT-TOP.
           MOVE  WK-WINNING-SOURCE      TO  DT-SOURCE.
           MOVE  "NET DIFFERENCE FILE 1 LESS WINNER"  TO  DM-LABEL.
           MOVE  WK-NET-DIFF-TOTAL                TO  DM-AMOUNT.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-SUMMARY-LINE.

           MOVE  "NET DIFFERENCE USD EQUIVALENT"  TO  DM-LABEL.
           MOVE  WK-NET-USD-TOTAL                 TO  DM-AMOUNT.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-SUMMARY-LINE.

           PERFORM  WRITE-NORATE-LINE-RTN
               VARYING  WK-NORATE-IX  FROM  1  BY  1
               UNTIL  WK-NORATE-IX  >  WK-NORATE-COUNT.
           MOVE  "RECORDS NOT RANKED - NO RATE"   TO  DC-LABEL.
           MOVE  WK-COUNT-NO-RATE                 TO  DC-COUNT.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-COUNT-LINE.
       WRITE-REPORT-RTN-EXIT.
       EXIT.

       WRITE-TOP-LINE-RTN               SECTION.
           ADD  TP-DIFF-USD (WK-TOP-IX)  TO  WK-CUM-DIFF.
           IF  WK-NET-USD-TOTAL  =  ZERO  THEN
               MOVE  ZERO               TO  WK-CUM-PCT
           ELSE
               COMPUTE  WK-CUM-PCT  ROUNDED  =
                   (WK-CUM-DIFF  *  100)  /  WK-NET-USD-TOTAL
                   ON SIZE ERROR
                       MOVE  9999.9     TO  WK-CUM-PCT
               END-COMPUTE
           MOVE  TP-AMT1 (WK-TOP-IX)    TO  DL-AMT1.
           MOVE  TP-AMTW (WK-TOP-IX)    TO  DL-AMTW.
           MOVE  TP-DIFF (WK-TOP-IX)    TO  DL-DIFF.
           MOVE  TP-DIFF-USD (WK-TOP-IX)  TO  DL-DIFF-USD.
           MOVE  WK-CUM-PCT             TO  DL-CUM-PCT.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-DETAIL-LINE.
       WRITE-TOP-LINE-RTN-EXIT.
           MOVE  ST-CODE (WK-STAT-IX)   TO  DS-CODE.
           MOVE  ST-RECORDS (WK-STAT-IX)  TO  DS-RECORDS.
           MOVE  ST-NET-DIFF (WK-STAT-IX)  TO  DS-NET-DIFF.
           MOVE  ST-NET-USD (WK-STAT-IX)  TO  DS-NET-USD.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-STATUS-LINE.
       WRITE-STATUS-LINE-RTN-EXIT.
       EXIT.

       WRITE-NORATE-LINE-RTN            SECTION.
           MOVE  WK-RUN-DATE            TO  DX-RUN-DATE.
           MOVE  NR-CODE (WK-NORATE-IX)  TO  DX-CURRENCY.
           MOVE  NR-RECORDS (WK-NORATE-IX)  TO  DX-RECORDS.
           WRITE  DRILLREPORTRECORD     FROM  DRILL-NORATE-LINE.
       WRITE-NORATE-LINE-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           CLOSE                        CHANGED-FILE
                                        DRILL-REPORT-FILE.
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
           MOVE  "VARIANCE-DRILL-PGM"
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
           MOVE  WK-COUNT-CHANGED-READ  TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
