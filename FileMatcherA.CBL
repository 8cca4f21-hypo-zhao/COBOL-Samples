           SELECT  PARTITION-SUMMARY-FILE
                                    ASSIGN TO WK-DDNAME-PARTSUM
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  EXCHANGE-RATE-FILE
                                    ASSIGN TO WK-DDNAME-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  FEED-REGISTER-FILE
                                    ASSIGN TO WK-DDNAME-FEEDREG
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD INPUT-FILE-1.
              01 RUNHISTORYRECORD        PIC X(160).
           FD PARTITION-SUMMARY-FILE.
              01 PARTITIONSUMMARYRECORD  PIC X(760).
           FD EXCHANGE-RATE-FILE.
              01 EXCHANGERATERECORD      PIC X(80).
           FD FEED-REGISTER-FILE.
              01 FEEDREGISTERRECORD      PIC X(120).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "FEEDACK.TXT".
           05 WK-DDNAME-FEEDREJ          PIC X(20)
              VALUE  "FEEDREJ.TXT".
           05 WK-DDNAME-EXCHRATE         PIC X(20)
              VALUE  "EXCHRATE.TXT".
           05 WK-DDNAME-FEEDREG          PIC X(20)
              VALUE  "FEEDREG.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-RESTART-IND                PIC X(1)     VALUE  "N".

           05 FILLER                     PIC X(58).
           05 WK-INPUT3-TRANS-CODE       PIC X(1).
           05 FILLER                     PIC X(21).
      * THE FEED OPENS WITH A HEADER (KEY LOW-VALUES) AND CLOSES WITH
      * A TRAILER (KEY HIGH-VALUES), BOTH PROVED BY FEED-VERIFY-PGM
      * BEFORE THIS STEP RUNS. NEITHER TAKES PART IN THE MATCH: THE
      * HEADER IS QUOTED BACK AT THE TOP OF THE ACKNOWLEDGMENT AND THE
      * TRAILER ENDS THE FILE. A FEED WITHOUT THEM STILL MATCHES.
       01  WK-INPUT3-CTL-REC  REDEFINES  WK-INPUT3-REC.
           COPY FEEDCTL REPLACING ==:TAG:== BY ==WK-FC3==.
       01  WK-FEED-HEADER3-REC.
           COPY FEEDCTL REPLACING ==:TAG:== BY ==WK-FH3==.
       01  WK-FEEDREG-REC.
           COPY FEEDREG REPLACING ==:TAG:== BY ==WK-FRG==.
       01  WK-EOF-FEEDREG                PIC X(1)     VALUE  "N".
       01  WK-TRANS-CODE-FL3             PIC X(1)     VALUE  SPACE.
           88 WK-TRANS-ADD-FL3                        VALUE  "A".
           88 WK-TRANS-CHANGE-FL3                     VALUE  "C"  " ".
           05 FAK-TRANS-CODE             PIC X(1).
           05 FILLER                     PIC X(48)    VALUE  SPACES.

       01  FEED-ACK-HEADER-LINE.
           05 FILLER                     PIC X(12)
              VALUE  "FEED SENDER ".
           05 FAH-SENDER                 PIC X(8).
           05 FILLER                     PIC X(6)     VALUE  "  SEQ ".
           05 FAH-FEED-SEQ               PIC X(7).
           05 FILLER                     PIC X(10)
              VALUE  "  CREATED ".
           05 FAH-CREATE-DATE            PIC X(8).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 FAH-REGISTER               PIC X(27).

       01  FEED-ACK-TOTAL-LINE.
           05 FAT-LABEL                  PIC X(40).
           05 FAT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  WK-CURR-VARIANCE              PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-CURR-VARIANCE-ABS          PIC 9(13)V99 COMP  VALUE ZERO.

      * USD-EQUIVALENT CONSOLIDATION. EACH CURRENCY BUCKET IS
      * RESTATED AT TREASURY'S RATE FOR THE RUN DATE AND THE RESULTS
      * ADDED INTO ONE REPORTING-CURRENCY TOTAL. USD ITSELF (AND THE
      * BLANK LEGACY BUCKET, WHICH PREDATES CAD BUSINESS) CONVERTS AT
      * ONE WHEN TREASURY HAS NOT FILED A LINE FOR IT. ANY OTHER CODE
      * WITHOUT A RATE IS LEFT OUT OF THE TOTAL AND REPORTED AS AN
      * EXCEPTION - NEVER CONVERTED AT ZERO. THE PER-CURRENCY
      * TOLERANCE VERDICT ABOVE IS NOT AFFECTED.
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
       01  WK-USD-CURRENCY-TABLE.
           05 WK-USD-ENTRY               OCCURS  10  TIMES.
              10 WK-USD-RATE-STATUS      PIC X(1).
                 88 WK-USD-RATE-ON-FILE               VALUE  "Y".
                 88 WK-USD-RATE-BASE                  VALUE  "B".
                 88 WK-USD-RATE-MISSING               VALUE  "N".
              10 WK-USD-RATE             PIC 9(5)V9(6) COMP.
              10 WK-USD-RATE-DATE        PIC X(8).
       01  WK-USD-CONTROLS.
           05 WK-USD-AMT-IN1             PIC 9(13)V99 COMP  VALUE ZERO.
           05 WK-USD-AMT-IN2             PIC 9(13)V99 COMP  VALUE ZERO.
           05 WK-USD-CONV-WORK           PIC 9(13)V99 COMP  VALUE ZERO.
           05 WK-USD-VARIANCE            PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-USD-NO-RATE-COUNT       PIC 9(2)     COMP  VALUE ZERO.

       01  WK-AMOUNT-TOLERANCE-PARM.
           05 WK-AMOUNT-TOLERANCE-TEXT   PIC X(11)
              VALUE  "00000000000".
              10 RS-VAR-LABEL            PIC X(40).
              10 RS-VARIANCE             PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER                  PIC X(19)  VALUE  SPACES.
           05 RS-RATE-LINE.
              10 RS-RATE-LABEL           PIC X(40).
              10 RS-RATE                 PIC ZZZZ9.999999.
              10 FILLER                  PIC X(2)   VALUE  SPACES.
              10 RS-RATE-DATE            PIC X(8).
              10 FILLER                  PIC X(18)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           PERFORM  FINAL-RTN.

           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.

       INITIAL-RTN                      SECTION.
           PERFORM  INIT-CURRENCY-TABLE-RTN.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.
           PERFORM  STEP-START-RTN.

           OPEN INPUT                   INPUT-FILE-1
                                        INPUT-FILE-2
               FROM  ENVIRONMENT  "DD-RUNHISTORY"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-EXCHRATE
               FROM  ENVIRONMENT  "DD-EXCHANGE-RATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-FEEDREG
               FROM  ENVIRONMENT  "DD-FEED-REGISTER"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-RESTART-IND
               FROM  ENVIRONMENT  "RESTART"
               ON EXCEPTION  CONTINUE
                       DISPLAY  "INVALID PARTITION-ID: "
                                WK-PARTITION-ID
                       MOVE  20         TO  RETURN-CODE
                       MOVE  "Y"        TO  WK-PARTITION-MODE
                       PERFORM  STEP-START-RTN
                       PERFORM  STEP-END-RTN
                       STOP RUN
                   END-IF
                   MOVE  "Y"            TO  WK-PARTITION-MODE
                            WK-PARTITION-START-KEY  " / "
                            WK-PARTITION-END-KEY
                   MOVE  20             TO  RETURN-CODE
                   MOVE  "Y"            TO  WK-PARTITION-MODE
                   PERFORM  STEP-START-RTN
                   PERFORM  STEP-END-RTN
                   STOP RUN
               END-IF
           END-IF.
                   DISPLAY  "MATCH-MODE DELTA IS INCOMPATIBLE WITH"
                            " A PARTITION KEY RANGE"
                   MOVE  20             TO  RETURN-CODE
                   PERFORM  STEP-START-RTN
                   PERFORM  STEP-END-RTN
                   STOP RUN
               END-IF
               MOVE  "N"                TO  WK-RESTART-IND
       BARE-REREAD-FL3-RTN               SECTION.
           READ  INPUT-FILE-3           INTO  WK-INPUT3-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FL3.
           IF  (WK-EOF-FL3  NOT  =  "Y")  AND  (WK-FC3-TRAILER)  THEN
               MOVE  "Y"                 TO    WK-EOF-FL3
           END-IF.
           IF  WK-EOF-FL3  =  "Y"  THEN
               MOVE  HIGH-VALUE          TO    WK-INPUT3-KEY
           END-IF.
           PERFORM  CURRENCY-VARIANCE-RTN
               VARYING  WK-CURR-IX  FROM  1  BY  1
               UNTIL  WK-CURR-IX  >  WK-CURR-COUNT.

           IF  NOT  WK-PARTITION-RUN  THEN
               PERFORM  USD-CONSOLIDATE-RTN
           END-IF.
       VARIANCE-CHECK-RTN-EXIT.
       EXIT.

       CURRENCY-VARIANCE-RTN-EXIT.
       EXIT.

      * A PARTITION SEES ONLY ITS SLICE OF EACH BUCKET, SO LIKE THE
      * BALANCE CHECK THE CONSOLIDATION IS LEFT TO THE MERGE STEP.
       USD-CONSOLIDATE-RTN              SECTION.
           PERFORM  LOAD-RATES-RTN.

           MOVE  ZERO                   TO  WK-USD-AMT-IN1.
           MOVE  ZERO                   TO  WK-USD-AMT-IN2.
           MOVE  ZERO                   TO  WK-USD-NO-RATE-COUNT.
           PERFORM  USD-CONVERT-RTN
               VARYING  WK-CURR-IX  FROM  1  BY  1
               UNTIL  WK-CURR-IX  >  WK-CURR-COUNT.

           COMPUTE  WK-USD-VARIANCE  =
               WK-USD-AMT-IN1  -  WK-USD-AMT-IN2.
       USD-CONSOLIDATE-RTN-EXIT.
       EXIT.

      * THE WHOLE RATE FILE IS READ; FOR EACH CODE THE LINE WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE IS KEPT. A LINE
      * WITH A BAD DATE OR A ZERO OR NON-NUMERIC RATE IS PASSED OVER,
      * SO IT CAN ONLY EVER SURFACE AS A MISSING RATE.
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

       USD-CONVERT-RTN                  SECTION.
           MOVE  WK-CURR-CODE (WK-CURR-IX)  TO  WK-RATE-WORK-CODE.
           PERFORM  FIND-RATE-RTN.

           IF  WK-RATE-FOUND-IX  >  ZERO  THEN
               MOVE  "Y"                TO  WK-USD-RATE-STATUS
                                                (WK-CURR-IX)
               MOVE  WK-RATE-VALUE (WK-RATE-FOUND-IX)
                 TO  WK-USD-RATE (WK-CURR-IX)
               MOVE  WK-RATE-DATE (WK-RATE-FOUND-IX)
                 TO  WK-USD-RATE-DATE (WK-CURR-IX)
           ELSE
               IF  (WK-RATE-WORK-CODE  =  "USD")  OR
                   (WK-RATE-WORK-CODE  =  SPACES)  THEN
                   MOVE  "B"            TO  WK-USD-RATE-STATUS
                                                (WK-CURR-IX)
                   MOVE  1              TO  WK-USD-RATE (WK-CURR-IX)
                   MOVE  "BASE"         TO  WK-USD-RATE-DATE
                                                (WK-CURR-IX)
               ELSE
                   MOVE  "N"            TO  WK-USD-RATE-STATUS
                                                (WK-CURR-IX)
                   MOVE  ZERO           TO  WK-USD-RATE (WK-CURR-IX)
                   MOVE  SPACES         TO  WK-USD-RATE-DATE
                                                (WK-CURR-IX)
               END-IF
           END-IF.

           IF  WK-USD-RATE-MISSING (WK-CURR-IX)  THEN
               ADD  1                   TO  WK-USD-NO-RATE-COUNT
               MOVE  SPACES             TO  EXCEPTION-RECORD-LINE
               MOVE  "EXCH-RATE"        TO  EXC-SOURCE
               MOVE  WK-RATE-WORK-CODE  TO  EXC-PRIOR-KEY
               MOVE  WK-RUN-DATE        TO  EXC-CURRENT-KEY
               MOVE  "NO EXCHANGE RATE FOR RUN DATE"  TO  EXC-REASON
               WRITE  EXCEPTIONRECORD   FROM  EXCEPTION-RECORD-LINE
               ADD  1                   TO  WK-COUNT-EXCEPTIONS
               IF  RETURN-CODE  <  16  THEN
                   MOVE  16             TO  RETURN-CODE
               END-IF
           ELSE
               COMPUTE  WK-USD-CONV-WORK  ROUNDED  =
                   WK-CURR-AMT-IN1 (WK-CURR-IX)  *
                   WK-USD-RATE (WK-CURR-IX)
               ADD  WK-USD-CONV-WORK    TO  WK-USD-AMT-IN1
               COMPUTE  WK-USD-CONV-WORK  ROUNDED  =
                   WK-CURR-AMT-IN2 (WK-CURR-IX)  *
                   WK-USD-RATE (WK-CURR-IX)
               ADD  WK-USD-CONV-WORK    TO  WK-USD-AMT-IN2
           END-IF.
       USD-CONVERT-RTN-EXIT.
       EXIT.

       WRITE-SUMMARY-RTN                SECTION.
           WRITE  OUTPUTRECORD8         FROM  RS-TITLE-LINE.

               MOVE  "EXCEEDS TOLERANCE"  TO  RS-STATUS-TEXT
           END-IF.
           WRITE  OUTPUTRECORD8         FROM  RS-STATUS-LINE.

           PERFORM  WRITE-USD-BLOCK-RTN.
       WRITE-FINANCIAL-RTN-EXIT.
       EXIT.

       WRITE-CURRENCY-LINES-RTN-EXIT.
       EXIT.

      * THE CONSOLIDATED BLOCK SHOWS THE RATE APPLIED TO EACH BUCKET
      * (AND ITS EFFECTIVE DATE) SO FINANCE CAN TIE THE USD FIGURES
      * BACK TO THE PER-CURRENCY LINES ABOVE. A BUCKET WITH NO RATE
      * IS NAMED AND THE TOTALS ARE MARKED INCOMPLETE.
       WRITE-USD-BLOCK-RTN              SECTION.
           MOVE  "USD-EQUIVALENT CONSOLIDATION"   TO  RS-AMT-LABEL.
           WRITE  OUTPUTRECORD8         FROM  RS-AMT-LABEL.

           IF  WK-PARTITION-RUN  THEN
               MOVE  "USD CONSOLIDATION"  TO  RS-STATUS-LABEL
               MOVE  "SEE PARTITION MERGE"  TO  RS-STATUS-TEXT
               WRITE  OUTPUTRECORD8     FROM  RS-STATUS-LINE
           ELSE
               PERFORM  WRITE-USD-RATE-LINE-RTN
                   VARYING  WK-CURR-IX  FROM  1  BY  1
                   UNTIL  WK-CURR-IX  >  WK-CURR-COUNT

               MOVE  "TOTAL FILE 1 USD EQUIVALENT"  TO  RS-AMT-LABEL
               MOVE  WK-USD-AMT-IN1     TO  RS-AMOUNT
               WRITE  OUTPUTRECORD8     FROM  RS-AMOUNT-LINE

               MOVE  "TOTAL FILE 2 USD EQUIVALENT"  TO  RS-AMT-LABEL
               MOVE  WK-USD-AMT-IN2     TO  RS-AMOUNT
               WRITE  OUTPUTRECORD8     FROM  RS-AMOUNT-LINE

               MOVE  "NET VARIANCE USD EQUIVALENT"  TO  RS-VAR-LABEL
               MOVE  WK-USD-VARIANCE    TO  RS-VARIANCE
               WRITE  OUTPUTRECORD8     FROM  RS-VARIANCE-LINE

               MOVE  "USD CONSOLIDATION"  TO  RS-STATUS-LABEL
               IF  WK-USD-NO-RATE-COUNT  =  ZERO  THEN
                   MOVE  "COMPLETE"     TO  RS-STATUS-TEXT
               ELSE
                   MOVE  "INCOMPLETE - NO RATE"  TO  RS-STATUS-TEXT
               END-IF
               WRITE  OUTPUTRECORD8     FROM  RS-STATUS-LINE
           END-IF.
       WRITE-USD-BLOCK-RTN-EXIT.
       EXIT.

       WRITE-USD-RATE-LINE-RTN          SECTION.
           IF  WK-USD-RATE-MISSING (WK-CURR-IX)  THEN
               MOVE  SPACES             TO  RS-STATUS-LABEL
               STRING  "RATE TO USD CURRENCY "  DELIMITED BY  SIZE
                       WK-CURR-CODE (WK-CURR-IX)  DELIMITED BY  SIZE
                   INTO  RS-STATUS-LABEL
               MOVE  "NO RATE - EXCLUDED"  TO  RS-STATUS-TEXT
               WRITE  OUTPUTRECORD8     FROM  RS-STATUS-LINE
           ELSE
               MOVE  SPACES             TO  RS-RATE-LABEL
               STRING  "RATE TO USD CURRENCY "  DELIMITED BY  SIZE
                       WK-CURR-CODE (WK-CURR-IX)  DELIMITED BY  SIZE
                   INTO  RS-RATE-LABEL
               MOVE  WK-USD-RATE (WK-CURR-IX)       TO  RS-RATE
               MOVE  WK-USD-RATE-DATE (WK-CURR-IX)  TO  RS-RATE-DATE
               WRITE  OUTPUTRECORD8     FROM  RS-RATE-LINE
           END-IF.
       WRITE-USD-RATE-LINE-RTN-EXIT.
       EXIT.

       READ-HEADER1-RTN                 SECTION.
           READ  INPUT-FILE-1  NEXT     RECORD INTO  WK-INPUT1-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FL1.

           READ  INPUT-FILE-3           INTO  WK-INPUT3-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FL3.
           IF  (WK-EOF-FL3  NOT  =  "Y")  AND  (WK-FC3-HEADER)  THEN
               PERFORM  FEED-HEADER3-RTN
           END-IF.

      * IN PARTITION MODE THE SEQUENTIAL FEED IS SKIPPED FORWARD TO
      * THE RANGE START WITHOUT COUNTING (THOSE RECORDS BELONG TO
                   MOVE  "Y"            TO    WK-EOF-FL3
               END-IF
           END-IF.
           IF  (WK-EOF-FL3  NOT  =  "Y")  AND  (WK-FC3-TRAILER)  THEN
               MOVE  "Y"                TO    WK-EOF-FL3
           END-IF.

           IF WK-EOF-FL3  =  "Y"  THEN
              MOVE  HIGH-VALUE          TO    WK-INPUT3-KEY
       READ-FL3-RTN-EXIT.
       EXIT.

      * THE HEADER IS ACKNOWLEDGED ONCE, AT THE TOP OF THE FILE, WITH
      * THE SENDER'S OWN FEED SEQUENCE AND THE RUN THAT ACCEPTED IT ON
      * THE FEED REGISTER, THEN THE FIRST DETAIL RECORD IS READ. ON A
      * RESTART THE HEADER LINE IS ALREADY IN THE ACKNOWLEDGMENT.
       FEED-HEADER3-RTN                 SECTION.
           MOVE  WK-INPUT3-REC          TO  WK-FEED-HEADER3-REC.
           MOVE  WK-FH3-SENDER-ID       TO  FAH-SENDER.
           MOVE  WK-FH3-FEED-SEQ        TO  FAH-FEED-SEQ.
           MOVE  WK-FH3-CREATE-DATE     TO  FAH-CREATE-DATE.
           MOVE  "NOT ON FEED REGISTER" TO  FAH-REGISTER.

           MOVE  "N"                    TO  WK-EOF-FEEDREG.
           OPEN INPUT                   FEED-REGISTER-FILE.
           PERFORM  READ-FEEDREG-RTN.
           PERFORM  FIND-FEEDREG-RTN
               UNTIL  WK-EOF-FEEDREG  =  "Y".
           CLOSE                        FEED-REGISTER-FILE.

           WRITE  FEEDACKRECORD         FROM  FEED-ACK-HEADER-LINE.

           READ  INPUT-FILE-3           INTO  WK-INPUT3-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FL3.
       FEED-HEADER3-RTN-EXIT.
       EXIT.

       READ-FEEDREG-RTN                 SECTION.
           READ  FEED-REGISTER-FILE     INTO  WK-FEEDREG-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FEEDREG.
       READ-FEEDREG-RTN-EXIT.
       EXIT.

      * THE LAST REGISTER LINE FOR THE SENDER AND SEQUENCE WINS.
       FIND-FEEDREG-RTN                 SECTION.
           IF  (WK-FRG-SENDER-ID  =  WK-FH3-SENDER-ID)  AND
               (WK-FRG-FEED-SEQ  =  WK-FH3-FEED-SEQ)  THEN
               MOVE  SPACES             TO  FAH-REGISTER
               STRING  "REGISTERED "    DELIMITED BY  SIZE
                       WK-FRG-RUN-DATE  DELIMITED BY  SIZE
                       " "              DELIMITED BY  SIZE
                       WK-FRG-RUN-ID    DELIMITED BY  SIZE
                   INTO  FAH-REGISTER
           END-IF.
           PERFORM  READ-FEEDREG-RTN.
       FIND-FEEDREG-RTN-EXIT.
       EXIT.

       CAPTURE-TRANS3-RTN               SECTION.
           MOVE  WK-INPUT3-TRANS-CODE   TO  WK-TRANS-CODE-FL3.
           MOVE  SPACE                  TO  WK-INPUT3-TRANS-CODE.
           MOVE  16                     TO    RETURN-CODE.
       NON-NUMERIC-KEY-RTN-EXIT.
       EXIT.

      * EVERY STEP OF THE NIGHT APPENDS A START RECORD TO THE SHARED
      * STEP-CONTROL LOG AS IT BEGINS AND AN END RECORD, WITH ITS
      * RECORD COUNT AND RETURN CODE, AS IT FINISHES. A STEP THAT
      * ABENDS LEAVES A START WITH NO END. THE LOG IS OPENED AND CLOSED
      * AROUND EACH RECORD SO NOTHING IS LOST IF THE STEP DIES. A RUN
      * REFUSED ON ITS PARAMETERS LOGS BOTH RECORDS AT RC 20 BEFORE IT
      * STOPS, SO THE NIGHT SHOWS THE STEP AS FAILED.
       STEP-START-RTN                   SECTION.
           ACCEPT  WK-DDNAME-STEPLOG
               FROM  ENVIRONMENT  "DD-STEP-LOG"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.

           MOVE  SPACES                 TO  WK-STEP-LOG-REC.
           MOVE  "S"                    TO  WK-STP-REC-TYPE.
           MOVE  "MATCHING-PROGRAM"
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
           IF  WK-PARTITION-MODE  =  "Y"  THEN
               MOVE  WK-PARTITION-ID    TO  WK-STP-PARTITION
           END-IF.
           IF  WK-DELTA-RUN  THEN
               MOVE  "DELTA"            TO  WK-STP-PARTITION
           END-IF.
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-INPUT1-READ
                                +  WK-COUNT-INPUT2-READ
                                +  WK-COUNT-INPUT3-READ.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
