           SELECT  OPTIONAL  RUN-HISTORY-FILE
                                    ASSIGN TO WK-DDNAME-RUNHIST
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  EXCHANGE-RATE-FILE
                                    ASSIGN TO WK-DDNAME-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD PARTSUM-IN-FILE.
              01 MERGEREPORTRECORD       PIC X(80).
           FD RUN-HISTORY-FILE.
              01 RUNHISTORYRECORD        PIC X(160).
           FD EXCHANGE-RATE-FILE.
              01 EXCHANGERATERECORD      PIC X(80).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-PARTSUM          PIC X(20)
              VALUE  "OUTPUTFILE8.TXT".
           05 WK-DDNAME-RUNHIST          PIC X(20)
              VALUE  "RUNHISTORY.TXT".
           05 WK-DDNAME-EXCHRATE         PIC X(20)
              VALUE  "EXCHRATE.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-PARTITION-COUNT-PARM.
           05 WK-PARTITION-COUNT-TEXT    PIC X(2)   VALUE  "00".
       01  WK-CURR-VARIANCE              PIC S9(13)V99 COMP VALUE ZERO.
       01  WK-CURR-VARIANCE-ABS          PIC 9(13)V99 COMP  VALUE ZERO.

      * USD-EQUIVALENT CONSOLIDATION ACROSS ALL RANGES, ON THE SAME
      * RULES AS THE SINGLE-IMAGE MATCHER: TREASURY'S LATEST RATE NOT
      * AFTER THE RUN DATE, USD AND THE BLANK LEGACY BUCKET AT ONE
      * UNLESS TREASURY SAYS OTHERWISE, AND A CODE WITH NO RATE LEFT
      * OUT OF THE TOTAL AND REPORTED - NEVER CONVERTED AT ZERO.
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

       01  PARTITION-RECAP-LINE.
           05 FILLER                     PIC X(10)
           05 ME-KEY2                    PIC X(8).
           05 FILLER                     PIC X(21)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.

           IF  WK-MERGE-FAILED  NOT  =  "Y"  THEN
           END-IF.

           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
               FROM  ENVIRONMENT  "DD-RUNHISTORY"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-EXCHRATE
               FROM  ENVIRONMENT  "DD-EXCHANGE-RATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-PARTITION-COUNT-TEXT
               FROM  ENVIRONMENT  "PARTITION-COUNT"
               ON EXCEPTION  CONTINUE
                   END-IF
               END-IF
           END-IF.

           PERFORM  USD-CONSOLIDATE-RTN.
       VARIANCE-CHECK-RTN-EXIT.
       EXIT.

       CURRENCY-VARIANCE-RTN-EXIT.
       EXIT.

      * A PRE-CURRENCY SUMMARY SET (EMPTY TABLE) IS ALL LEGACY
      * BUSINESS, SO ITS OVERALL TOTALS CARRY STRAIGHT ACROSS AT ONE.
       USD-CONSOLIDATE-RTN              SECTION.
           PERFORM  LOAD-RATES-RTN.

           MOVE  ZERO                   TO  WK-USD-AMT-IN1.
           MOVE  ZERO                   TO  WK-USD-AMT-IN2.
           MOVE  ZERO                   TO  WK-USD-NO-RATE-COUNT.
           IF  WK-CURR-COUNT  >  ZERO  THEN
               PERFORM  USD-CONVERT-RTN
                   VARYING  WK-CURR-IX  FROM  1  BY  1
                   UNTIL  WK-CURR-IX  >  WK-CURR-COUNT
           ELSE
               MOVE  WK-TOTAL-AMT-IN1   TO  WK-USD-AMT-IN1
               MOVE  WK-TOTAL-AMT-IN2   TO  WK-USD-AMT-IN2
           END-IF.

           COMPUTE  WK-USD-VARIANCE  =
               WK-USD-AMT-IN1  -  WK-USD-AMT-IN2.
       USD-CONSOLIDATE-RTN-EXIT.
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

      * A MISSING RATE RAISES THE RUN TO 16 AND COUNTS AS AN
      * EXCEPTION ON THE RUN-HISTORY LINE, THE WAY THE MATCHER'S
      * EXCEPTION FILE ENTRY DOES; THE REPORT NAMES THE CODE BELOW.
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

       WRITE-REPORT-RTN                 SECTION.
           WRITE  MERGEREPORTRECORD     FROM  RS-TITLE-LINE.

               MOVE  "EXCEEDS TOLERANCE"  TO  RS-STATUS-TEXT
           END-IF.
           WRITE  MERGEREPORTRECORD     FROM  RS-STATUS-LINE.

           PERFORM  WRITE-USD-BLOCK-RTN.
       WRITE-FINANCIAL-RTN-EXIT.
       EXIT.

       WRITE-CURRENCY-LINES-RTN-EXIT.
       EXIT.

       WRITE-USD-BLOCK-RTN              SECTION.
           MOVE  "USD-EQUIVALENT CONSOLIDATION"   TO  RS-AMT-LABEL.
           WRITE  MERGEREPORTRECORD     FROM  RS-AMT-LABEL.

           PERFORM  WRITE-USD-RATE-LINE-RTN
               VARYING  WK-CURR-IX  FROM  1  BY  1
               UNTIL  WK-CURR-IX  >  WK-CURR-COUNT.

           MOVE  "TOTAL FILE 1 USD EQUIVALENT"    TO  RS-AMT-LABEL.
           MOVE  WK-USD-AMT-IN1                   TO  RS-AMOUNT.
           WRITE  MERGEREPORTRECORD     FROM  RS-AMOUNT-LINE.

           MOVE  "TOTAL FILE 2 USD EQUIVALENT"    TO  RS-AMT-LABEL.
           MOVE  WK-USD-AMT-IN2                   TO  RS-AMOUNT.
           WRITE  MERGEREPORTRECORD     FROM  RS-AMOUNT-LINE.

           MOVE  "NET VARIANCE USD EQUIVALENT"    TO  RS-VAR-LABEL.
           MOVE  WK-USD-VARIANCE                  TO  RS-VARIANCE.
           WRITE  MERGEREPORTRECORD     FROM  RS-VARIANCE-LINE.

           MOVE  "USD CONSOLIDATION"              TO  RS-STATUS-LABEL.
           IF  WK-USD-NO-RATE-COUNT  =  ZERO  THEN
               MOVE  "COMPLETE"         TO  RS-STATUS-TEXT
           ELSE
               MOVE  "INCOMPLETE - NO RATE"  TO  RS-STATUS-TEXT
           END-IF.
           WRITE  MERGEREPORTRECORD     FROM  RS-STATUS-LINE.
       WRITE-USD-BLOCK-RTN-EXIT.
       EXIT.

       WRITE-USD-RATE-LINE-RTN          SECTION.
           IF  WK-USD-RATE-MISSING (WK-CURR-IX)  THEN
               MOVE  SPACES             TO  MERGE-ERROR-LINE
               MOVE  "NO EXCHANGE RATE FOR RUN DATE"  TO  ME-TEXT
               MOVE  WK-CURR-CODE (WK-CURR-IX)  TO  ME-KEY1
               MOVE  WK-RUN-DATE        TO  ME-KEY2
               WRITE  MERGEREPORTRECORD  FROM  MERGE-ERROR-LINE
           ELSE
               MOVE  SPACES             TO  RS-RATE-LABEL
               STRING  "RATE TO USD CURRENCY "  DELIMITED BY  SIZE
                       WK-CURR-CODE (WK-CURR-IX)  DELIMITED BY  SIZE
                   INTO  RS-RATE-LABEL
               MOVE  WK-USD-RATE (WK-CURR-IX)       TO  RS-RATE
               MOVE  WK-USD-RATE-DATE (WK-CURR-IX)  TO  RS-RATE-DATE
               WRITE  MERGEREPORTRECORD  FROM  RS-RATE-LINE
           END-IF.
       WRITE-USD-RATE-LINE-RTN-EXIT.
       EXIT.

      * THE CONSOLIDATED RUN, NOT THE INDIVIDUAL PARTITIONS, IS WHAT
      * THE TREND REPORT SHOULD SEE AS ONE NIGHT'S WORK.
       WRITE-RUN-HISTORY-RTN            SECTION.
                                        CHANGED-OUT-FILE.
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
           MOVE  "PARTITION-MERGE-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-INPUT1-READ
                                +  WK-COUNT-INPUT2-READ
                                +  WK-COUNT-INPUT3-READ.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
