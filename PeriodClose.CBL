       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE-PGM.
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
           SELECT  OPTIONAL  CLOSE-BALANCE-IN-FILE
                                    ASSIGN TO WK-DDNAME-CLOSE-IN
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CLOSE-BALANCE-OUT-FILE
                                    ASSIGN TO WK-DDNAME-CLOSE-OUT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CHANGE-JOURNAL-FILE
                                    ASSIGN TO WK-DDNAME-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ROLL-FORWARD-FILE ASSIGN TO WK-DDNAME-REPORT
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
           FD CLOSE-BALANCE-IN-FILE.
              01 CLOSEBALANCEINRECORD    PIC X(80).
           FD CLOSE-BALANCE-OUT-FILE.
              01 CLOSEBALANCEOUTRECORD   PIC X(80).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
           FD ROLL-FORWARD-FILE.
              01 ROLLFORWARDRECORD       PIC X(100).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "INPUTFILE1.TXT".
           05 WK-DDNAME-IN2              PIC X(20)
              VALUE  "INPUTFILE2.TXT".
           05 WK-DDNAME-CLOSE-IN         PIC X(20)
              VALUE  "CLOSEBAL.TXT".
           05 WK-DDNAME-CLOSE-OUT        PIC X(20)
              VALUE  "CLOSEBAL-OUT.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".
           05 WK-DDNAME-REPORT           PIC X(20)
              VALUE  "ROLLFWD.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

      * THE ROLL-FORWARD PROVES, PER MASTER AND CURRENCY, THAT
      *     OPENING + PERIOD ACTIVITY = CLOSING
      * FOR RECORD COUNT, TOTAL DETAIL AMOUNT AND TOTAL FEE. OPENING
      * IS LAST PERIOD'S CLOSING-BALANCE FILE. ACTIVITY IS EVERY
      * CHANGE-JOURNAL ENTRY DATED AFTER THE OPENING PERIOD END AND ON
      * OR BEFORE THIS PERIOD END: THE BEFORE IMAGE COMES OFF ITS
      * CURRENCY'S BALANCE AND THE AFTER IMAGE GOES ON, SO A CHANGE OF
      * CURRENCY MOVES THE RECORD BETWEEN BALANCES. CLOSING IS A SWEEP
      * OF THE MASTERS THEMSELVES; ANY DIFFERENCE MEANS THE MASTER
      * MOVED BY SOMETHING THE JOURNAL DID NOT SEE (A RELOAD, A HAND
      * FIX) AND IS FLAGGED FOR SIGN-OFF. THE ACTUAL CLOSING IS WHAT
      * CARRIES FORWARD AS THE NEXT OPENING.
       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-PERIOD-END-AREA.
           05 WK-PERIOD-END              PIC X(8).
           05 WK-PERIOD-END-NUM  REDEFINES  WK-PERIOD-END
                                          PIC 9(8).
       01  WK-OPEN-PERIOD-END            PIC X(8)   VALUE  ZEROS.
       01  WK-OPENING-FOUND              PIC X(1)   VALUE  "N".

       01  WK-CLOSE-REC.
           COPY CLOSEBAL REPLACING ==:TAG:== BY ==WK-CLB==.
       01  WK-EOF-CLOSE-IN               PIC X(1)   VALUE  "N".

       01  WK-JOURNAL-REC.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.
       01  WK-EOF-JOURNAL                PIC X(1)   VALUE  "N".

       01  WK-IMAGE-REC.
           05 WK-IMG-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-IMG==.
       01  WK-IMAGE-FEE-TEXT  REDEFINES  WK-IMAGE-REC.
           05 FILLER                     PIC X(62).
           05 WK-IMG-FEE-RAW             PIC X(9).
           05 FILLER                     PIC X(9).

       01  WK-MASTER-REC.
           05 WK-MASTER-KEY              PIC X(8).
           05 FILLER                     PIC X(72).
       01  WK-EOF-MASTER                 PIC X(1)   VALUE  "N".
       01  WK-FIRST-RECORD               PIC X(1)   VALUE  "Y".

      * ACTIVITY COLUMNS, ONE PER JOURNAL ACTION IN THIS ORDER.
       01  WK-ACTIVITY-LABELS.
           05 FILLER                     PIC X(24)
              VALUE  "  MAINTENANCE ADDS".
           05 FILLER                     PIC X(24)
              VALUE  "  MAINTENANCE CHANGES".
           05 FILLER                     PIC X(24)
              VALUE  "  MAINTENANCE DELETES".
           05 FILLER                     PIC X(24)
              VALUE  "  APPLY POSTINGS".
           05 FILLER                     PIC X(24)
              VALUE  "  BACKOUT REVERSALS".
           05 FILLER                     PIC X(24)
              VALUE  "  PURGE ARCHIVALS".
       01  WK-ACTIVITY-LABEL-TABLE  REDEFINES  WK-ACTIVITY-LABELS.
           05 WK-ACTIVITY-LABEL          PIC X(24)  OCCURS  6  TIMES.

       01  WK-ACT-IX                     PIC 9(1)   COMP  VALUE  ZERO.
       01  WK-SIGN                       PIC S9(1)  COMP  VALUE  ZERO.
       01  WK-SEEK-FILE                  PIC X(1)   VALUE  SPACE.
       01  WK-SEEK-CURRENCY              PIC X(3)   VALUE  SPACES.

       01  WK-BALANCE-TABLE.
           05 WK-BAL-COUNT               PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BAL-IX                  PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BAL-FOUND-IX            PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BAL-ENTRY               OCCURS  60  TIMES.
              10 WK-BAL-FILE             PIC X(1).
              10 WK-BAL-CURRENCY         PIC X(3).
              10 WK-BAL-OPEN-CNT         PIC S9(9)     COMP.
              10 WK-BAL-OPEN-AMT         PIC S9(13)V99 COMP.
              10 WK-BAL-OPEN-FEE         PIC S9(11)V99 COMP.
              10 WK-BAL-ACTIVITY         OCCURS  6  TIMES.
                 15 WK-BAL-ACT-CNT       PIC S9(9)     COMP.
                 15 WK-BAL-ACT-AMT       PIC S9(13)V99 COMP.
                 15 WK-BAL-ACT-FEE       PIC S9(11)V99 COMP.
              10 WK-BAL-REAL-CNT         PIC S9(9)     COMP.
              10 WK-BAL-REAL-AMT         PIC S9(13)V99 COMP.
              10 WK-BAL-REAL-FEE         PIC S9(11)V99 COMP.

       01  WK-ROLL-WORK.
           05 WK-CALC-CNT                PIC S9(9)     COMP  VALUE ZERO.
           05 WK-CALC-AMT                PIC S9(13)V99 COMP  VALUE ZERO.
           05 WK-CALC-FEE                PIC S9(11)V99 COMP  VALUE ZERO.
           05 WK-DIFF-CNT                PIC S9(9)     COMP  VALUE ZERO.
           05 WK-DIFF-AMT                PIC S9(13)V99 COMP  VALUE ZERO.
           05 WK-DIFF-FEE                PIC S9(11)V99 COMP  VALUE ZERO.

       01  WK-CLOSE-COUNTERS.
           05 WK-COUNT-JRN-READ          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-JRN-BEFORE        PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-JRN-IN-PERIOD     PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-JRN-AFTER         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-JRN-UNKNOWN       PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-SWEPT             PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-NOT-NUMERIC       PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-OUT-OF-BALANCE    PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-CLOSE-WRITTEN     PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-TABLE-FULL        PIC 9(9)   COMP  VALUE  ZERO.

       01  ROLL-HEADER-LINE.
           05 FILLER                     PIC X(28)
              VALUE  "PERIOD CLOSE ROLL-FORWARD".
           05 FILLER                     PIC X(12)
              VALUE  "PERIOD END".
           05 RFH-PERIOD-END             PIC X(8).
           05 FILLER                     PIC X(16)
              VALUE  "  OPENING AS OF".
           05 RFH-OPEN-END               PIC X(8).
           05 FILLER                     PIC X(12)
              VALUE  "  RUN DATE".
           05 RFH-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(8)   VALUE  SPACES.

       01  ROLL-BLOCK-LINE.
           05 FILLER                     PIC X(12)
              VALUE  "MASTER FILE".
           05 RFB-FILE                   PIC X(1).
           05 FILLER                     PIC X(12)
              VALUE  "  CURRENCY".
           05 RFB-CURRENCY               PIC X(7).
           05 FILLER                     PIC X(11)  VALUE  SPACES.
           05 FILLER                     PIC X(5)   VALUE  "COUNT".
           05 FILLER                     PIC X(18)  VALUE  SPACES.
           05 FILLER                     PIC X(6)   VALUE  "AMOUNT".
           05 FILLER                     PIC X(17)  VALUE  SPACES.
           05 FILLER                     PIC X(3)   VALUE  "FEE".
           05 FILLER                     PIC X(8)   VALUE  SPACES.

       01  ROLL-AMOUNT-LINE.
           05 RFL-LABEL                  PIC X(24).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RFL-COUNT                  PIC +ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RFL-AMOUNT                 PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RFL-FEE                    PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 RFL-FLAG                   PIC X(16).

       01  ROLL-MESSAGE-LINE.
           05 RFM-TEXT                   PIC X(100).

       01  ROLL-SUMMARY-LINE.
           05 RFS-LABEL                  PIC X(40).
           05 RFS-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(49)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           IF  RETURN-CODE  <  20  THEN
               PERFORM  ROLL-JOURNAL-RTN
               PERFORM  SWEEP-MASTER1-RTN
               PERFORM  SWEEP-MASTER2-RTN
               MOVE  1                  TO  WK-BAL-IX
               PERFORM  STATEMENT-RTN
                   UNTIL  WK-BAL-IX  >  WK-BAL-COUNT
           END-IF.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.

           OPEN INPUT                   CLOSE-BALANCE-IN-FILE
                                        CHANGE-JOURNAL-FILE
                                        MASTER-FILE-1
                                        MASTER-FILE-2.
           OPEN OUTPUT                  CLOSE-BALANCE-OUT-FILE
                                        ROLL-FORWARD-FILE.

           PERFORM  LOAD-OPENING-RTN.

           MOVE  WK-PERIOD-END          TO  RFH-PERIOD-END.
           MOVE  WK-RUN-DATE            TO  RFH-RUN-DATE.
           IF  WK-OPENING-FOUND  =  "Y"  THEN
               MOVE  WK-OPEN-PERIOD-END  TO  RFH-OPEN-END
           ELSE
               MOVE  "NONE"             TO  RFH-OPEN-END
           END-IF.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-HEADER-LINE.

           IF  WK-OPENING-FOUND  NOT  =  "Y"  THEN
               MOVE  "NO OPENING BALANCE ON FILE - OPENING IS ZERO"
                                        TO  RFM-TEXT
               WRITE  ROLLFORWARDRECORD  FROM  ROLL-MESSAGE-LINE
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.

      * A CLOSE FOR A PERIOD THAT ENDS ON OR BEFORE THE OPENING IT
      * WOULD START FROM HAS ALREADY BEEN RUN; NOTHING IS WRITTEN.
           IF  (WK-OPENING-FOUND  =  "Y")  AND
               (WK-OPEN-PERIOD-END  NOT <  WK-PERIOD-END)  THEN
               MOVE  "PERIOD ALREADY CLOSED - OPENING NOT BEFORE END"
                                        TO  RFM-TEXT
               WRITE  ROLLFORWARDRECORD  FROM  ROLL-MESSAGE-LINE
               DISPLAY  "PERIOD ALREADY CLOSED THROUGH "
                        WK-OPEN-PERIOD-END
               MOVE  20                 TO  RETURN-CODE
           END-IF.
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
           ACCEPT  WK-DDNAME-CLOSE-IN
               FROM  ENVIRONMENT  "DD-CLOSE-BALANCE-IN"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-CLOSE-OUT
               FROM  ENVIRONMENT  "DD-CLOSE-BALANCE-OUT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-JOURNAL
               FROM  ENVIRONMENT  "DD-CHANGE-JOURNAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-REPORT
               FROM  ENVIRONMENT  "DD-ROLL-FORWARD-REPORT"
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
           MOVE  SPACES                 TO  WK-PERIOD-END.
           ACCEPT  WK-PERIOD-END
               FROM  ENVIRONMENT  "PERIOD-END"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-PERIOD-END-NUM  IS NOT NUMERIC  THEN
               MOVE  WK-RUN-DATE        TO  WK-PERIOD-END
           END-IF.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

      * THE OPENING PERIOD END IS THE LATEST ONE ON THE FILE; ALL ITS
      * LINES NORMALLY CARRY THE SAME DATE.
       LOAD-OPENING-RTN                 SECTION.
           PERFORM  READ-CLOSE-IN-RTN.
           PERFORM  STORE-OPENING-RTN
               UNTIL  WK-EOF-CLOSE-IN  =  "Y".
       LOAD-OPENING-RTN-EXIT.
       EXIT.

       READ-CLOSE-IN-RTN                SECTION.
           READ  CLOSE-BALANCE-IN-FILE  INTO  WK-CLOSE-REC
                AT END  MOVE  "Y"       TO    WK-EOF-CLOSE-IN.
       READ-CLOSE-IN-RTN-EXIT.
       EXIT.

       STORE-OPENING-RTN                SECTION.
           MOVE  "Y"                    TO  WK-OPENING-FOUND.
           IF  WK-CLB-PERIOD-END  >  WK-OPEN-PERIOD-END  THEN
               MOVE  WK-CLB-PERIOD-END  TO  WK-OPEN-PERIOD-END
           END-IF.
           MOVE  WK-CLB-FILE            TO  WK-SEEK-FILE.
           MOVE  WK-CLB-CURRENCY        TO  WK-SEEK-CURRENCY.
           PERFORM  FIND-BUCKET-RTN.
           IF  WK-BAL-FOUND-IX  >  ZERO  THEN
               IF  WK-CLB-COUNT  IS NUMERIC  THEN
                   ADD  WK-CLB-COUNT
                       TO  WK-BAL-OPEN-CNT (WK-BAL-FOUND-IX)
               END-IF
               IF  WK-CLB-AMOUNT  IS NUMERIC  THEN
                   ADD  WK-CLB-AMOUNT
                       TO  WK-BAL-OPEN-AMT (WK-BAL-FOUND-IX)
               END-IF
               IF  WK-CLB-FEE  IS NUMERIC  THEN
                   ADD  WK-CLB-FEE
                       TO  WK-BAL-OPEN-FEE (WK-BAL-FOUND-IX)
               END-IF
           END-IF.
           PERFORM  READ-CLOSE-IN-RTN.
       STORE-OPENING-RTN-EXIT.
       EXIT.

      * LOCATES THE BALANCE FOR WK-SEEK-FILE/WK-SEEK-CURRENCY, OPENING
      * A ZERO ONE WHEN IT IS NEW. A FULL TABLE LEAVES FOUND-IX ZERO
      * AND IS COUNTED; THE STATEMENT WILL NOT PROVE THAT NIGHT.
       FIND-BUCKET-RTN                  SECTION.
           MOVE  ZERO                   TO  WK-BAL-FOUND-IX.
           MOVE  1                      TO  WK-BAL-IX.
           PERFORM  SEARCH-BUCKET-RTN
               UNTIL  (WK-BAL-IX  >  WK-BAL-COUNT)
                   OR  (WK-BAL-FOUND-IX  >  ZERO).

           IF  WK-BAL-FOUND-IX  =  ZERO  THEN
               IF  WK-BAL-COUNT  <  60  THEN
                   ADD  1               TO  WK-BAL-COUNT
                   MOVE  WK-BAL-COUNT   TO  WK-BAL-FOUND-IX
                   INITIALIZE  WK-BAL-ENTRY (WK-BAL-FOUND-IX)
                   MOVE  WK-SEEK-FILE   TO
                         WK-BAL-FILE (WK-BAL-FOUND-IX)
                   MOVE  WK-SEEK-CURRENCY  TO
                         WK-BAL-CURRENCY (WK-BAL-FOUND-IX)
               ELSE
                   ADD  1               TO  WK-COUNT-TABLE-FULL
               END-IF
           END-IF.
       FIND-BUCKET-RTN-EXIT.
       EXIT.

       SEARCH-BUCKET-RTN                SECTION.
           IF  (WK-BAL-FILE (WK-BAL-IX)  =  WK-SEEK-FILE)  AND
               (WK-BAL-CURRENCY (WK-BAL-IX)  =  WK-SEEK-CURRENCY)
               THEN
               MOVE  WK-BAL-IX          TO  WK-BAL-FOUND-IX
           END-IF.
           ADD  1                       TO  WK-BAL-IX.
       SEARCH-BUCKET-RTN-EXIT.
       EXIT.

       ROLL-JOURNAL-RTN                 SECTION.
           PERFORM  READ-JOURNAL-RTN.
           PERFORM  ROLL-ENTRY-RTN
               UNTIL  WK-EOF-JOURNAL  =  "Y".
       ROLL-JOURNAL-RTN-EXIT.
       EXIT.

       READ-JOURNAL-RTN                 SECTION.
           READ  CHANGE-JOURNAL-FILE    INTO  WK-JOURNAL-REC
                AT END  MOVE  "Y"       TO    WK-EOF-JOURNAL.
           IF  WK-EOF-JOURNAL  NOT  =  "Y"  THEN
               ADD  1                   TO    WK-COUNT-JRN-READ
           END-IF.
       READ-JOURNAL-RTN-EXIT.
       EXIT.

      * AN ENTRY AFTER PERIOD END IS ALREADY ON THE MASTER THE SWEEP
      * WILL SEE, SO IT IS COUNTED AND WARNED: THE CLOSE SHOULD RUN
      * BEFORE THE FIRST NIGHT OF THE NEW PERIOD.
       ROLL-ENTRY-RTN                   SECTION.
           EVALUATE  WK-JRN-ACTION
               WHEN  "ADD"
                   MOVE  1              TO  WK-ACT-IX
               WHEN  "CHANGE"
                   MOVE  2              TO  WK-ACT-IX
               WHEN  "DELETE"
                   MOVE  3              TO  WK-ACT-IX
               WHEN  "APPLY"
                   MOVE  4              TO  WK-ACT-IX
               WHEN  "BACKOUT"
                   MOVE  5              TO  WK-ACT-IX
               WHEN  "PURGE"
                   MOVE  6              TO  WK-ACT-IX
               WHEN  OTHER
                   MOVE  ZERO           TO  WK-ACT-IX
           END-EVALUATE.

           EVALUATE  TRUE
               WHEN  WK-JRN-RUN-DATE  NOT >  WK-OPEN-PERIOD-END
                   ADD  1               TO  WK-COUNT-JRN-BEFORE
               WHEN  WK-JRN-RUN-DATE  >  WK-PERIOD-END
                   ADD  1               TO  WK-COUNT-JRN-AFTER
               WHEN  WK-ACT-IX  =  ZERO
                   ADD  1               TO  WK-COUNT-JRN-UNKNOWN
               WHEN  OTHER
                   ADD  1               TO  WK-COUNT-JRN-IN-PERIOD
                   MOVE  WK-JRN-FILE    TO  WK-SEEK-FILE
                   IF  WK-JRN-BEFORE-IMAGE  NOT  =  SPACES  THEN
                       MOVE  WK-JRN-BEFORE-IMAGE  TO  WK-IMAGE-REC
                       MOVE  -1         TO  WK-SIGN
                       PERFORM  POST-ACTIVITY-RTN
                   END-IF
                   IF  WK-JRN-AFTER-IMAGE  NOT  =  SPACES  THEN
                       MOVE  WK-JRN-AFTER-IMAGE   TO  WK-IMAGE-REC
                       MOVE  +1         TO  WK-SIGN
                       PERFORM  POST-ACTIVITY-RTN
                   END-IF
           END-EVALUATE.

           PERFORM  READ-JOURNAL-RTN.
       ROLL-ENTRY-RTN-EXIT.
       EXIT.

       POST-ACTIVITY-RTN                SECTION.
           MOVE  WK-IMG-DETAIL-CURRENCY  TO  WK-SEEK-CURRENCY.
           PERFORM  FIND-BUCKET-RTN.
           IF  WK-BAL-FOUND-IX  >  ZERO  THEN
               ADD  WK-SIGN  TO
                   WK-BAL-ACT-CNT (WK-BAL-FOUND-IX, WK-ACT-IX)
               IF  WK-IMG-DETAIL-AMOUNT  IS NUMERIC  THEN
                   COMPUTE  WK-BAL-ACT-AMT (WK-BAL-FOUND-IX, WK-ACT-IX)
                       =  WK-BAL-ACT-AMT (WK-BAL-FOUND-IX, WK-ACT-IX)
                       +  (WK-SIGN  *  WK-IMG-DETAIL-AMOUNT)
               ELSE
                   ADD  1               TO  WK-COUNT-NOT-NUMERIC
               END-IF
               IF  WK-IMG-DETAIL-FEE-AMOUNT  IS NUMERIC  THEN
                   COMPUTE  WK-BAL-ACT-FEE (WK-BAL-FOUND-IX, WK-ACT-IX)
                       =  WK-BAL-ACT-FEE (WK-BAL-FOUND-IX, WK-ACT-IX)
                       +  (WK-SIGN  *  WK-IMG-DETAIL-FEE-AMOUNT)
               ELSE
                   IF  WK-IMG-FEE-RAW  NOT  =  SPACES  THEN
                       ADD  1           TO  WK-COUNT-NOT-NUMERIC
                   END-IF
               END-IF
           END-IF.
       POST-ACTIVITY-RTN-EXIT.
       EXIT.

      * THE SWEEP SKIPS THE HEADER (FIRST RECORD) AND THE HIGH-VALUES
      * TRAILER, AS MASTER-PURGE-PGM DOES.
       SWEEP-MASTER1-RTN                SECTION.
           MOVE  "1"                    TO  WK-SEEK-FILE.
           MOVE  "N"                    TO  WK-EOF-MASTER.
           MOVE  "Y"                    TO  WK-FIRST-RECORD.
           PERFORM  READ-MASTER1-RTN.
           PERFORM  SWEEP-ONE1-RTN
               UNTIL  WK-EOF-MASTER  =  "Y".
       SWEEP-MASTER1-RTN-EXIT.
       EXIT.

       READ-MASTER1-RTN                 SECTION.
           READ  MASTER-FILE-1  NEXT    RECORD INTO  WK-MASTER-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER.
       READ-MASTER1-RTN-EXIT.
       EXIT.

       SWEEP-ONE1-RTN                   SECTION.
           PERFORM  SWEEP-RECORD-RTN.
           PERFORM  READ-MASTER1-RTN.
       SWEEP-ONE1-RTN-EXIT.
       EXIT.

       SWEEP-MASTER2-RTN                SECTION.
           MOVE  "2"                    TO  WK-SEEK-FILE.
           MOVE  "N"                    TO  WK-EOF-MASTER.
           MOVE  "Y"                    TO  WK-FIRST-RECORD.
           PERFORM  READ-MASTER2-RTN.
           PERFORM  SWEEP-ONE2-RTN
               UNTIL  WK-EOF-MASTER  =  "Y".
       SWEEP-MASTER2-RTN-EXIT.
       EXIT.

       READ-MASTER2-RTN                 SECTION.
           READ  MASTER-FILE-2  NEXT    RECORD INTO  WK-MASTER-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER.
       READ-MASTER2-RTN-EXIT.
       EXIT.

       SWEEP-ONE2-RTN                   SECTION.
           PERFORM  SWEEP-RECORD-RTN.
           PERFORM  READ-MASTER2-RTN.
       SWEEP-ONE2-RTN-EXIT.
       EXIT.

       SWEEP-RECORD-RTN                 SECTION.
           EVALUATE  TRUE
               WHEN  WK-FIRST-RECORD  =  "Y"
                   MOVE  "N"            TO  WK-FIRST-RECORD
               WHEN  WK-MASTER-KEY  =  HIGH-VALUES
                   CONTINUE
               WHEN  OTHER
                   ADD  1               TO  WK-COUNT-SWEPT
                   MOVE  WK-MASTER-REC  TO  WK-IMAGE-REC
                   MOVE  WK-IMG-DETAIL-CURRENCY  TO  WK-SEEK-CURRENCY
                   PERFORM  FIND-BUCKET-RTN
                   IF  WK-BAL-FOUND-IX  >  ZERO  THEN
                       PERFORM  ADD-ACTUAL-RTN
                   END-IF
           END-EVALUATE.
       SWEEP-RECORD-RTN-EXIT.
       EXIT.

       ADD-ACTUAL-RTN                   SECTION.
           ADD  1  TO  WK-BAL-REAL-CNT (WK-BAL-FOUND-IX).
           IF  WK-IMG-DETAIL-AMOUNT  IS NUMERIC  THEN
               ADD  WK-IMG-DETAIL-AMOUNT
                   TO  WK-BAL-REAL-AMT (WK-BAL-FOUND-IX)
           ELSE
               ADD  1                   TO  WK-COUNT-NOT-NUMERIC
           END-IF.
           IF  WK-IMG-DETAIL-FEE-AMOUNT  IS NUMERIC  THEN
               ADD  WK-IMG-DETAIL-FEE-AMOUNT
                   TO  WK-BAL-REAL-FEE (WK-BAL-FOUND-IX)
           ELSE
               IF  WK-IMG-FEE-RAW  NOT  =  SPACES  THEN
                   ADD  1               TO  WK-COUNT-NOT-NUMERIC
               END-IF
           END-IF.
       ADD-ACTUAL-RTN-EXIT.
       EXIT.

      * ONE BLOCK PER BALANCE: OPENING, EACH ACTIVITY COLUMN, COMPUTED
      * CLOSING, ACTUAL CLOSING AND THE DIFFERENCE. THE ACTUAL CLOSING
      * IS WRITTEN AS NEXT PERIOD'S OPENING.
       STATEMENT-RTN                    SECTION.
           MOVE  WK-BAL-FILE (WK-BAL-IX)  TO  RFB-FILE.
           IF  WK-BAL-CURRENCY (WK-BAL-IX)  =  SPACES  THEN
               MOVE  "(BLANK)"          TO  RFB-CURRENCY
           ELSE
               MOVE  WK-BAL-CURRENCY (WK-BAL-IX)  TO  RFB-CURRENCY
           END-IF.
           MOVE  SPACES                 TO  RFM-TEXT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-MESSAGE-LINE.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-BLOCK-LINE.

           MOVE  SPACES                 TO  RFL-FLAG.
           MOVE  "OPENING BALANCE"      TO  RFL-LABEL.
           MOVE  WK-BAL-OPEN-CNT (WK-BAL-IX)  TO  RFL-COUNT.
           MOVE  WK-BAL-OPEN-AMT (WK-BAL-IX)  TO  RFL-AMOUNT.
           MOVE  WK-BAL-OPEN-FEE (WK-BAL-IX)  TO  RFL-FEE.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-AMOUNT-LINE.

           MOVE  WK-BAL-OPEN-CNT (WK-BAL-IX)  TO  WK-CALC-CNT.
           MOVE  WK-BAL-OPEN-AMT (WK-BAL-IX)  TO  WK-CALC-AMT.
           MOVE  WK-BAL-OPEN-FEE (WK-BAL-IX)  TO  WK-CALC-FEE.
           MOVE  1                      TO  WK-ACT-IX.
           PERFORM  STATEMENT-ACTIVITY-RTN
               UNTIL  WK-ACT-IX  >  6.

           MOVE  "COMPUTED CLOSING"     TO  RFL-LABEL.
           MOVE  WK-CALC-CNT            TO  RFL-COUNT.
           MOVE  WK-CALC-AMT            TO  RFL-AMOUNT.
           MOVE  WK-CALC-FEE            TO  RFL-FEE.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-AMOUNT-LINE.

           MOVE  "ACTUAL CLOSING"       TO  RFL-LABEL.
           MOVE  WK-BAL-REAL-CNT (WK-BAL-IX)  TO  RFL-COUNT.
           MOVE  WK-BAL-REAL-AMT (WK-BAL-IX)  TO  RFL-AMOUNT.
           MOVE  WK-BAL-REAL-FEE (WK-BAL-IX)  TO  RFL-FEE.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-AMOUNT-LINE.

           COMPUTE  WK-DIFF-CNT  =  WK-BAL-REAL-CNT (WK-BAL-IX)
                                 -  WK-CALC-CNT.
           COMPUTE  WK-DIFF-AMT  =  WK-BAL-REAL-AMT (WK-BAL-IX)
                                 -  WK-CALC-AMT.
           COMPUTE  WK-DIFF-FEE  =  WK-BAL-REAL-FEE (WK-BAL-IX)
                                 -  WK-CALC-FEE.
           MOVE  "DIFFERENCE"           TO  RFL-LABEL.
           MOVE  WK-DIFF-CNT            TO  RFL-COUNT.
           MOVE  WK-DIFF-AMT            TO  RFL-AMOUNT.
           MOVE  WK-DIFF-FEE            TO  RFL-FEE.
           IF  (WK-DIFF-CNT  =  ZERO)  AND  (WK-DIFF-AMT  =  ZERO)
               AND  (WK-DIFF-FEE  =  ZERO)  THEN
               MOVE  "IN BALANCE"       TO  RFL-FLAG
           ELSE
               MOVE  "*** OUT OF BAL"   TO  RFL-FLAG
               ADD  1                   TO  WK-COUNT-OUT-OF-BALANCE
               IF  RETURN-CODE  <  12  THEN
                   MOVE  12             TO  RETURN-CODE
               END-IF
           END-IF.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-AMOUNT-LINE.

           IF  (WK-BAL-REAL-CNT (WK-BAL-IX)  NOT  =  ZERO)  OR
               (WK-BAL-REAL-AMT (WK-BAL-IX)  NOT  =  ZERO)  OR
               (WK-BAL-REAL-FEE (WK-BAL-IX)  NOT  =  ZERO)  THEN
               PERFORM  WRITE-CLOSING-RTN
           END-IF.

           ADD  1                       TO  WK-BAL-IX.
       STATEMENT-RTN-EXIT.
       EXIT.

       STATEMENT-ACTIVITY-RTN           SECTION.
           MOVE  SPACES                 TO  RFL-FLAG.
           MOVE  WK-ACTIVITY-LABEL (WK-ACT-IX)  TO  RFL-LABEL.
           MOVE  WK-BAL-ACT-CNT (WK-BAL-IX, WK-ACT-IX)  TO  RFL-COUNT.
           MOVE  WK-BAL-ACT-AMT (WK-BAL-IX, WK-ACT-IX)  TO  RFL-AMOUNT.
           MOVE  WK-BAL-ACT-FEE (WK-BAL-IX, WK-ACT-IX)  TO  RFL-FEE.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-AMOUNT-LINE.

           ADD  WK-BAL-ACT-CNT (WK-BAL-IX, WK-ACT-IX)  TO  WK-CALC-CNT.
           ADD  WK-BAL-ACT-AMT (WK-BAL-IX, WK-ACT-IX)  TO  WK-CALC-AMT.
           ADD  WK-BAL-ACT-FEE (WK-BAL-IX, WK-ACT-IX)  TO  WK-CALC-FEE.
           ADD  1                       TO  WK-ACT-IX.
       STATEMENT-ACTIVITY-RTN-EXIT.
       EXIT.

       WRITE-CLOSING-RTN                SECTION.
           MOVE  SPACES                 TO  WK-CLOSE-REC.
           MOVE  WK-BAL-FILE (WK-BAL-IX)      TO  WK-CLB-FILE.
           MOVE  WK-BAL-CURRENCY (WK-BAL-IX)  TO  WK-CLB-CURRENCY.
           MOVE  WK-PERIOD-END          TO  WK-CLB-PERIOD-END.
           MOVE  WK-BAL-REAL-CNT (WK-BAL-IX)  TO  WK-CLB-COUNT.
           MOVE  WK-BAL-REAL-AMT (WK-BAL-IX)  TO  WK-CLB-AMOUNT.
           MOVE  WK-BAL-REAL-FEE (WK-BAL-IX)  TO  WK-CLB-FEE.
           MOVE  WK-RUN-DATE            TO  WK-CLB-RUN-DATE.
           WRITE  CLOSEBALANCEOUTRECORD  FROM  WK-CLOSE-REC.
           ADD  1                       TO  WK-COUNT-CLOSE-WRITTEN.
       WRITE-CLOSING-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           MOVE  SPACES                 TO  RFM-TEXT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-MESSAGE-LINE.

           MOVE  "JOURNAL ENTRIES READ"           TO  RFS-LABEL.
           MOVE  WK-COUNT-JRN-READ                TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "ENTRIES ALREADY IN OPENING"     TO  RFS-LABEL.
           MOVE  WK-COUNT-JRN-BEFORE              TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "ENTRIES ROLLED INTO PERIOD"     TO  RFS-LABEL.
           MOVE  WK-COUNT-JRN-IN-PERIOD           TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "ENTRIES DATED AFTER PERIOD END" TO  RFS-LABEL.
           MOVE  WK-COUNT-JRN-AFTER               TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "ENTRIES WITH UNKNOWN ACTION"    TO  RFS-LABEL.
           MOVE  WK-COUNT-JRN-UNKNOWN             TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "MASTER RECORDS SWEPT"           TO  RFS-LABEL.
           MOVE  WK-COUNT-SWEPT                   TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "NON-NUMERIC AMOUNTS OR FEES"    TO  RFS-LABEL.
           MOVE  WK-COUNT-NOT-NUMERIC             TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "BALANCES OUT OF BALANCE"        TO  RFS-LABEL.
           MOVE  WK-COUNT-OUT-OF-BALANCE          TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           MOVE  "CLOSING BALANCE RECORDS WRITTEN" TO  RFS-LABEL.
           MOVE  WK-COUNT-CLOSE-WRITTEN           TO  RFS-COUNT.
           WRITE  ROLLFORWARDRECORD     FROM  ROLL-SUMMARY-LINE.

           IF  WK-COUNT-TABLE-FULL  >  ZERO  THEN
               MOVE  "BALANCE TABLE FULL - ITEMS NOT COUNTED"
                                                  TO  RFS-LABEL
               MOVE  WK-COUNT-TABLE-FULL          TO  RFS-COUNT
               WRITE  ROLLFORWARDRECORD  FROM  ROLL-SUMMARY-LINE
               IF  RETURN-CODE  <  16  THEN
                   MOVE  16             TO  RETURN-CODE
               END-IF
           END-IF.

           IF  ((WK-COUNT-JRN-AFTER  >  ZERO)  OR
                (WK-COUNT-JRN-UNKNOWN  >  ZERO))  AND
               (RETURN-CODE  <  4)  THEN
               MOVE  4                  TO  RETURN-CODE
           END-IF.

           CLOSE                        MASTER-FILE-1
                                        MASTER-FILE-2
                                        CLOSE-BALANCE-IN-FILE
                                        CLOSE-BALANCE-OUT-FILE
                                        CHANGE-JOURNAL-FILE
                                        ROLL-FORWARD-FILE.
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
           MOVE  "PERIOD-CLOSE-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-JRN-READ
                                +  WK-COUNT-SWEPT.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
