                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  BACKOUT-REPORT-FILE ASSIGN TO WK-DDNAME-BACKRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CHANGE-JOURNAL-FILE
                                    ASSIGN TO WK-DDNAME-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-FILE-1.
              01 BACKOUTAUDITRECORD      PIC X(100).
           FD BACKOUT-REPORT-FILE.
              01 BACKOUTREPORTRECORD     PIC X(80).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "BACKOUTAUDIT.TXT".
           05 WK-DDNAME-BACKRPT          PIC X(20)
              VALUE  "BACKOUTRPT.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)     VALUE  SPACES.

       01  WK-JOURNAL-REC                VALUE  SPACES.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.

      * THE APPLY PROGRAM WRITES ONE AUDIT FILE PER RUN, SO POINTING
      * DD-APPLY-AUDIT AT A GIVEN NIGHT'S FILE CHOOSES THE RUN TO BE
           05 BKS-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(29)    VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  BACKOUT-RTN  UNTIL  WK-EOF-AUDIT = "Y".
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
           OPEN INPUT                   APPLY-AUDIT-FILE.
           OPEN OUTPUT                  BACKOUT-AUDIT-FILE
                                        BACKOUT-REPORT-FILE.
           OPEN EXTEND                  CHANGE-JOURNAL-FILE.

           PERFORM  READ-AUDIT-RTN.
       INITIAL-RTN-EXIT.
               FROM  ENVIRONMENT  "DD-BACKOUT-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-JOURNAL
               FROM  ENVIRONMENT  "DD-CHANGE-JOURNAL"
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
           MOVE  SPACES                 TO  WK-RUN-ID.
           ACCEPT  WK-RUN-ID
               FROM  ENVIRONMENT  "RUN-ID"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-RUN-ID  =  SPACES  THEN
               ACCEPT  WK-RUN-ID  FROM  TIME
           END-IF.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

                   MOVE  INPUTRECORD1   TO    BAD-RECORD
                   WRITE  BACKOUTAUDITRECORD
                       FROM  BACKOUT-AUDIT-LINE
                   MOVE  INPUTRECORD1   TO    WK-JRN-BEFORE-IMAGE

                   MOVE  WK-BEFORE-RECORD  TO  INPUTRECORD1
                   REWRITE  INPUTRECORD1
                   MOVE  INPUTRECORD1   TO    BAD-RECORD
                   WRITE  BACKOUTAUDITRECORD
                       FROM  BACKOUT-AUDIT-LINE
                   MOVE  INPUTRECORD1   TO    WK-JRN-AFTER-IMAGE
                   PERFORM  WRITE-JOURNAL-RTN
                   ADD  1               TO    WK-COUNT-REVERSED
           END-EVALUATE.
       REVERSE-ONE-RTN-EXIT.
       EXIT.

      * A REVERSAL IS A CHANGE LIKE ANY OTHER AS FAR AS THE CUMULATIVE
      * CHANGE JOURNAL IS CONCERNED: THE IMAGE IT REPLACED AND THE
      * IMAGE IT RESTORED.
       WRITE-JOURNAL-RTN                 SECTION.
           MOVE  "MASTER-BACKOUT-PGM"   TO    WK-JRN-PROGRAM.
           MOVE  WK-RUN-DATE            TO    WK-JRN-RUN-DATE.
           MOVE  WK-RUN-ID              TO    WK-JRN-RUN-ID.
           ACCEPT  WK-JRN-RUN-TIME      FROM  TIME.
           MOVE  "1"                    TO    WK-JRN-FILE.
           MOVE  IN1-KEY                TO    WK-JRN-KEY.
           MOVE  "BACKOUT"              TO    WK-JRN-ACTION.
           WRITE  CHANGEJOURNALRECORD   FROM  WK-JOURNAL-REC.
       WRITE-JOURNAL-RTN-EXIT.
       EXIT.

       WRITE-NOT-REVERSED-RTN            SECTION.
           WRITE  BACKOUTREPORTRECORD   FROM  BACKOUT-DETAIL-LINE.
           ADD  1                       TO    WK-COUNT-NOT-REVERSED.
           CLOSE                        MASTER-FILE-1
                                        APPLY-AUDIT-FILE
                                        BACKOUT-AUDIT-FILE
                                        BACKOUT-REPORT-FILE
                                        CHANGE-JOURNAL-FILE.
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
           MOVE  "MASTER-BACKOUT-PGM"
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
           MOVE  WK-COUNT-PAIRS-READ    TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
