                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  AGING-REPORT-FILE  ASSIGN TO WK-DDNAME-AGERPT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD DROPPED-FILE-1.
              01 ESCALATIONREPORTRECORD  PIC X(80).
           FD AGING-REPORT-FILE.
              01 AGINGREPORTRECORD       PIC X(80).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-DROP1             PIC X(20)
              VALUE  "ESCALRPT.TXT".
           05 WK-DDNAME-AGERPT            PIC X(20)
              VALUE  "AGINGRPT.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-DROP1-REC.
           05 WK-DROP1-KEY                PIC X(8).
           05 EH-THRESHOLD                PIC ZZ9.
           05 FILLER                      PIC X(17)    VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  AGE-SOURCE1-RTN.
           PERFORM  AGE-SOURCE2-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
           WRITE  AGINGREPORTRECORD      FROM  AGING-SUMMARY-LINE.
       WRITE-AGING-SUMMARY-RTN-EXIT.
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
           MOVE  "AGING-EXCEPTION-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-1-DAY
                                +  WK-COUNT-2-3-DAYS
                                +  WK-COUNT-4-PLUS-DAYS
                                +  WK-COUNT-CLEARED.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
