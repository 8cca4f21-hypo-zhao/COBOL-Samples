                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  INTERFACE-FILE   ASSIGN TO WK-DDNAME-INTERFACE
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD DROPPED-FILE-1.
              01 CHANGEDRECORD           PIC X(254).
           FD INTERFACE-FILE.
              01 INTERFACERECORD         PIC X(250).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-DROP1            PIC X(20)
              VALUE  "OUTPUTFILE9.TXT".
           05 WK-DDNAME-INTERFACE        PIC X(20)
              VALUE  "INTERFACE.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

      * THE DELIMITER IS A SINGLE CHARACTER, PIPE UNLESS THE RUN SAYS
      * OTHERWISE (A COMMA IS THE USUAL ALTERNATIVE). DESCRIPTIONS ARE
                                         PIC 9(7)V99.
       01  WK-FEE-EDITED                 PIC +9(7).99.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  WRITE-HEADER-ROW-RTN.
           PERFORM  EXTRACT-DROPPED1-RTN.
           PERFORM  EXTRACT-DROPPED2-RTN.
           PERFORM  EXTRACT-CHANGED-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
                    WK-COUNT-CHANGED.
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
           MOVE  "DELIM-EXTRACT-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-DROPPED1
                                +  WK-COUNT-DROPPED2
                                +  WK-COUNT-CHANGED.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
