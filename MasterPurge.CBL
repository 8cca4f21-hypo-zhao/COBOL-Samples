                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PURGE-REPORT-FILE  ASSIGN TO WK-DDNAME-REPORT
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
              01 ARCHIVECUMRECORD2       PIC X(90).
           FD PURGE-REPORT-FILE.
              01 PURGEREPORTRECORD       PIC X(80).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
           05 WK-DDNAME-ARCCUM2          PIC X(20)  VALUE  SPACES.
           05 WK-DDNAME-REPORT           PIC X(20)
              VALUE  "PURGERPT.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-SUFFIX-WORK.
           05 WK-SUFFIX-NAME             PIC X(30).
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)   VALUE  SPACES.

      * EVERY RECORD ARCHIVED OFF A MASTER IS ALSO A JOURNAL ENTRY
      * WITH A BLANK AFTER IMAGE, SO AN AS-OF INQUIRY SEES IT LEAVE.
       01  WK-JOURNAL-REC                VALUE  SPACES.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.

       01  WK-CUTOFF-DATE-AREA.
           05 WK-CUTOFF-DATE             PIC X(8).
           05 PS-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(29)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.

           MOVE  "1"                    TO  WK-CURRENT-FILE.
           PERFORM  PURGE-MASTER2-RTN.

           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
           PERFORM  BUILD-ARCHIVE-NAMES-RTN.

           OPEN OUTPUT                  PURGE-REPORT-FILE.
           OPEN EXTEND                  CHANGE-JOURNAL-FILE.

           MOVE  WK-RUN-DATE            TO  PH-RUN-DATE.
           MOVE  WK-CUTOFF-DATE         TO  PH-CUTOFF.
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
           ACCEPT  WK-DDNAME-JOURNAL
               FROM  ENVIRONMENT  "DD-CHANGE-JOURNAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

                       WRITE  ARCHIVEDATEDRECORD1  FROM  ARCHIVE-LINE
                       WRITE  ARCHIVECUMRECORD1    FROM  ARCHIVE-LINE
                       DELETE  MASTER-FILE-1  RECORD
                       PERFORM  WRITE-JOURNAL-RTN
                       ADD  1           TO  WK-COUNT-ARCHIVED
                   ELSE
                       ADD  1           TO  WK-COUNT-RETAINED
                       WRITE  ARCHIVEDATEDRECORD2  FROM  ARCHIVE-LINE
                       WRITE  ARCHIVECUMRECORD2    FROM  ARCHIVE-LINE
                       DELETE  MASTER-FILE-2  RECORD
                       PERFORM  WRITE-JOURNAL-RTN
                       ADD  1           TO  WK-COUNT-ARCHIVED
                   ELSE
                       ADD  1           TO  WK-COUNT-RETAINED
       QUALIFY-RECORD-RTN-EXIT.
       EXIT.

       WRITE-JOURNAL-RTN                SECTION.
           MOVE  "MASTER-PURGE-PGM"     TO  WK-JRN-PROGRAM.
           MOVE  WK-RUN-DATE            TO  WK-JRN-RUN-DATE.
           MOVE  WK-RUN-ID              TO  WK-JRN-RUN-ID.
           ACCEPT  WK-JRN-RUN-TIME      FROM  TIME.
           MOVE  WK-CURRENT-FILE        TO  WK-JRN-FILE.
           MOVE  WK-MASTER-KEY          TO  WK-JRN-KEY.
           MOVE  "PURGE"                TO  WK-JRN-ACTION.
           MOVE  WK-MASTER-REC          TO  WK-JRN-BEFORE-IMAGE.
           MOVE  SPACES                 TO  WK-JRN-AFTER-IMAGE.
           WRITE  CHANGEJOURNALRECORD   FROM  WK-JOURNAL-REC.
       WRITE-JOURNAL-RTN-EXIT.
       EXIT.

       WRITE-FILE-SUMMARY-RTN           SECTION.
           MOVE  WK-CURRENT-FILE        TO  PF-FILE.
           WRITE  PURGEREPORTRECORD     FROM  PURGE-FILE-LINE.
               WK-COUNT-ARCHIVED-1  +  WK-COUNT-ARCHIVED-2.
           WRITE  PURGEREPORTRECORD     FROM  PURGE-SUMMARY-LINE.

           CLOSE                        PURGE-REPORT-FILE
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
           MOVE  "MASTER-PURGE-PGM"
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
