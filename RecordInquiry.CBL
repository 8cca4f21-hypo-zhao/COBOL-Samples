           SELECT  OPTIONAL  ARCHIVE-FILE-2
                                         ASSIGN TO WK-DDNAME-ARC2
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CHANGE-JOURNAL-FILE
                                         ASSIGN TO WK-DDNAME-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD INPUT-FILE-1.
              01 ARCHIVERECORD1          PIC X(90).
           FD ARCHIVE-FILE-2.
              01 ARCHIVERECORD2          PIC X(90).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "ARCHIVE1.TXT".
           05 WK-DDNAME-ARC2             PIC X(20)
              VALUE  "ARCHIVE2.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".

       01  WK-RUN-MODE                   PIC X(08)  VALUE  "TERMINAL".
           88  WK-MODE-BATCH                        VALUE  "BATCH".
           88  WK-FUNCTION-READ                     VALUE  "R".
           88  WK-FUNCTION-BROWSE                   VALUE  "B".
           88  WK-FUNCTION-SEARCH                   VALUE  "S".
           88  WK-FUNCTION-HISTORY                  VALUE  "H".
           88  WK-FUNCTION-AS-OF                    VALUE  "A".
       01  WK-INQUIRY-FILE               PIC X(01)  VALUE  SPACE.
           88  WK-INQUIRE-FILE-1                    VALUE  "1".
           88  WK-INQUIRE-FILE-2                    VALUE  "2".
       01  WK-ARCHIVE-HIT-REC            PIC X(80)  VALUE  SPACES.
       01  WK-ARCHIVE-HIT-DATE           PIC X(08)  VALUE  SPACES.

      * THE CUMULATIVE CHANGE JOURNAL IS WRITTEN BY THE MAINT, APPLY,
      * BACKOUT AND PURGE PROGRAMS IN THE ORDER THE CHANGES HAPPENED.
      * HISTORY LISTS A KEY'S ENTRIES (OPTIONALLY WITHIN A RUN-DATE
      * RANGE); AS-OF REBUILDS THE RECORD AT THE CLOSE OF A GIVEN
      * DATE AS THE BEFORE IMAGE OF ITS FIRST LATER ENTRY - WHEN THERE
      * IS NO LATER ENTRY THE RECORD HAS NOT CHANGED SINCE, AND THE
      * ORDINARY READ ANSWERS.
       01  WK-JOURNAL-REC.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.
       01  WK-EOF-JOURNAL                PIC X(01)  VALUE  "N".
       01  WK-JOURNAL-LISTED             PIC 9(09)  COMP  VALUE  ZERO.
       01  WK-AS-OF-AREA.
           05 WK-AS-OF-DATE              PIC X(08).
           05 WK-AS-OF-DATE-NUM  REDEFINES  WK-AS-OF-DATE
                                         PIC 9(08).
       01  WK-AS-OF-FOUND                PIC X(01)  VALUE  "N".
       01  WK-AS-OF-RECORD               PIC X(80)  VALUE  SPACES.
       01  WK-AS-OF-CHANGED-DATE         PIC X(08)  VALUE  SPACES.

      * A BATCH SEARCH REQUEST CARRIES ITS CRITERIA IN THE BYTES THE
      * READ AND BROWSE REQUESTS LEAVE BLANK, SO THE ONE REQUEST FILE
      * SERVES EVERY FUNCTION. A HISTORY REQUEST USES THE DATE RANGE;
      * AN AS-OF REQUEST CARRIES ITS DATE IN DATE-HI.
       01  WK-REQUEST-REC.
           05 WK-REQ-FUNCTION            PIC X(1).
           05 WK-REQ-FILE                PIC X(1).
           05 IML-KEY                    PIC X(8).
           05 FILLER                     PIC X(32)  VALUE  SPACES.

       01  JOURNAL-HISTORY-LINE.
           05 JHL-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-RUN-TIME               PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-RUN-ID                 PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-PROGRAM                PIC X(20).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-ACTION                 PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-FILE                   PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 JHL-KEY                    PIC X(8).
           05 FILLER                     PIC X(27)  VALUE  SPACES.

       01  SEARCH-SUMMARY-LINE.
           05 SSL-LABEL                  PIC X(30).
           05 SSL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
               FROM  ENVIRONMENT  "DD-ARCHIVE2"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-JOURNAL
               FROM  ENVIRONMENT  "DD-CHANGE-JOURNAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-RUN-MODE
               FROM  ENVIRONMENT  "RUN-MODE"
               ON EXCEPTION  CONTINUE
           IF  WK-INQUIRY-FILE  =  "X"  OR  "x"  THEN
               MOVE  "N"                TO  WK-MORE-INQUIRIES
           ELSE
               DISPLAY  "ENTER FUNCTION (R=READ, B=BROWSE, S=SEARCH,"
               DISPLAY  "  H=KEY HISTORY, A=AS OF DATE): "
               ACCEPT  WK-INQUIRY-FUNCTION
               IF  WK-FUNCTION-SEARCH  THEN
                   PERFORM  PROMPT-SEARCH-RTN
               ELSE
                   DISPLAY  "ENTER KEY (8 CHARACTERS OR PREFIX): "
                   ACCEPT  WK-INQUIRY-KEY
                   IF  WK-FUNCTION-HISTORY  OR  WK-FUNCTION-AS-OF  THEN
                       PERFORM  PROMPT-JOURNAL-RTN
                   END-IF
               END-IF
               PERFORM  LOOKUP-RTN
           END-IF.
                       PERFORM  BROWSE-RTN
                   WHEN  WK-FUNCTION-SEARCH
                       PERFORM  SEARCH-RTN
                   WHEN  WK-FUNCTION-HISTORY
                       PERFORM  HISTORY-RTN
                   WHEN  WK-FUNCTION-AS-OF
                       PERFORM  AS-OF-RTN
                   WHEN  OTHER
                       MOVE  SPACES     TO  INQUIRY-MESSAGE-LINE
                       MOVE  "INVALID FUNCTION (USE R, B, S, H, A)"
                                        TO  IML-TEXT
                       MOVE  WK-INQUIRY-FUNCTION  TO  IML-KEY
                       MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
       SCAN-DESC-RTN-EXIT.
       EXIT.

       PROMPT-JOURNAL-RTN               SECTION.
           MOVE  SPACES                 TO  WK-SEARCH-DATE-LO.
           MOVE  SPACES                 TO  WK-SEARCH-DATE-HI.
           IF  WK-FUNCTION-HISTORY  THEN
               DISPLAY  "ENTER LOW RUN DATE (CCYYMMDD OR BLANK): "
               ACCEPT  WK-SEARCH-DATE-LO
               DISPLAY  "ENTER HIGH RUN DATE (CCYYMMDD OR BLANK): "
               ACCEPT  WK-SEARCH-DATE-HI
           ELSE
               DISPLAY  "ENTER AS-OF DATE (CCYYMMDD): "
               ACCEPT  WK-SEARCH-DATE-HI
           END-IF.
       PROMPT-JOURNAL-RTN-EXIT.
       EXIT.

      * EVERY JOURNAL ENTRY FOR THE KEY ON THE CHOSEN MASTER WHOSE RUN
      * DATE FALLS IN THE RANGE IS LISTED IN JOURNAL ORDER, EACH WITH
      * ITS BEFORE AND AFTER IMAGE. THE JOURNAL IS OPENED PER REQUEST
      * LIKE THE ARCHIVE, AND IS OPTIONAL FOR THE SAME REASON.
       HISTORY-RTN                      SECTION.
           PERFORM  NORMALIZE-CRITERIA-RTN.
           MOVE  ZERO                   TO  WK-JOURNAL-LISTED.
           MOVE  "N"                    TO  WK-EOF-JOURNAL.

           OPEN INPUT                   CHANGE-JOURNAL-FILE.
           PERFORM  READ-JOURNAL-RTN.
           PERFORM  HISTORY-NEXT-RTN
               UNTIL  WK-EOF-JOURNAL  =  "Y".
           CLOSE                        CHANGE-JOURNAL-FILE.

           IF  WK-JOURNAL-LISTED  =  ZERO  THEN
               MOVE  SPACES             TO  INQUIRY-MESSAGE-LINE
               MOVE  "NO JOURNAL ENTRIES FOR KEY"  TO  IML-TEXT
               MOVE  WK-INQUIRY-KEY     TO  IML-KEY
               MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN
           ELSE
               MOVE  "JOURNAL ENTRIES LISTED"  TO  SSL-LABEL
               MOVE  WK-JOURNAL-LISTED  TO  SSL-COUNT
               MOVE  SEARCH-SUMMARY-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN
           END-IF.
       HISTORY-RTN-EXIT.
       EXIT.

       READ-JOURNAL-RTN                 SECTION.
           READ  CHANGE-JOURNAL-FILE    INTO  WK-JOURNAL-REC
                AT END  MOVE  "Y"       TO    WK-EOF-JOURNAL.
       READ-JOURNAL-RTN-EXIT.
       EXIT.

       HISTORY-NEXT-RTN                 SECTION.
           IF  (WK-JRN-KEY  =  WK-INQUIRY-KEY)  AND
               (WK-JRN-FILE  =  WK-INQUIRY-FILE)  AND
               (WK-JRN-RUN-DATE  NOT <  WK-SEARCH-DATE-LO)  AND
               (WK-JRN-RUN-DATE  NOT >  WK-SEARCH-DATE-HI)  THEN
               MOVE  WK-JRN-RUN-DATE    TO  JHL-RUN-DATE
               MOVE  WK-JRN-RUN-TIME    TO  JHL-RUN-TIME
               MOVE  WK-JRN-RUN-ID      TO  JHL-RUN-ID
               MOVE  WK-JRN-PROGRAM     TO  JHL-PROGRAM
               MOVE  WK-JRN-ACTION      TO  JHL-ACTION
               MOVE  WK-JRN-FILE        TO  JHL-FILE
               MOVE  WK-JRN-KEY         TO  JHL-KEY
               MOVE  JOURNAL-HISTORY-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN

               MOVE  SPACES             TO  INQUIRY-MESSAGE-LINE
               IF  WK-JRN-BEFORE-IMAGE  =  SPACES  THEN
                   MOVE  "  BEFORE: NONE (NOT ON MASTER)"  TO  IML-TEXT
                   MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
                   PERFORM  PUT-LINE-RTN
               ELSE
                   MOVE  "  BEFORE:"    TO  IML-TEXT
                   MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
                   PERFORM  PUT-LINE-RTN
                   MOVE  WK-JRN-BEFORE-IMAGE  TO  WK-INQ-REC
                   PERFORM  FORMAT-RECORD-RTN
               END-IF

               MOVE  SPACES             TO  INQUIRY-MESSAGE-LINE
               IF  WK-JRN-AFTER-IMAGE  =  SPACES  THEN
                   MOVE  "  AFTER:  NONE (OFF MASTER)"  TO  IML-TEXT
                   MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
                   PERFORM  PUT-LINE-RTN
               ELSE
                   MOVE  "  AFTER:"     TO  IML-TEXT
                   MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
                   PERFORM  PUT-LINE-RTN
                   MOVE  WK-JRN-AFTER-IMAGE  TO  WK-INQ-REC
                   PERFORM  FORMAT-RECORD-RTN
               END-IF
               ADD  1                   TO  WK-JOURNAL-LISTED
           END-IF.

           PERFORM  READ-JOURNAL-RTN.
       HISTORY-NEXT-RTN-EXIT.
       EXIT.

      * THE JOURNAL IS IN THE ORDER THE CHANGES WERE MADE, SO THE
      * FIRST ENTRY FOR THE KEY DATED AFTER THE AS-OF DATE HOLDS, AS
      * ITS BEFORE IMAGE, THE RECORD AS IT STOOD AT THE CLOSE OF THAT
      * DATE - EVEN FOR A KEY LOADED BEFORE THE JOURNAL BEGAN. A BLANK
      * BEFORE IMAGE MEANS THE KEY WAS NOT YET ON THE MASTER.
       AS-OF-RTN                        SECTION.
           MOVE  WK-SEARCH-DATE-HI      TO  WK-AS-OF-DATE.
           IF  WK-AS-OF-DATE-NUM  IS NOT NUMERIC  THEN
               MOVE  SPACES             TO  INQUIRY-MESSAGE-LINE
               MOVE  "INVALID AS-OF DATE (CCYYMMDD)"  TO  IML-TEXT
               MOVE  WK-AS-OF-DATE      TO  IML-KEY
               MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN
           ELSE
               MOVE  "N"                TO  WK-AS-OF-FOUND
               MOVE  "N"                TO  WK-EOF-JOURNAL
               OPEN INPUT               CHANGE-JOURNAL-FILE
               PERFORM  READ-JOURNAL-RTN
               PERFORM  AS-OF-NEXT-RTN
                   UNTIL  (WK-EOF-JOURNAL  =  "Y")
                       OR  (WK-AS-OF-FOUND  =  "Y")
               CLOSE                    CHANGE-JOURNAL-FILE
               PERFORM  AS-OF-REPORT-RTN
           END-IF.
       AS-OF-RTN-EXIT.
       EXIT.

       AS-OF-NEXT-RTN                   SECTION.
           IF  (WK-JRN-KEY  =  WK-INQUIRY-KEY)  AND
               (WK-JRN-FILE  =  WK-INQUIRY-FILE)  AND
               (WK-JRN-RUN-DATE  >  WK-AS-OF-DATE)  THEN
               MOVE  "Y"                TO  WK-AS-OF-FOUND
               MOVE  WK-JRN-BEFORE-IMAGE  TO  WK-AS-OF-RECORD
               MOVE  WK-JRN-RUN-DATE    TO  WK-AS-OF-CHANGED-DATE
           ELSE
               PERFORM  READ-JOURNAL-RTN
           END-IF.
       AS-OF-NEXT-RTN-EXIT.
       EXIT.

       AS-OF-REPORT-RTN                 SECTION.
           MOVE  SPACES                 TO  INQUIRY-MESSAGE-LINE.
           MOVE  SPACES                 TO  IML-TEXT.
           IF  WK-AS-OF-FOUND  =  "Y"  THEN
               STRING  "AS OF "         DELIMITED BY  SIZE
                       WK-AS-OF-DATE    DELIMITED BY  SIZE
                       " - NEXT CHANGED "  DELIMITED BY  SIZE
                       WK-AS-OF-CHANGED-DATE  DELIMITED BY  SIZE
                   INTO  IML-TEXT
               MOVE  WK-INQUIRY-KEY     TO  IML-KEY
               MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN
               IF  WK-AS-OF-RECORD  =  SPACES  THEN
                   MOVE  SPACES         TO  INQUIRY-MESSAGE-LINE
                   MOVE  SPACES         TO  IML-TEXT
                   STRING  "KEY NOT ON MASTER AS OF "
                                        DELIMITED BY  SIZE
                           WK-AS-OF-DATE  DELIMITED BY  SIZE
                       INTO  IML-TEXT
                   MOVE  WK-INQUIRY-KEY TO  IML-KEY
                   MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
                   PERFORM  PUT-LINE-RTN
               ELSE
                   MOVE  WK-AS-OF-RECORD  TO  WK-INQ-REC
                   PERFORM  FORMAT-RECORD-RTN
               END-IF
           ELSE
               STRING  "AS OF "         DELIMITED BY  SIZE
                       WK-AS-OF-DATE    DELIMITED BY  SIZE
                       " - NO CHANGE SINCE"  DELIMITED BY  SIZE
                   INTO  IML-TEXT
               MOVE  WK-INQUIRY-KEY     TO  IML-KEY
               MOVE  INQUIRY-MESSAGE-LINE  TO  WK-OUTPUT-LINE
               PERFORM  PUT-LINE-RTN
               PERFORM  READ-EXACT-RTN
           END-IF.
       AS-OF-REPORT-RTN-EXIT.
       EXIT.

      * A RECORD WHOSE AMOUNT PROVES NUMERIC IS BROKEN OUT INTO THE
      * DETLFLD FIELDS WITH AN EXPLICIT DECIMAL POINT; ANYTHING ELSE
      * (A HEADER, OR BAD DATA) IS SHOWN RAW SO NOTHING IS HIDDEN.
