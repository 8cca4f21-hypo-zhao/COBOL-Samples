       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITY-SCORE-PGM.
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
           SELECT  OPTIONAL  QUALITY-HISTORY-FILE
                                    ASSIGN TO WK-DDNAME-HISTORY
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QUALITY-REPORT-FILE
                                    ASSIGN TO WK-DDNAME-REPORT
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
           FD QUALITY-HISTORY-FILE.
              01 QUALITYHISTORYRECORD    PIC X(200).
           FD QUALITY-REPORT-FILE.
              01 QUALITYREPORTRECORD     PIC X(132).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "INPUTFILE1.TXT".
           05 WK-DDNAME-IN2              PIC X(20)
              VALUE  "INPUTFILE2.TXT".
           05 WK-DDNAME-HISTORY          PIC X(20)
              VALUE  "QUALHIST.TXT".
           05 WK-DDNAME-REPORT           PIC X(20)
              VALUE  "QUALRPT.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

      * THE SCORECARD SWEEPS BOTH MASTERS SIDE BY SIDE IN KEY ORDER SO
      * A KEY ON ONE MASTER AND NOT THE OTHER FALLS OUT OF THE KEY
      * COMPARE. EVERY DETAIL RECORD IS SCORED AGAINST EACH CATEGORY
      * ON ITS OWN; ONE RECORD CAN FAIL SEVERAL. THE STATUS, AMOUNT AND
      * DATE RULES ARE THE ONES MASTER-LOAD-PGM EDITS AN EXTRACT WITH,
      * PLUS A DATE LATER THAN THE RUN DATE. COUNTS ARE KEPT PER
      * MASTER AND CURRENCY; THE MASTER TOTALS ARE WHAT THE HISTORY
      * FILE CARRIES FROM RUN TO RUN.
       01  WK-NIGHT.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-ID                  PIC X(8).
       01  WK-RUN-DATE-NUM  REDEFINES  WK-NIGHT.
           05 WK-RUN-DATE-9              PIC 9(8).
           05 FILLER                     PIC X(8).

       01  WK-IMAGE-REC.
           05 WK-IMG-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-IMG==.
       01  WK-IMAGE-FEE-TEXT  REDEFINES  WK-IMAGE-REC.
           05 FILLER                     PIC X(62).
           05 WK-IMG-FEE-RAW             PIC X(9).
           05 FILLER                     PIC X(9).

       01  WK-MASTER1-REC.
           05 WK-MASTER1-KEY             PIC X(8).
           05 FILLER                     PIC X(72).
       01  WK-MASTER2-REC.
           05 WK-MASTER2-KEY             PIC X(8).
           05 FILLER                     PIC X(72).
       01  WK-EOF-MASTER1                PIC X(1)   VALUE  "N".
       01  WK-EOF-MASTER2                PIC X(1)   VALUE  "N".

       01  WK-HISTORY-REC.
           COPY QUALHIST REPLACING ==:TAG:== BY ==WK-QH==.
       01  WK-LAST-REC.
           COPY QUALHIST REPLACING ==:TAG:== BY ==WK-QL==.
       01  WK-EOF-HISTORY                PIC X(1)   VALUE  "N".
       01  WK-LAST-FOUND                 PIC X(1)   VALUE  "N".

       01  WK-EDIT-CONTROLS.
           05 WK-EDIT-STATUS-BYTE        PIC X(1).
              88 WK-EDIT-STATUS-VALID    VALUE  "A"  "C"  "I"  "P".
       01  WK-EDIT-DATE-AREA.
           05 WK-EDIT-DATE               PIC X(8).
           05 WK-EDIT-DATE-NUM  REDEFINES  WK-EDIT-DATE
                                          PIC 9(8).
           05 WK-EDIT-DATE-PARTS  REDEFINES  WK-EDIT-DATE.
              10 WK-EDIT-DATE-CCYY       PIC 9(4).
              10 WK-EDIT-DATE-MM         PIC 9(2).
              10 WK-EDIT-DATE-DD         PIC 9(2).
       01  WK-DATE-MAX-DAY               PIC 9(2)   VALUE  ZERO.
       01  WK-LEAP-QUOTIENT              PIC 9(4)   COMP  VALUE  ZERO.
       01  WK-LEAP-REMAINDER             PIC 9(4)   COMP  VALUE  ZERO.

      * ONE LABEL PER CATEGORY IN THE ORDER THE HISTORY FILE CARRIES.
       01  WK-CATEGORY-LABELS.
           05 FILLER                     PIC X(36)
              VALUE  "  INVALID STATUS CODE".
           05 FILLER                     PIC X(36)
              VALUE  "  AMOUNT NON-NUMERIC OR ZERO".
           05 FILLER                     PIC X(36)
              VALUE  "  UPDATE DATE IMPOSSIBLE OR FUTURE".
           05 FILLER                     PIC X(36)
              VALUE  "  LEGACY CURRENCY BLANK".
           05 FILLER                     PIC X(36)
              VALUE  "  FEE NON-NUMERIC OR OVER AMOUNT".
           05 FILLER                     PIC X(36)
              VALUE  "  DESCRIPTION BLANK".
           05 FILLER                     PIC X(36)
              VALUE  "  KEY NOT ON THE OTHER MASTER".
       01  WK-CATEGORY-LABEL-TABLE  REDEFINES  WK-CATEGORY-LABELS.
           05 WK-CATEGORY-LABEL          PIC X(36)  OCCURS  7  TIMES.

       01  WK-CAT-IX                     PIC 9(1)   COMP  VALUE  ZERO.
       01  WK-FILE-IX                    PIC 9(1)   COMP  VALUE  ZERO.
       01  WK-SMP-IX                     PIC 9(1)   COMP  VALUE  ZERO.
       01  WK-SEEK-FILE                  PIC X(1)   VALUE  SPACE.
       01  WK-SEEK-CURRENCY              PIC X(3)   VALUE  SPACES.
       01  WK-ORPHAN                     PIC X(1)   VALUE  "N".

      * THE RESULT OF SCORING ONE RECORD: Y FOR EACH CATEGORY FAILED.
       01  WK-RECORD-FAILS.
           05 WK-FAIL                    PIC X(1)   OCCURS  7  TIMES.

      * MASTER TOTALS, WITH UP TO FIVE SAMPLE KEYS PER CATEGORY.
       01  WK-MASTER-TOTALS.
           05 WK-MT-ENTRY                OCCURS  2  TIMES.
              10 WK-MT-RECORDS           PIC 9(9)   COMP.
              10 WK-MT-CATEGORY          OCCURS  7  TIMES.
                 15 WK-MT-FAILING        PIC 9(9)   COMP.
                 15 WK-MT-SAMPLE-COUNT   PIC 9(1)   COMP.
                 15 WK-MT-SAMPLE         PIC X(8)   OCCURS  5  TIMES.

       01  WK-BUCKET-TABLE.
           05 WK-BKT-COUNT               PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BKT-IX                  PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BKT-FOUND-IX            PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-BKT-ENTRY               OCCURS  60  TIMES.
              10 WK-BKT-FILE             PIC X(1).
              10 WK-BKT-CURRENCY         PIC X(3).
              10 WK-BKT-RECORDS          PIC 9(9)   COMP.
              10 WK-BKT-FAILING          PIC 9(9)   COMP
                                         OCCURS  7  TIMES.

       01  WK-SCORE-WORK.
           05 WK-PCT                     PIC 9(3)V99   VALUE  ZERO.
           05 WK-THIS-PCT                PIC 9(3)V99   VALUE  ZERO.
           05 WK-LAST-PCT                PIC 9(3)V99   VALUE  ZERO.
           05 WK-PCT-CHANGE              PIC S9(3)V99  VALUE  ZERO.
           05 WK-COUNT-CHANGE            PIC S9(9)     VALUE  ZERO.
           05 WK-PCT-COUNT               PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-PCT-RECORDS             PIC 9(9)   COMP  VALUE  ZERO.

       01  WK-QUALITY-COUNTERS.
           05 WK-COUNT-SWEPT             PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-HISTORY-READ      PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-WORSE             PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-TABLE-FULL        PIC 9(9)   COMP  VALUE  ZERO.

       01  QUALITY-HEADER-LINE.
           05 FILLER                     PIC X(31)
              VALUE  "MASTER DATA-QUALITY SCORECARD".
           05 FILLER                     PIC X(10)  VALUE  "RUN DATE".
           05 QH-RUN-DATE                PIC X(8).
           05 FILLER                     PIC X(10)  VALUE  "  RUN ID".
           05 QH-RUN-ID                  PIC X(8).
           05 FILLER                     PIC X(18)
              VALUE  "  LAST SCORECARD".
           05 QH-LAST-DATE               PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 QH-LAST-ID                 PIC X(8).
           05 FILLER                     PIC X(30)  VALUE  SPACES.

       01  QUALITY-BLOCK-LINE.
           05 FILLER                     PIC X(12)
              VALUE  "MASTER FILE".
           05 QB-FILE                    PIC X(1).
           05 FILLER                     PIC X(12)
              VALUE  "  CURRENCY".
           05 QB-CURRENCY                PIC X(7).
           05 FILLER                     PIC X(11)
              VALUE  "  RECORDS".
           05 QB-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(78)  VALUE  SPACES.

       01  QUALITY-COLUMN-LINE.
           05 FILLER                     PIC X(36)  VALUE  "CATEGORY".
           05 FILLER                     PIC X(13)
              VALUE  "      FAILING".
           05 FILLER                     PIC X(10)  VALUE  "  PER CENT".
           05 FILLER                     PIC X(13)
              VALUE  "     LAST RUN".
           05 FILLER                     PIC X(14)
              VALUE  "        CHANGE".
           05 FILLER                     PIC X(11)
              VALUE  "     POINTS".
           05 FILLER                     PIC X(35)  VALUE  SPACES.

       01  QUALITY-CATEGORY-LINE.
           05 QC-LABEL                   PIC X(36).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-FAILING                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-PCT                     PIC ZZ9.99.
           05 FILLER                     PIC X(2)   VALUE  " %".
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-LAST-X                  PIC X(11).
           05 QC-LAST  REDEFINES  QC-LAST-X
                                         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-CHANGE-X                PIC X(12).
           05 QC-CHANGE  REDEFINES  QC-CHANGE-X
                                         PIC ++++,+++,++9.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-POINTS-X                PIC X(9).
           05 QC-POINTS  REDEFINES  QC-POINTS-X
                                         PIC +++++9.99.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 QC-FLAG                    PIC X(10).
           05 FILLER                     PIC X(23)  VALUE  SPACES.

       01  QUALITY-SAMPLE-LINE.
           05 FILLER                     PIC X(18)
              VALUE  "      SAMPLE KEYS".
           05 QS-SAMPLE                  OCCURS  5  TIMES.
              10 QS-KEY                  PIC X(8).
              10 FILLER                  PIC X(2)   VALUE  SPACES.
           05 FILLER                     PIC X(64)  VALUE  SPACES.

       01  QUALITY-MESSAGE-LINE.
           05 QM-TEXT                    PIC X(132).

       01  QUALITY-SUMMARY-LINE.
           05 QT-LABEL                   PIC X(40).
           05 QT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(81)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  LOAD-LAST-SCORECARD-RTN.
           PERFORM  SWEEP-MASTERS-RTN.
           PERFORM  WRITE-SCORECARD-RTN.
           PERFORM  APPEND-HISTORY-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.
           INITIALIZE                   WK-MASTER-TOTALS.
           OPEN INPUT                   MASTER-FILE-1
                                        MASTER-FILE-2.
           OPEN OUTPUT                  QUALITY-REPORT-FILE.
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
           ACCEPT  WK-DDNAME-HISTORY
               FROM  ENVIRONMENT  "DD-QUALITY-HISTORY"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-REPORT
               FROM  ENVIRONMENT  "DD-QUALITY-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           MOVE  SPACES                 TO  WK-NIGHT.
           ACCEPT  WK-RUN-DATE
               FROM  ENVIRONMENT  "RUN-DATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-RUN-DATE-9  IS NOT NUMERIC  THEN
               ACCEPT  WK-RUN-DATE  FROM  DATE  YYYYMMDD
           END-IF.
           ACCEPT  WK-RUN-ID
               FROM  ENVIRONMENT  "RUN-ID"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

      * THE SCORECARD COMPARED AGAINST IS THE LATEST NIGHT ON THE
      * HISTORY BEFORE THIS ONE, SO A RERUN OF THE SAME NIGHT STILL
      * MEASURES ITSELF AGAINST THE NIGHT BEFORE. WHERE ONE NIGHT WAS
      * SCORED MORE THAN ONCE THE LAST LINE WRITTEN FOR IT COUNTS.
       LOAD-LAST-SCORECARD-RTN          SECTION.
           OPEN INPUT                   QUALITY-HISTORY-FILE.
           PERFORM  READ-HISTORY-RTN.
           PERFORM  SIFT-HISTORY-RTN
               UNTIL  WK-EOF-HISTORY  =  "Y".
           CLOSE                        QUALITY-HISTORY-FILE.
       LOAD-LAST-SCORECARD-RTN-EXIT.
       EXIT.

       READ-HISTORY-RTN                 SECTION.
           READ  QUALITY-HISTORY-FILE   INTO  WK-HISTORY-REC
                AT END  MOVE  "Y"       TO    WK-EOF-HISTORY.
           IF  WK-EOF-HISTORY  NOT  =  "Y"  THEN
               ADD  1                   TO    WK-COUNT-HISTORY-READ
           END-IF.
       READ-HISTORY-RTN-EXIT.
       EXIT.

       SIFT-HISTORY-RTN                 SECTION.
           IF  (WK-QH-RUN-DATE  IS NUMERIC)  AND
               (WK-QH-MASTER (1)  IS NUMERIC)  AND
               (WK-QH-MASTER (2)  IS NUMERIC)  AND
               (WK-QH-NIGHT  <  WK-NIGHT)  THEN
               IF  (WK-LAST-FOUND  =  "N")  OR
                   (WK-QH-NIGHT  NOT  <  WK-QL-NIGHT)  THEN
                   MOVE  WK-HISTORY-REC  TO  WK-LAST-REC
                   MOVE  "Y"            TO  WK-LAST-FOUND
               END-IF
           END-IF.
           PERFORM  READ-HISTORY-RTN.
       SIFT-HISTORY-RTN-EXIT.
       EXIT.

      * BOTH MASTERS ARE READ IN KEY ORDER AND MATCHED ON KEY. EACH
      * MASTER'S HEADER (FIRST RECORD) IS SKIPPED, AND THE HIGH-VALUES
      * TRAILER OR END OF FILE HOLDS THAT SIDE AT HIGH-VALUES UNTIL THE
      * OTHER SIDE CATCHES UP.
       SWEEP-MASTERS-RTN                SECTION.
           PERFORM  READ-MASTER1-RTN.
           PERFORM  READ-MASTER1-RTN.
           PERFORM  READ-MASTER2-RTN.
           PERFORM  READ-MASTER2-RTN.
           PERFORM  SWEEP-PAIR-RTN
               UNTIL  (WK-MASTER1-KEY  =  HIGH-VALUES)  AND
                      (WK-MASTER2-KEY  =  HIGH-VALUES).
       SWEEP-MASTERS-RTN-EXIT.
       EXIT.

       READ-MASTER1-RTN                 SECTION.
           IF  WK-EOF-MASTER1  =  "Y"  THEN
               GO TO  READ-MASTER1-RTN-EXIT
           END-IF.
           READ  MASTER-FILE-1  NEXT    RECORD INTO  WK-MASTER1-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER1.
           IF  WK-EOF-MASTER1  =  "Y"  THEN
               MOVE  HIGH-VALUES        TO  WK-MASTER1-KEY
           END-IF.
       READ-MASTER1-RTN-EXIT.
       EXIT.

       READ-MASTER2-RTN                 SECTION.
           IF  WK-EOF-MASTER2  =  "Y"  THEN
               GO TO  READ-MASTER2-RTN-EXIT
           END-IF.
           READ  MASTER-FILE-2  NEXT    RECORD INTO  WK-MASTER2-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MASTER2.
           IF  WK-EOF-MASTER2  =  "Y"  THEN
               MOVE  HIGH-VALUES        TO  WK-MASTER2-KEY
           END-IF.
       READ-MASTER2-RTN-EXIT.
       EXIT.

       SWEEP-PAIR-RTN                   SECTION.
           EVALUATE  TRUE
               WHEN  WK-MASTER1-KEY  <  WK-MASTER2-KEY
                   MOVE  WK-MASTER1-REC  TO  WK-IMAGE-REC
                   MOVE  1              TO  WK-FILE-IX
                   MOVE  "Y"            TO  WK-ORPHAN
                   PERFORM  SCORE-RECORD-RTN
                   PERFORM  READ-MASTER1-RTN
               WHEN  WK-MASTER1-KEY  >  WK-MASTER2-KEY
                   MOVE  WK-MASTER2-REC  TO  WK-IMAGE-REC
                   MOVE  2              TO  WK-FILE-IX
                   MOVE  "Y"            TO  WK-ORPHAN
                   PERFORM  SCORE-RECORD-RTN
                   PERFORM  READ-MASTER2-RTN
               WHEN  OTHER
                   MOVE  "N"            TO  WK-ORPHAN
                   MOVE  WK-MASTER1-REC  TO  WK-IMAGE-REC
                   MOVE  1              TO  WK-FILE-IX
                   PERFORM  SCORE-RECORD-RTN
                   MOVE  WK-MASTER2-REC  TO  WK-IMAGE-REC
                   MOVE  2              TO  WK-FILE-IX
                   PERFORM  SCORE-RECORD-RTN
                   PERFORM  READ-MASTER1-RTN
                   PERFORM  READ-MASTER2-RTN
           END-EVALUATE.
       SWEEP-PAIR-RTN-EXIT.
       EXIT.

      * A BLANK FEE IS A LEGACY RECORD AND PASSES; A FEE CAN ONLY BE
      * MEASURED AGAINST AN AMOUNT THAT IS ITSELF NUMERIC.
       SCORE-RECORD-RTN                 SECTION.
           ADD  1                       TO  WK-COUNT-SWEPT.
           MOVE  ALL  "N"               TO  WK-RECORD-FAILS.

           MOVE  WK-IMG-DETAIL-STATUS-CODE  TO  WK-EDIT-STATUS-BYTE.
           IF  NOT  WK-EDIT-STATUS-VALID  THEN
               MOVE  "Y"                TO  WK-FAIL (1)
           END-IF.

           IF  WK-IMG-DETAIL-AMOUNT  IS NOT NUMERIC  THEN
               MOVE  "Y"                TO  WK-FAIL (2)
           ELSE
               IF  WK-IMG-DETAIL-AMOUNT  =  ZERO  THEN
                   MOVE  "Y"            TO  WK-FAIL (2)
               END-IF
           END-IF.

           PERFORM  EDIT-DATE-RTN.

           IF  WK-IMG-DETAIL-CURRENCY  =  SPACES  THEN
               MOVE  "Y"                TO  WK-FAIL (4)
           END-IF.

           IF  WK-IMG-FEE-RAW  NOT  =  SPACES  THEN
               IF  WK-IMG-DETAIL-FEE-AMOUNT  IS NOT NUMERIC  THEN
                   MOVE  "Y"            TO  WK-FAIL (5)
               ELSE
                   IF  (WK-IMG-DETAIL-AMOUNT  IS NUMERIC)  AND
                       (WK-IMG-DETAIL-FEE-AMOUNT  >
                        WK-IMG-DETAIL-AMOUNT)  THEN
                       MOVE  "Y"        TO  WK-FAIL (5)
                   END-IF
               END-IF
           END-IF.

           IF  WK-IMG-DETAIL-DESCRIPTION  =  SPACES  THEN
               MOVE  "Y"                TO  WK-FAIL (6)
           END-IF.

           MOVE  WK-ORPHAN              TO  WK-FAIL (7).

           IF  WK-FILE-IX  =  1  THEN
               MOVE  "1"                TO  WK-SEEK-FILE
           ELSE
               MOVE  "2"                TO  WK-SEEK-FILE
           END-IF.
           MOVE  WK-IMG-DETAIL-CURRENCY  TO  WK-SEEK-CURRENCY.
           PERFORM  FIND-BUCKET-RTN.

           ADD  1                       TO  WK-MT-RECORDS (WK-FILE-IX).
           IF  WK-BKT-FOUND-IX  >  ZERO  THEN
               ADD  1                   TO
                    WK-BKT-RECORDS (WK-BKT-FOUND-IX)
           END-IF.
           MOVE  1                      TO  WK-CAT-IX.
           PERFORM  TALLY-CATEGORY-RTN
               UNTIL  WK-CAT-IX  >  7.
       SCORE-RECORD-RTN-EXIT.
       EXIT.

       TALLY-CATEGORY-RTN               SECTION.
           IF  WK-FAIL (WK-CAT-IX)  =  "Y"  THEN
               ADD  1  TO  WK-MT-FAILING (WK-FILE-IX, WK-CAT-IX)
               IF  WK-BKT-FOUND-IX  >  ZERO  THEN
                   ADD  1  TO  WK-BKT-FAILING (WK-BKT-FOUND-IX,
                                               WK-CAT-IX)
               END-IF
               IF  WK-MT-SAMPLE-COUNT (WK-FILE-IX, WK-CAT-IX)  <  5
                   THEN
                   ADD  1  TO  WK-MT-SAMPLE-COUNT (WK-FILE-IX,
                                                   WK-CAT-IX)
                   MOVE  WK-MT-SAMPLE-COUNT (WK-FILE-IX, WK-CAT-IX)
                                        TO  WK-SMP-IX
                   MOVE  WK-IMG-KEY     TO
                         WK-MT-SAMPLE (WK-FILE-IX, WK-CAT-IX,
                                       WK-SMP-IX)
               END-IF
           END-IF.
           ADD  1                       TO  WK-CAT-IX.
       TALLY-CATEGORY-RTN-EXIT.
       EXIT.

      * IMPOSSIBLE IS NOT A DATE AT ALL - NOT NUMERIC, OR A YEAR,
      * MONTH OR DAY OUTSIDE THE CALENDAR. FUTURE IS LATER THAN THE RUN
      * DATE.
       EDIT-DATE-RTN                    SECTION.
           MOVE  WK-IMG-DETAIL-UPDATE-DATE  TO  WK-EDIT-DATE.
           EVALUATE  TRUE
               WHEN  WK-EDIT-DATE-NUM  IS NOT NUMERIC
                   MOVE  "Y"            TO  WK-FAIL (3)
               WHEN  (WK-EDIT-DATE-CCYY  <  1900)  OR
                     (WK-EDIT-DATE-CCYY  >  2199)  OR
                     (WK-EDIT-DATE-MM  <  01)  OR
                     (WK-EDIT-DATE-MM  >  12)
                   MOVE  "Y"            TO  WK-FAIL (3)
               WHEN  WK-EDIT-DATE  >  WK-RUN-DATE
                   MOVE  "Y"            TO  WK-FAIL (3)
               WHEN  OTHER
                   PERFORM  SET-MAX-DAY-RTN
                   IF  (WK-EDIT-DATE-DD  <  01)  OR
                       (WK-EDIT-DATE-DD  >  WK-DATE-MAX-DAY)  THEN
                       MOVE  "Y"        TO  WK-FAIL (3)
                   END-IF
           END-EVALUATE.
       EDIT-DATE-RTN-EXIT.
       EXIT.

       SET-MAX-DAY-RTN                  SECTION.
           EVALUATE  WK-EDIT-DATE-MM
               WHEN  01  WHEN  03  WHEN  05  WHEN  07
               WHEN  08  WHEN  10  WHEN  12
                   MOVE  31             TO  WK-DATE-MAX-DAY
               WHEN  04  WHEN  06  WHEN  09  WHEN  11
                   MOVE  30             TO  WK-DATE-MAX-DAY
               WHEN  OTHER
                   PERFORM  LEAP-YEAR-RTN
           END-EVALUATE.
       SET-MAX-DAY-RTN-EXIT.
       EXIT.

       LEAP-YEAR-RTN                    SECTION.
           MOVE  28                     TO  WK-DATE-MAX-DAY.
           DIVIDE  WK-EDIT-DATE-CCYY  BY  4
               GIVING  WK-LEAP-QUOTIENT
               REMAINDER  WK-LEAP-REMAINDER.
           IF  WK-LEAP-REMAINDER  =  ZERO  THEN
               MOVE  29                 TO  WK-DATE-MAX-DAY
               DIVIDE  WK-EDIT-DATE-CCYY  BY  100
                   GIVING  WK-LEAP-QUOTIENT
                   REMAINDER  WK-LEAP-REMAINDER
               IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                   MOVE  28             TO  WK-DATE-MAX-DAY
                   DIVIDE  WK-EDIT-DATE-CCYY  BY  400
                       GIVING  WK-LEAP-QUOTIENT
                       REMAINDER  WK-LEAP-REMAINDER
                   IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                       MOVE  29         TO  WK-DATE-MAX-DAY
                   END-IF
               END-IF
           END-IF.
       LEAP-YEAR-RTN-EXIT.
       EXIT.

      * LOCATES THE BUCKET FOR WK-SEEK-FILE/WK-SEEK-CURRENCY, OPENING
      * A ZERO ONE WHEN IT IS NEW. A FULL TABLE LEAVES FOUND-IX ZERO;
      * THE RECORD STILL COUNTS IN ITS MASTER TOTAL.
       FIND-BUCKET-RTN                  SECTION.
           MOVE  ZERO                   TO  WK-BKT-FOUND-IX.
           MOVE  1                      TO  WK-BKT-IX.
           PERFORM  SEARCH-BUCKET-RTN
               UNTIL  (WK-BKT-IX  >  WK-BKT-COUNT)
                   OR  (WK-BKT-FOUND-IX  >  ZERO).

           IF  WK-BKT-FOUND-IX  =  ZERO  THEN
               IF  WK-BKT-COUNT  <  60  THEN
                   ADD  1               TO  WK-BKT-COUNT
                   MOVE  WK-BKT-COUNT   TO  WK-BKT-FOUND-IX
                   INITIALIZE  WK-BKT-ENTRY (WK-BKT-FOUND-IX)
                   MOVE  WK-SEEK-FILE   TO
                         WK-BKT-FILE (WK-BKT-FOUND-IX)
                   MOVE  WK-SEEK-CURRENCY  TO
                         WK-BKT-CURRENCY (WK-BKT-FOUND-IX)
               ELSE
                   ADD  1               TO  WK-COUNT-TABLE-FULL
               END-IF
           END-IF.
       FIND-BUCKET-RTN-EXIT.
       EXIT.

       SEARCH-BUCKET-RTN                SECTION.
           IF  (WK-BKT-FILE (WK-BKT-IX)  =  WK-SEEK-FILE)  AND
               (WK-BKT-CURRENCY (WK-BKT-IX)  =  WK-SEEK-CURRENCY)
               THEN
               MOVE  WK-BKT-IX          TO  WK-BKT-FOUND-IX
           END-IF.
           ADD  1                       TO  WK-BKT-IX.
       SEARCH-BUCKET-RTN-EXIT.
       EXIT.

      * FOR EACH MASTER: THE ALL-CURRENCY BLOCK, COMPARED WITH THE
      * LAST SCORECARD AND WITH SAMPLE KEYS, THEN ONE BLOCK PER
      * CURRENCY.
       WRITE-SCORECARD-RTN              SECTION.
           MOVE  WK-RUN-DATE            TO  QH-RUN-DATE.
           MOVE  WK-RUN-ID              TO  QH-RUN-ID.
           IF  WK-LAST-FOUND  =  "Y"  THEN
               MOVE  WK-QL-RUN-DATE     TO  QH-LAST-DATE
               MOVE  WK-QL-RUN-ID       TO  QH-LAST-ID
           ELSE
               MOVE  "NONE"             TO  QH-LAST-DATE
               MOVE  SPACES             TO  QH-LAST-ID
           END-IF.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-HEADER-LINE.

           MOVE  1                      TO  WK-FILE-IX.
           PERFORM  WRITE-MASTER-RTN
               UNTIL  WK-FILE-IX  >  2.
       WRITE-SCORECARD-RTN-EXIT.
       EXIT.

       WRITE-MASTER-RTN                 SECTION.
           MOVE  SPACES                 TO  QM-TEXT.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-MESSAGE-LINE.
           IF  WK-FILE-IX  =  1  THEN
               MOVE  "1"                TO  QB-FILE
           ELSE
               MOVE  "2"                TO  QB-FILE
           END-IF.
           MOVE  "(ALL)"                TO  QB-CURRENCY.
           MOVE  WK-MT-RECORDS (WK-FILE-IX)  TO  QB-RECORDS.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-BLOCK-LINE.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-COLUMN-LINE.
           MOVE  1                      TO  WK-CAT-IX.
           PERFORM  WRITE-MASTER-CATEGORY-RTN
               UNTIL  WK-CAT-IX  >  7.

           MOVE  QB-FILE                TO  WK-SEEK-FILE.
           MOVE  1                      TO  WK-BKT-IX.
           PERFORM  WRITE-BUCKET-RTN
               UNTIL  WK-BKT-IX  >  WK-BKT-COUNT.
           ADD  1                       TO  WK-FILE-IX.
       WRITE-MASTER-RTN-EXIT.
       EXIT.

      * A CATEGORY WHOSE FAILING COUNT ROSE SINCE THE LAST SCORECARD
      * IS FLAGGED WORSE AND RAISES A WARNING.
       WRITE-MASTER-CATEGORY-RTN        SECTION.
           MOVE  WK-CATEGORY-LABEL (WK-CAT-IX)  TO  QC-LABEL.
           MOVE  WK-MT-FAILING (WK-FILE-IX, WK-CAT-IX)
                                        TO  QC-FAILING  WK-PCT-COUNT.
           MOVE  WK-MT-RECORDS (WK-FILE-IX)  TO  WK-PCT-RECORDS.
           PERFORM  PERCENT-RTN.
           MOVE  WK-PCT                 TO  QC-PCT.
           MOVE  SPACES                 TO  QC-LAST-X
                                            QC-CHANGE-X
                                            QC-POINTS-X
                                            QC-FLAG.
           IF  WK-LAST-FOUND  =  "Y"  THEN
               MOVE  WK-PCT             TO  WK-THIS-PCT
               MOVE  WK-QL-FAILING (WK-FILE-IX, WK-CAT-IX)
                                        TO  QC-LAST  WK-PCT-COUNT
               MOVE  WK-QL-RECORDS (WK-FILE-IX)  TO  WK-PCT-RECORDS
               PERFORM  PERCENT-RTN
               MOVE  WK-PCT             TO  WK-LAST-PCT
               COMPUTE  WK-PCT-CHANGE  =  WK-THIS-PCT  -  WK-LAST-PCT
               COMPUTE  WK-COUNT-CHANGE  =
                        WK-MT-FAILING (WK-FILE-IX, WK-CAT-IX)
                     -  WK-QL-FAILING (WK-FILE-IX, WK-CAT-IX)
               MOVE  WK-COUNT-CHANGE    TO  QC-CHANGE
               MOVE  WK-PCT-CHANGE      TO  QC-POINTS
               IF  WK-COUNT-CHANGE  >  ZERO  THEN
                   MOVE  "WORSE"        TO  QC-FLAG
                   ADD  1               TO  WK-COUNT-WORSE
               END-IF
               IF  WK-COUNT-CHANGE  <  ZERO  THEN
                   MOVE  "BETTER"       TO  QC-FLAG
               END-IF
           END-IF.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-CATEGORY-LINE.

           IF  WK-MT-SAMPLE-COUNT (WK-FILE-IX, WK-CAT-IX)  >  ZERO
               THEN
               MOVE  1                  TO  WK-SMP-IX
               PERFORM  MOVE-SAMPLE-RTN
                   UNTIL  WK-SMP-IX  >  5
               WRITE  QUALITYREPORTRECORD  FROM  QUALITY-SAMPLE-LINE
           END-IF.
           ADD  1                       TO  WK-CAT-IX.
       WRITE-MASTER-CATEGORY-RTN-EXIT.
       EXIT.

       MOVE-SAMPLE-RTN                  SECTION.
           IF  WK-SMP-IX  >  WK-MT-SAMPLE-COUNT (WK-FILE-IX, WK-CAT-IX)
               THEN
               MOVE  SPACES             TO  QS-KEY (WK-SMP-IX)
           ELSE
               MOVE  WK-MT-SAMPLE (WK-FILE-IX, WK-CAT-IX, WK-SMP-IX)
                                        TO  QS-KEY (WK-SMP-IX)
           END-IF.
           ADD  1                       TO  WK-SMP-IX.
       MOVE-SAMPLE-RTN-EXIT.
       EXIT.

       WRITE-BUCKET-RTN                 SECTION.
           IF  WK-BKT-FILE (WK-BKT-IX)  =  WK-SEEK-FILE  THEN
               MOVE  SPACES             TO  QM-TEXT
               WRITE  QUALITYREPORTRECORD  FROM  QUALITY-MESSAGE-LINE
               IF  WK-BKT-CURRENCY (WK-BKT-IX)  =  SPACES  THEN
                   MOVE  "(BLANK)"      TO  QB-CURRENCY
               ELSE
                   MOVE  WK-BKT-CURRENCY (WK-BKT-IX)  TO  QB-CURRENCY
               END-IF
               MOVE  WK-BKT-RECORDS (WK-BKT-IX)  TO  QB-RECORDS
               WRITE  QUALITYREPORTRECORD  FROM  QUALITY-BLOCK-LINE
               MOVE  1                  TO  WK-CAT-IX
               PERFORM  WRITE-BUCKET-CATEGORY-RTN
                   UNTIL  WK-CAT-IX  >  7
           END-IF.
           ADD  1                       TO  WK-BKT-IX.
       WRITE-BUCKET-RTN-EXIT.
       EXIT.

       WRITE-BUCKET-CATEGORY-RTN        SECTION.
           MOVE  WK-CATEGORY-LABEL (WK-CAT-IX)  TO  QC-LABEL.
           MOVE  WK-BKT-FAILING (WK-BKT-IX, WK-CAT-IX)
                                        TO  QC-FAILING  WK-PCT-COUNT.
           MOVE  WK-BKT-RECORDS (WK-BKT-IX)  TO  WK-PCT-RECORDS.
           PERFORM  PERCENT-RTN.
           MOVE  WK-PCT                 TO  QC-PCT.
           MOVE  SPACES                 TO  QC-LAST-X
                                            QC-CHANGE-X
                                            QC-POINTS-X
                                            QC-FLAG.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-CATEGORY-LINE.
           ADD  1                       TO  WK-CAT-IX.
       WRITE-BUCKET-CATEGORY-RTN-EXIT.
       EXIT.

       PERCENT-RTN                      SECTION.
           IF  WK-PCT-RECORDS  =  ZERO  THEN
               MOVE  ZERO               TO  WK-PCT
           ELSE
               COMPUTE  WK-PCT  ROUNDED  =
                        (WK-PCT-COUNT  *  100)  /  WK-PCT-RECORDS
           END-IF.
       PERCENT-RTN-EXIT.
       EXIT.

       APPEND-HISTORY-RTN               SECTION.
           MOVE  SPACES                 TO  WK-HISTORY-REC.
           MOVE  WK-NIGHT               TO  WK-QH-NIGHT.
           MOVE  1                      TO  WK-FILE-IX.
           PERFORM  HISTORY-MASTER-RTN
               UNTIL  WK-FILE-IX  >  2.
           OPEN EXTEND                  QUALITY-HISTORY-FILE.
           WRITE  QUALITYHISTORYRECORD  FROM  WK-HISTORY-REC.
           CLOSE                        QUALITY-HISTORY-FILE.
       APPEND-HISTORY-RTN-EXIT.
       EXIT.

       HISTORY-MASTER-RTN               SECTION.
           MOVE  WK-MT-RECORDS (WK-FILE-IX)
                                        TO  WK-QH-RECORDS (WK-FILE-IX).
           MOVE  1                      TO  WK-CAT-IX.
           PERFORM  HISTORY-CATEGORY-RTN
               UNTIL  WK-CAT-IX  >  7.
           ADD  1                       TO  WK-FILE-IX.
       HISTORY-MASTER-RTN-EXIT.
       EXIT.

       HISTORY-CATEGORY-RTN             SECTION.
           MOVE  WK-MT-FAILING (WK-FILE-IX, WK-CAT-IX)
                         TO  WK-QH-FAILING (WK-FILE-IX, WK-CAT-IX).
           ADD  1                       TO  WK-CAT-IX.
       HISTORY-CATEGORY-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           MOVE  SPACES                 TO  QM-TEXT.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-MESSAGE-LINE.

           MOVE  "MASTER RECORDS SCORED"          TO  QT-LABEL.
           MOVE  WK-COUNT-SWEPT                   TO  QT-COUNT.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-SUMMARY-LINE.

           MOVE  "HISTORY LINES READ"             TO  QT-LABEL.
           MOVE  WK-COUNT-HISTORY-READ            TO  QT-COUNT.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-SUMMARY-LINE.

           MOVE  "CATEGORIES WORSE THAN LAST RUN" TO  QT-LABEL.
           MOVE  WK-COUNT-WORSE                   TO  QT-COUNT.
           WRITE  QUALITYREPORTRECORD   FROM  QUALITY-SUMMARY-LINE.

           IF  WK-COUNT-TABLE-FULL  >  ZERO  THEN
               MOVE  "CURRENCY TABLE FULL - NOT BROKEN OUT"
                                                  TO  QT-LABEL
               MOVE  WK-COUNT-TABLE-FULL          TO  QT-COUNT
               WRITE  QUALITYREPORTRECORD  FROM  QUALITY-SUMMARY-LINE
           END-IF.

           IF  ((WK-COUNT-WORSE  >  ZERO)  OR
                (WK-COUNT-TABLE-FULL  >  ZERO))  AND
               (RETURN-CODE  <  4)  THEN
               MOVE  4                  TO  RETURN-CODE
           END-IF.

           CLOSE                        MASTER-FILE-1
                                        MASTER-FILE-2
                                        QUALITY-REPORT-FILE.
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
           MOVE  "QUALITY-SCORE-PGM"
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
           MOVE  WK-COUNT-SWEPT         TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
