       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-REPORT-PGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-TARGET-FILE
                                    ASSIGN TO WK-DDNAME-STEPTGT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  STEP-REPORT-FILE ASSIGN TO WK-DDNAME-STEPRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
           FD STEP-TARGET-FILE.
              01 STEPTARGETRECORD        PIC X(80).
           FD STEP-REPORT-FILE.
              01 STEPREPORTRECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".
           05 WK-DDNAME-STEPTGT          PIC X(20)
              VALUE  "STEPTGT.TXT".
           05 WK-DDNAME-STEPRPT          PIC X(20)
              VALUE  "STEPRPT.TXT".

      * THE NIGHT REPORTED IS THE RUN DATE AND RUN ID GIVEN; WITH NO
      * RUN ID, THE LAST RUN ON THAT DATE; WITH NEITHER, THE LAST NIGHT
      * ON THE LOG. EACH STEP IS MEASURED AGAINST ITS TARGET AND THE
      * AVERAGE OF ITS CLEAN RUNS (RC BELOW 20) OVER THE NIGHTS BEFORE.
       01  WK-REQUEST-AREA.
           05 WK-REQ-RUN-DATE            PIC X(8)   VALUE  SPACES.
           05 WK-REQ-RUN-ID              PIC X(8)   VALUE  SPACES.
       01  WK-REQ-NIGHT  REDEFINES  WK-REQUEST-AREA
                                         PIC X(16).
       01  WK-AVERAGE-NIGHTS-TEXT        PIC X(2)   VALUE  "07".
       01  WK-AVERAGE-NIGHTS  REDEFINES  WK-AVERAGE-NIGHTS-TEXT
                                         PIC 9(2).
       01  WK-AVERAGE-TOL-TEXT           PIC X(3)   VALUE  "025".
       01  WK-AVERAGE-TOL  REDEFINES  WK-AVERAGE-TOL-TEXT
                                         PIC 9(3).

       01  WK-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-LOG==.
       01  WK-LOG-NIGHT-AREA  REDEFINES  WK-LOG-REC.
           05 FILLER                     PIC X(21).
           05 WK-LOG-NIGHT               PIC X(16).
           05 FILLER                     PIC X(83).

       01  WK-TARGET-REC.
           COPY STEPTGT REPLACING ==:TAG:== BY ==WK-TGT==.

       01  WK-NIGHT-AREA.
           05 WK-NIGHT                   PIC X(16)  VALUE  LOW-VALUES.
           05 WK-NIGHT-PARTS  REDEFINES  WK-NIGHT.
              10 WK-NIGHT-RUN-DATE       PIC X(8).
              10 WK-NIGHT-RUN-ID         PIC X(8).

       01  WK-EOF-LOG                    PIC X(1)   VALUE  "N".
       01  WK-EOF-TARGET                 PIC X(1)   VALUE  "N".
       01  WK-NIGHT-FOUND                PIC X(1)   VALUE  "N".
       01  WK-FOUND                      PIC X(1)   VALUE  "N".
       01  WK-CP-DONE                    PIC X(1)   VALUE  "N".
       01  WK-RESTART-IX                 PIC 9(3)   COMP  VALUE  ZERO.

      * THE NIGHTS THAT MAKE UP THE ROLLING AVERAGE, NEWEST FIRST.
       01  WK-WINDOW-TABLE.
           05 WK-WIN-COUNT               PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-WIN-IX                  PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-WIN-SLOT                PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-WIN-NIGHT               PIC X(16)
                                         OCCURS  30  TIMES.

      * ONE ENTRY PER STEP ATTEMPT ON THE NIGHT REPORTED, IN THE ORDER
      * THE ATTEMPTS STARTED. A STEP RUN AGAIN LATER IN THE NIGHT HAS
      * ITS EARLIER ATTEMPT MARKED SUPERSEDED.
       01  WK-STEP-TABLE.
           05 WK-STEP-COUNT              PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-ST-IX                   PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-ST-JX                   PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-STEP-ENTRY              OCCURS  200  TIMES.
              10 ST-PROGRAM              PIC X(20).
              10 ST-PARTITION            PIC X(8).
              10 ST-START-STAMP          PIC X(16).
              10 ST-END-STAMP            PIC X(16).
              10 ST-ENDED                PIC X(1).
              10 ST-RECORDS              PIC 9(9).
              10 ST-RC                   PIC 9(4).
              10 ST-ELAPSED              PIC 9(9)   COMP.
              10 ST-HAS-TARGET           PIC X(1).
              10 ST-TARGET               PIC 9(6).
              10 ST-HAS-AVERAGE          PIC X(1).
              10 ST-AVERAGE              PIC 9(9)   COMP.
              10 ST-PCT-AVERAGE          PIC 9(4)   COMP.
              10 ST-OVER-TARGET          PIC X(1).
              10 ST-ABOVE-AVERAGE        PIC X(1).
              10 ST-SUPERSEDED           PIC X(1).
              10 ST-CRITICAL             PIC X(1).

       01  WK-AVERAGE-TABLE.
           05 WK-AVG-COUNT               PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-AVG-IX                  PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-AVG-ENTRY               OCCURS  100  TIMES.
              10 AV-PROGRAM              PIC X(20).
              10 AV-PARTITION            PIC X(8).
              10 AV-TOTAL                PIC 9(11)  COMP.
              10 AV-RUNS                 PIC 9(5)   COMP.

       01  WK-TARGET-TABLE.
           05 WK-TGT-COUNT               PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-TGT-IX                  PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-TARGET-ENTRY            OCCURS  100  TIMES.
              10 TG-PROGRAM              PIC X(20).
              10 TG-SECONDS              PIC 9(6).

      * CRITICAL PATH: WALKING BACK FROM THE STEP THAT ENDED LAST, EACH
      * STEP'S PREDECESSOR IS THE STEP THAT ENDED LAST BEFORE IT
      * STARTED - THE ONE IT WAS WAITING ON. THE LIST IS BUILT BACKWARD
      * AND PRINTED FORWARD.
       01  WK-CRITICAL-PATH.
           05 WK-CP-COUNT                PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-CP-IX                   PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-CP-CURRENT              PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-CP-BEST                 PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-CP-PRIOR                PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-CP-STEP                 PIC 9(3)   COMP
                                         OCCURS  200  TIMES.
           05 WK-CP-RUN-SECONDS          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-CP-WAIT-SECONDS         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-CP-WAIT                 PIC 9(9)   COMP  VALUE  ZERO.
       01  WK-NIGHT-START-STAMP          PIC X(16)  VALUE  HIGH-VALUES.
       01  WK-NIGHT-END-STAMP            PIC X(16)  VALUE  LOW-VALUES.
       01  WK-NIGHT-SECONDS              PIC 9(9)   COMP  VALUE  ZERO.

       01  WK-REPORT-COUNTERS.
           05 WK-COUNT-LOG-READ          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-ENDED             PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-NOT-ENDED         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-FAILED            PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-OVER-TARGET       PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-ABOVE-AVERAGE     PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-NO-START          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-OVERFLOW          PIC 9(9)   COMP  VALUE  ZERO.

      * ELAPSED SECONDS BETWEEN TWO CCYYMMDDHHMMSSCC STAMPS. A STEP
      * THAT RUNS PAST MIDNIGHT IS COUNTED A DAY AT A TIME.
       01  WK-EL-FROM.
           05 WK-EL-FROM-DATE            PIC X(8).
           05 WK-EL-FROM-HH              PIC 9(2).
           05 WK-EL-FROM-MM              PIC 9(2).
           05 WK-EL-FROM-SS              PIC 9(2).
           05 FILLER                     PIC X(2).
       01  WK-EL-TO.
           05 WK-EL-TO-DATE              PIC X(8).
           05 WK-EL-TO-HH                PIC 9(2).
           05 WK-EL-TO-MM                PIC 9(2).
           05 WK-EL-TO-SS                PIC 9(2).
           05 FILLER                     PIC X(2).
       01  WK-EL-DAYS                    PIC 9(5)   COMP  VALUE  ZERO.
       01  WK-EL-WORK                    PIC S9(11) COMP  VALUE  ZERO.
       01  WK-EL-SECONDS                 PIC 9(9)   COMP  VALUE  ZERO.

       01  WK-CAL-DATE-AREA.
           05 WK-CAL-DATE                PIC X(8).
           05 WK-CAL-DATE-PARTS  REDEFINES  WK-CAL-DATE.
              10 WK-CAL-CCYY             PIC 9(4).
              10 WK-CAL-MM               PIC 9(2).
              10 WK-CAL-DD               PIC 9(2).
       01  WK-DATE-MAX-DAY               PIC 9(2)   VALUE  ZERO.
       01  WK-LEAP-QUOTIENT              PIC 9(4)   COMP  VALUE  ZERO.
       01  WK-LEAP-REMAINDER             PIC 9(4)   COMP  VALUE  ZERO.

       01  WK-CLOCK-IN.
           05 WK-CLOCK-HH                PIC X(2).
           05 WK-CLOCK-MM                PIC X(2).
           05 WK-CLOCK-SS                PIC X(2).
           05 FILLER                     PIC X(2).
       01  WK-CLOCK-OUT                  PIC X(8).

       01  STEP-TITLE-LINE.
           05 FILLER                     PIC X(25)
              VALUE  "BATCH WINDOW TIMING   RUN".
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 STT-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 STT-RUN-ID                 PIC X(8).
           05 FILLER                     PIC X(89)  VALUE  SPACES.

       01  STEP-SECTION-LINE.
           05 STS-TITLE                  PIC X(44).
           05 FILLER                     PIC X(88)  VALUE  SPACES.

       01  STEP-HEADER-LINE.
           05 FILLER                     PIC X(2)   VALUE  "C".
           05 FILLER                     PIC X(21)  VALUE  "PROGRAM".
           05 FILLER                     PIC X(9)   VALUE  "PART".
           05 FILLER                     PIC X(9)   VALUE  "START".
           05 FILLER                     PIC X(9)   VALUE  "END".
           05 FILLER                     PIC X(8)   VALUE  "ELAPSED".
           05 FILLER                     PIC X(8)   VALUE  " TARGET".
           05 FILLER                     PIC X(8)   VALUE  "AVERAGE".
           05 FILLER                     PIC X(5)   VALUE  "%AVG".
           05 FILLER                     PIC X(12)
              VALUE  "    RECORDS".
           05 FILLER                     PIC X(5)   VALUE  "  RC".
           05 FILLER                     PIC X(24)  VALUE  "NOTE".
           05 FILLER                     PIC X(12)  VALUE  SPACES.

       01  STEP-DETAIL-LINE.
           05 SD-CRITICAL                PIC X(1).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-PROGRAM                 PIC X(20).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-PARTITION               PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-START                   PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-END                     PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-ELAPSED-X               PIC X(7).
           05 SD-ELAPSED  REDEFINES  SD-ELAPSED-X
                                         PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-TARGET-X                PIC X(7).
           05 SD-TARGET  REDEFINES  SD-TARGET-X
                                         PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-AVERAGE-X               PIC X(7).
           05 SD-AVERAGE  REDEFINES  SD-AVERAGE-X
                                         PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-PCT-X                   PIC X(4).
           05 SD-PCT  REDEFINES  SD-PCT-X
                                         PIC ZZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-RECORDS-X               PIC X(11).
           05 SD-RECORDS  REDEFINES  SD-RECORDS-X
                                         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-RC-X                    PIC X(4).
           05 SD-RC  REDEFINES  SD-RC-X  PIC ZZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SD-NOTE                    PIC X(24).
           05 FILLER                     PIC X(12)  VALUE  SPACES.

       01  CRITICAL-HEADER-LINE.
           05 FILLER                     PIC X(21)  VALUE  "PROGRAM".
           05 FILLER                     PIC X(9)   VALUE  "PART".
           05 FILLER                     PIC X(9)   VALUE  "START".
           05 FILLER                     PIC X(9)   VALUE  "END".
           05 FILLER                     PIC X(8)   VALUE  "ELAPSED".
           05 FILLER                     PIC X(8)   VALUE  "   WAIT".
           05 FILLER                     PIC X(68)  VALUE  SPACES.

       01  CRITICAL-DETAIL-LINE.
           05 CP-PROGRAM                 PIC X(20).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 CP-PARTITION               PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 CP-START                   PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 CP-END                     PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 CP-ELAPSED                 PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 CP-WAIT                    PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(69)  VALUE  SPACES.

       01  STEP-COUNT-LINE.
           05 SN-LABEL                   PIC X(44).
           05 SN-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(77)  VALUE  SPACES.

       01  STEP-STAMP-LINE.
           05 SS-LABEL                   PIC X(44).
           05 SS-DATE                    PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 SS-TIME                    PIC X(8).
           05 FILLER                     PIC X(71)  VALUE  SPACES.

       01  STEP-TEXT-LINE.
           05 SX-LABEL                   PIC X(44).
           05 SX-TEXT                    PIC X(40).
           05 FILLER                     PIC X(48)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  FIND-NIGHT-RTN.
           IF  WK-NIGHT-FOUND  =  "Y"  THEN
               PERFORM  FIND-WINDOW-RTN
               PERFORM  LOAD-NIGHT-RTN
               PERFORM  MEASURE-STEP-RTN
                   VARYING  WK-ST-IX  FROM  1  BY  1
                   UNTIL  WK-ST-IX  >  WK-STEP-COUNT
               PERFORM  CRITICAL-PATH-RTN
               PERFORM  FIND-RESTART-RTN
               PERFORM  WRITE-STEPS-RTN
               PERFORM  WRITE-CRITICAL-PATH-RTN
               PERFORM  WRITE-SUMMARY-RTN
           ELSE
               MOVE  "NO STEPS ON THE STEP LOG FOR THE NIGHT"
                                        TO  STS-TITLE
               WRITE  STEPREPORTRECORD  FROM  STEP-SECTION-LINE
               MOVE  8                  TO  RETURN-CODE
           END-IF.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           ACCEPT  WK-DDNAME-STEPTGT
               FROM  ENVIRONMENT  "DD-STEP-TARGETS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-STEPRPT
               FROM  ENVIRONMENT  "DD-STEP-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.

           ACCEPT  WK-REQ-RUN-DATE
               FROM  ENVIRONMENT  "RUN-DATE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-REQ-RUN-DATE  IS NOT NUMERIC  THEN
               MOVE  SPACES             TO  WK-REQ-RUN-DATE
           END-IF.
           ACCEPT  WK-REQ-RUN-ID
               FROM  ENVIRONMENT  "RUN-ID"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-REQ-RUN-DATE  =  SPACES  THEN
               MOVE  SPACES             TO  WK-REQ-RUN-ID
           END-IF.
           ACCEPT  WK-AVERAGE-NIGHTS-TEXT
               FROM  ENVIRONMENT  "AVERAGE-NIGHTS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  (WK-AVERAGE-NIGHTS  IS NOT NUMERIC)  OR
               (WK-AVERAGE-NIGHTS  =  ZERO)  OR
               (WK-AVERAGE-NIGHTS  >  30)  THEN
               MOVE  "07"               TO  WK-AVERAGE-NIGHTS-TEXT
           END-IF.
           ACCEPT  WK-AVERAGE-TOL-TEXT
               FROM  ENVIRONMENT  "AVERAGE-TOLERANCE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-AVERAGE-TOL  IS NOT NUMERIC  THEN
               MOVE  "025"              TO  WK-AVERAGE-TOL-TEXT
           END-IF.

           OPEN OUTPUT                  STEP-REPORT-FILE.
           PERFORM  LOAD-TARGETS-RTN.
       INITIAL-RTN-EXIT.
       EXIT.

       LOAD-TARGETS-RTN                 SECTION.
           OPEN INPUT                   STEP-TARGET-FILE.
           PERFORM  READ-TARGET-RTN.
           PERFORM  STORE-TARGET-RTN
               UNTIL  WK-EOF-TARGET  =  "Y".
           CLOSE                        STEP-TARGET-FILE.
       LOAD-TARGETS-RTN-EXIT.
       EXIT.

       READ-TARGET-RTN                  SECTION.
           READ  STEP-TARGET-FILE       INTO  WK-TARGET-REC
                AT END  MOVE  "Y"       TO    WK-EOF-TARGET.
       READ-TARGET-RTN-EXIT.
       EXIT.

       STORE-TARGET-RTN                 SECTION.
           IF  (WK-TGT-PROGRAM  NOT  =  SPACES)  AND
               (WK-TGT-TARGET-SECONDS  IS NUMERIC)  AND
               (WK-TGT-COUNT  <  100)  THEN
               ADD  1                   TO  WK-TGT-COUNT
               MOVE  WK-TGT-PROGRAM     TO  TG-PROGRAM (WK-TGT-COUNT)
               MOVE  WK-TGT-TARGET-SECONDS
                                        TO  TG-SECONDS (WK-TGT-COUNT)
           END-IF.
           PERFORM  READ-TARGET-RTN.
       STORE-TARGET-RTN-EXIT.
       EXIT.

       OPEN-LOG-RTN                     SECTION.
           MOVE  "N"                    TO  WK-EOF-LOG.
           OPEN INPUT                   STEP-LOG-FILE.
           PERFORM  READ-LOG-RTN.
       OPEN-LOG-RTN-EXIT.
       EXIT.

      * ONLY WELL-FORMED S AND E RECORDS ARE PASSED ON; ANYTHING ELSE
      * ON THE LOG IS STEPPED OVER. THIS PROGRAM'S OWN RECORDS ARE
      * STEPPED OVER TOO - ITS START IS ALREADY ON THE LOG, WITH NO
      * END, WHILE IT READS THE NIGHT IT IS REPORTING.
       READ-LOG-RTN                     SECTION.
           MOVE  "N"                    TO  WK-FOUND.
           PERFORM  READ-LOG-RECORD-RTN
               UNTIL  (WK-FOUND  =  "Y")  OR  (WK-EOF-LOG  =  "Y").
       READ-LOG-RTN-EXIT.
       EXIT.

       READ-LOG-RECORD-RTN              SECTION.
           READ  STEP-LOG-FILE          INTO  WK-LOG-REC
                AT END  MOVE  "Y"       TO    WK-EOF-LOG.
           IF  WK-EOF-LOG  NOT  =  "Y"  THEN
               IF  (WK-LOG-START  OR  WK-LOG-END)  AND
                   (WK-LOG-RUN-DATE  IS NUMERIC)  AND
                   (WK-LOG-START-DATE  IS NUMERIC)  AND
                   (WK-LOG-PROGRAM  NOT  =  "STEP-REPORT-PGM")  THEN
                   MOVE  "Y"            TO  WK-FOUND
               END-IF
           END-IF.
       READ-LOG-RECORD-RTN-EXIT.
       EXIT.

       FIND-NIGHT-RTN                   SECTION.
           PERFORM  OPEN-LOG-RTN.
           PERFORM  CHOOSE-NIGHT-RTN
               UNTIL  WK-EOF-LOG  =  "Y".
           CLOSE                        STEP-LOG-FILE.
           IF  WK-NIGHT  NOT  =  LOW-VALUES  THEN
               MOVE  "Y"                TO  WK-NIGHT-FOUND
           END-IF.
       FIND-NIGHT-RTN-EXIT.
       EXIT.

       CHOOSE-NIGHT-RTN                 SECTION.
           ADD  1                       TO  WK-COUNT-LOG-READ.
           EVALUATE  TRUE
               WHEN  WK-REQ-RUN-DATE  =  SPACES
                   IF  WK-LOG-NIGHT  >  WK-NIGHT  THEN
                       MOVE  WK-LOG-NIGHT  TO  WK-NIGHT
                   END-IF
               WHEN  WK-REQ-RUN-ID  NOT  =  SPACES
                   IF  WK-LOG-NIGHT  =  WK-REQ-NIGHT  THEN
                       MOVE  WK-LOG-NIGHT  TO  WK-NIGHT
                   END-IF
               WHEN  OTHER
                   IF  (WK-LOG-RUN-DATE  =  WK-REQ-RUN-DATE)  AND
                       (WK-LOG-NIGHT  >  WK-NIGHT)  THEN
                       MOVE  WK-LOG-NIGHT  TO  WK-NIGHT
                   END-IF
           END-EVALUATE.
           PERFORM  READ-LOG-RTN.
       CHOOSE-NIGHT-RTN-EXIT.
       EXIT.

      * THE ROLLING WINDOW IS THE MOST RECENT AVERAGE-NIGHTS NIGHTS ON
      * THE LOG BEFORE THE ONE REPORTED, KEPT NEWEST FIRST.
       FIND-WINDOW-RTN                  SECTION.
           PERFORM  OPEN-LOG-RTN.
           PERFORM  WINDOW-RECORD-RTN
               UNTIL  WK-EOF-LOG  =  "Y".
           CLOSE                        STEP-LOG-FILE.
       FIND-WINDOW-RTN-EXIT.
       EXIT.

       WINDOW-RECORD-RTN                SECTION.
           IF  WK-LOG-NIGHT  <  WK-NIGHT  THEN
               PERFORM  SEARCH-WINDOW-RTN
               IF  WK-FOUND  NOT  =  "Y"  THEN
                   PERFORM  INSERT-WINDOW-RTN
               END-IF
           END-IF.
           PERFORM  READ-LOG-RTN.
       WINDOW-RECORD-RTN-EXIT.
       EXIT.

       SEARCH-WINDOW-RTN                SECTION.
           MOVE  "N"                    TO  WK-FOUND.
           PERFORM  SEARCH-WINDOW-ONE-RTN
               VARYING  WK-WIN-IX  FROM  1  BY  1
               UNTIL  (WK-WIN-IX  >  WK-WIN-COUNT)
                   OR  (WK-FOUND  =  "Y").
       SEARCH-WINDOW-RTN-EXIT.
       EXIT.

       SEARCH-WINDOW-ONE-RTN            SECTION.
           IF  WK-WIN-NIGHT (WK-WIN-IX)  =  WK-LOG-NIGHT  THEN
               MOVE  "Y"                TO  WK-FOUND
           END-IF.
       SEARCH-WINDOW-ONE-RTN-EXIT.
       EXIT.

       INSERT-WINDOW-RTN                SECTION.
           MOVE  1                      TO  WK-WIN-SLOT.
           PERFORM  ADD-WINDOW-SLOT-RTN
               UNTIL  (WK-WIN-SLOT  >  WK-WIN-COUNT)
                   OR  (WK-WIN-NIGHT (WK-WIN-SLOT)  <  WK-LOG-NIGHT).
           IF  WK-WIN-SLOT  >  WK-AVERAGE-NIGHTS  THEN
               GO TO  INSERT-WINDOW-RTN-EXIT
           END-IF.
           IF  WK-WIN-COUNT  <  WK-AVERAGE-NIGHTS  THEN
               ADD  1                   TO  WK-WIN-COUNT
           END-IF.
           PERFORM  SHIFT-WINDOW-RTN
               VARYING  WK-WIN-IX  FROM  WK-WIN-COUNT  BY  -1
               UNTIL  WK-WIN-IX  NOT  >  WK-WIN-SLOT.
           MOVE  WK-LOG-NIGHT           TO  WK-WIN-NIGHT (WK-WIN-SLOT).
       INSERT-WINDOW-RTN-EXIT.
       EXIT.

       ADD-WINDOW-SLOT-RTN              SECTION.
           ADD  1                       TO  WK-WIN-SLOT.
       ADD-WINDOW-SLOT-RTN-EXIT.
       EXIT.

       SHIFT-WINDOW-RTN                 SECTION.
           MOVE  WK-WIN-NIGHT (WK-WIN-IX - 1)
                                        TO  WK-WIN-NIGHT (WK-WIN-IX).
       SHIFT-WINDOW-RTN-EXIT.
       EXIT.

      * THE NIGHT'S OWN RECORDS BUILD THE STEP TABLE; CLEAN ENDS FROM
      * THE WINDOW NIGHTS FEED THE AVERAGES.
       LOAD-NIGHT-RTN                   SECTION.
           PERFORM  OPEN-LOG-RTN.
           PERFORM  LOAD-RECORD-RTN
               UNTIL  WK-EOF-LOG  =  "Y".
           CLOSE                        STEP-LOG-FILE.
       LOAD-NIGHT-RTN-EXIT.
       EXIT.

       LOAD-RECORD-RTN                  SECTION.
           IF  WK-LOG-NIGHT  =  WK-NIGHT  THEN
               IF  WK-LOG-START  THEN
                   PERFORM  ADD-STEP-RTN
               ELSE
                   PERFORM  END-STEP-RTN
               END-IF
           ELSE
               IF  (WK-LOG-END)  AND  (WK-LOG-RETURN-CODE  <  20)  THEN
                   PERFORM  SEARCH-WINDOW-RTN
                   IF  WK-FOUND  =  "Y"  THEN
                       PERFORM  ADD-AVERAGE-RTN
                   END-IF
               END-IF
           END-IF.
           PERFORM  READ-LOG-RTN.
       LOAD-RECORD-RTN-EXIT.
       EXIT.

       ADD-STEP-RTN                     SECTION.
           IF  WK-STEP-COUNT  NOT  <  200  THEN
               ADD  1                   TO  WK-COUNT-OVERFLOW
               GO TO  ADD-STEP-RTN-EXIT
           END-IF.
           ADD  1                       TO  WK-STEP-COUNT.
           MOVE  WK-STEP-COUNT          TO  WK-ST-IX.
           MOVE  WK-LOG-PROGRAM         TO  ST-PROGRAM (WK-ST-IX).
           MOVE  WK-LOG-PARTITION       TO  ST-PARTITION (WK-ST-IX).
           MOVE  WK-LOG-START-STAMP     TO  ST-START-STAMP (WK-ST-IX).
           MOVE  SPACES                 TO  ST-END-STAMP (WK-ST-IX).
           MOVE  "N"                    TO  ST-ENDED (WK-ST-IX).
           MOVE  ZERO                   TO  ST-RECORDS (WK-ST-IX)
                                            ST-RC (WK-ST-IX)
                                            ST-ELAPSED (WK-ST-IX)
                                            ST-TARGET (WK-ST-IX)
                                            ST-AVERAGE (WK-ST-IX)
                                            ST-PCT-AVERAGE (WK-ST-IX).
           MOVE  "N"                    TO  ST-HAS-TARGET (WK-ST-IX)
                                            ST-HAS-AVERAGE (WK-ST-IX)
                                            ST-OVER-TARGET (WK-ST-IX)
                                            ST-ABOVE-AVERAGE (WK-ST-IX)
                                            ST-SUPERSEDED (WK-ST-IX)
                                            ST-CRITICAL (WK-ST-IX).
       ADD-STEP-RTN-EXIT.
       EXIT.

      * AN END IS MATCHED TO ITS START BY PROGRAM, PARTITION AND START
      * STAMP. AN END WHOSE START IS MISSING STILL CARRIES THE START
      * STAMP, SO THE STEP IS ADDED FROM THE END RECORD ALONE.
       END-STEP-RTN                     SECTION.
           MOVE  "N"                    TO  WK-FOUND.
           PERFORM  MATCH-END-RTN
               VARYING  WK-ST-JX  FROM  1  BY  1
               UNTIL  (WK-ST-JX  >  WK-STEP-COUNT)
                   OR  (WK-FOUND  =  "Y").
           IF  WK-FOUND  NOT  =  "Y"  THEN
               ADD  1                   TO  WK-COUNT-NO-START
               IF  WK-STEP-COUNT  NOT  <  200  THEN
                   ADD  1               TO  WK-COUNT-OVERFLOW
                   GO TO  END-STEP-RTN-EXIT
               END-IF
               PERFORM  ADD-STEP-RTN
           END-IF.
           MOVE  WK-LOG-END-STAMP       TO  ST-END-STAMP (WK-ST-IX).
           MOVE  "Y"                    TO  ST-ENDED (WK-ST-IX).
           MOVE  WK-LOG-RECORDS         TO  ST-RECORDS (WK-ST-IX).
           MOVE  WK-LOG-RETURN-CODE     TO  ST-RC (WK-ST-IX).
       END-STEP-RTN-EXIT.
       EXIT.

       MATCH-END-RTN                    SECTION.
           IF  (ST-PROGRAM (WK-ST-JX)  =  WK-LOG-PROGRAM)  AND
               (ST-PARTITION (WK-ST-JX)  =  WK-LOG-PARTITION)  AND
               (ST-START-STAMP (WK-ST-JX)  =  WK-LOG-START-STAMP)  AND
               (ST-ENDED (WK-ST-JX)  =  "N")  THEN
               MOVE  "Y"                TO  WK-FOUND
               MOVE  WK-ST-JX           TO  WK-ST-IX
           END-IF.
       MATCH-END-RTN-EXIT.
       EXIT.

       ADD-AVERAGE-RTN                  SECTION.
           MOVE  WK-LOG-START-STAMP     TO  WK-EL-FROM.
           MOVE  WK-LOG-END-STAMP       TO  WK-EL-TO.
           PERFORM  ELAPSED-RTN.

           MOVE  "N"                    TO  WK-FOUND.
           PERFORM  SEARCH-AVERAGE-ONE-RTN
               VARYING  WK-AVG-IX  FROM  1  BY  1
               UNTIL  (WK-AVG-IX  >  WK-AVG-COUNT)
                   OR  (WK-FOUND  =  "Y").
           IF  WK-FOUND  NOT  =  "Y"  THEN
               IF  WK-AVG-COUNT  NOT  <  100  THEN
                   GO TO  ADD-AVERAGE-RTN-EXIT
               END-IF
               ADD  1                   TO  WK-AVG-COUNT
               MOVE  WK-AVG-COUNT       TO  WK-AVG-IX
               MOVE  WK-LOG-PROGRAM     TO  AV-PROGRAM (WK-AVG-IX)
               MOVE  WK-LOG-PARTITION   TO  AV-PARTITION (WK-AVG-IX)
               MOVE  ZERO               TO  AV-TOTAL (WK-AVG-IX)
                                            AV-RUNS (WK-AVG-IX)
           END-IF.
           ADD  WK-EL-SECONDS           TO  AV-TOTAL (WK-AVG-IX).
           ADD  1                       TO  AV-RUNS (WK-AVG-IX).
       ADD-AVERAGE-RTN-EXIT.
       EXIT.

      * THE SEARCH LEAVES THE INDEX ON THE ENTRY FOUND.
       SEARCH-AVERAGE-ONE-RTN           SECTION.
           IF  (AV-PROGRAM (WK-AVG-IX)  =  WK-LOG-PROGRAM)  AND
               (AV-PARTITION (WK-AVG-IX)  =  WK-LOG-PARTITION)  THEN
               MOVE  "Y"                TO  WK-FOUND
               SUBTRACT  1              FROM  WK-AVG-IX
           END-IF.
       SEARCH-AVERAGE-ONE-RTN-EXIT.
       EXIT.

       MEASURE-STEP-RTN                 SECTION.
           COMPUTE  WK-ST-JX  =  WK-ST-IX  +  1.
           PERFORM  CHECK-SUPERSEDED-RTN
               UNTIL  (WK-ST-JX  >  WK-STEP-COUNT)
                   OR  (ST-SUPERSEDED (WK-ST-IX)  =  "Y").

           IF  ST-START-STAMP (WK-ST-IX)  <  WK-NIGHT-START-STAMP  THEN
               MOVE  ST-START-STAMP (WK-ST-IX)
                                        TO  WK-NIGHT-START-STAMP
           END-IF.
           IF  ST-ENDED (WK-ST-IX)  NOT  =  "Y"  THEN
               ADD  1                   TO  WK-COUNT-NOT-ENDED
               GO TO  MEASURE-STEP-RTN-EXIT
           END-IF.

           ADD  1                       TO  WK-COUNT-ENDED.
           IF  ST-RC (WK-ST-IX)  NOT  <  20  THEN
               ADD  1                   TO  WK-COUNT-FAILED
           END-IF.
           IF  ST-END-STAMP (WK-ST-IX)  >  WK-NIGHT-END-STAMP  THEN
               MOVE  ST-END-STAMP (WK-ST-IX)
                                        TO  WK-NIGHT-END-STAMP
           END-IF.
           MOVE  ST-START-STAMP (WK-ST-IX)  TO  WK-EL-FROM.
           MOVE  ST-END-STAMP (WK-ST-IX)    TO  WK-EL-TO.
           PERFORM  ELAPSED-RTN.
           MOVE  WK-EL-SECONDS          TO  ST-ELAPSED (WK-ST-IX).

           PERFORM  FIND-TARGET-ONE-RTN
               VARYING  WK-TGT-IX  FROM  1  BY  1
               UNTIL  (WK-TGT-IX  >  WK-TGT-COUNT)
                   OR  (ST-HAS-TARGET (WK-ST-IX)  =  "Y").
           IF  ST-HAS-TARGET (WK-ST-IX)  =  "Y"  THEN
               IF  ST-ELAPSED (WK-ST-IX)  >  ST-TARGET (WK-ST-IX)  THEN
                   MOVE  "Y"            TO  ST-OVER-TARGET (WK-ST-IX)
                   ADD  1               TO  WK-COUNT-OVER-TARGET
               END-IF
           END-IF.

           MOVE  ST-PROGRAM (WK-ST-IX)  TO  WK-LOG-PROGRAM.
           MOVE  ST-PARTITION (WK-ST-IX)  TO  WK-LOG-PARTITION.
           MOVE  "N"                    TO  WK-FOUND.
           PERFORM  SEARCH-AVERAGE-ONE-RTN
               VARYING  WK-AVG-IX  FROM  1  BY  1
               UNTIL  (WK-AVG-IX  >  WK-AVG-COUNT)
                   OR  (WK-FOUND  =  "Y").
           IF  WK-FOUND  =  "Y"  THEN
               PERFORM  COMPARE-AVERAGE-RTN
           END-IF.
       MEASURE-STEP-RTN-EXIT.
       EXIT.

       CHECK-SUPERSEDED-RTN             SECTION.
           IF  (ST-PROGRAM (WK-ST-JX)  =  ST-PROGRAM (WK-ST-IX))  AND
               (ST-PARTITION (WK-ST-JX)  =  ST-PARTITION (WK-ST-IX))
               THEN
               MOVE  "Y"                TO  ST-SUPERSEDED (WK-ST-IX)
           END-IF.
           ADD  1                       TO  WK-ST-JX.
       CHECK-SUPERSEDED-RTN-EXIT.
       EXIT.

       FIND-TARGET-ONE-RTN              SECTION.
           IF  TG-PROGRAM (WK-TGT-IX)  =  ST-PROGRAM (WK-ST-IX)  THEN
               MOVE  "Y"                TO  ST-HAS-TARGET (WK-ST-IX)
               MOVE  TG-SECONDS (WK-TGT-IX)
                                        TO  ST-TARGET (WK-ST-IX)
           END-IF.
       FIND-TARGET-ONE-RTN-EXIT.
       EXIT.

      * A STEP IS ABOVE AVERAGE WHEN IT RAN LONGER THAN THE AVERAGE BY
      * MORE THAN AVERAGE-TOLERANCE PER CENT. A ZERO-SECOND AVERAGE
      * IS TAKEN AS ONE SECOND SO THE PERCENTAGE STAYS MEANINGFUL.
       COMPARE-AVERAGE-RTN              SECTION.
           MOVE  "Y"                    TO  ST-HAS-AVERAGE (WK-ST-IX).
           COMPUTE  ST-AVERAGE (WK-ST-IX)  ROUNDED  =
                    AV-TOTAL (WK-AVG-IX)  /  AV-RUNS (WK-AVG-IX).
           IF  ST-AVERAGE (WK-ST-IX)  =  ZERO  THEN
               MOVE  1                  TO  WK-EL-WORK
           ELSE
               MOVE  ST-AVERAGE (WK-ST-IX)  TO  WK-EL-WORK
           END-IF.
           COMPUTE  WK-EL-WORK  ROUNDED  =
                    (ST-ELAPSED (WK-ST-IX)  *  100)  /  WK-EL-WORK.
           IF  WK-EL-WORK  >  9999  THEN
               MOVE  9999               TO  WK-EL-WORK
           END-IF.
           MOVE  WK-EL-WORK             TO  ST-PCT-AVERAGE (WK-ST-IX).
           IF  ST-PCT-AVERAGE (WK-ST-IX)  >  100  +  WK-AVERAGE-TOL
               THEN
               MOVE  "Y"                TO  ST-ABOVE-AVERAGE (WK-ST-IX)
               ADD  1                   TO  WK-COUNT-ABOVE-AVERAGE
           END-IF.
       COMPARE-AVERAGE-RTN-EXIT.
       EXIT.

       CRITICAL-PATH-RTN                SECTION.
           MOVE  ZERO                   TO  WK-CP-CURRENT.
           PERFORM  LAST-ENDED-RTN
               VARYING  WK-ST-IX  FROM  1  BY  1
               UNTIL  WK-ST-IX  >  WK-STEP-COUNT.
           IF  WK-CP-CURRENT  =  ZERO  THEN
               GO TO  CRITICAL-PATH-RTN-EXIT
           END-IF.

           MOVE  "Y"                    TO  ST-CRITICAL (WK-CP-CURRENT).
           MOVE  1                      TO  WK-CP-COUNT.
           MOVE  WK-CP-CURRENT          TO  WK-CP-STEP (1).
           MOVE  "N"                    TO  WK-CP-DONE.
           PERFORM  CP-BACK-RTN
               UNTIL  WK-CP-DONE  =  "Y".
       CRITICAL-PATH-RTN-EXIT.
       EXIT.

       LAST-ENDED-RTN                   SECTION.
           IF  ST-ENDED (WK-ST-IX)  =  "Y"  THEN
               IF  WK-CP-CURRENT  =  ZERO  THEN
                   MOVE  WK-ST-IX       TO  WK-CP-CURRENT
               ELSE
                   IF  ST-END-STAMP (WK-ST-IX)  >
                       ST-END-STAMP (WK-CP-CURRENT)  THEN
                       MOVE  WK-ST-IX   TO  WK-CP-CURRENT
                   END-IF
               END-IF
           END-IF.
       LAST-ENDED-RTN-EXIT.
       EXIT.

       CP-BACK-RTN                      SECTION.
           MOVE  ZERO                   TO  WK-CP-BEST.
           PERFORM  CP-CANDIDATE-RTN
               VARYING  WK-ST-IX  FROM  1  BY  1
               UNTIL  WK-ST-IX  >  WK-STEP-COUNT.
           IF  WK-CP-BEST  =  ZERO  THEN
               MOVE  "Y"                TO  WK-CP-DONE
           ELSE
               MOVE  "Y"                TO  ST-CRITICAL (WK-CP-BEST)
               ADD  1                   TO  WK-CP-COUNT
               MOVE  WK-CP-BEST         TO  WK-CP-STEP (WK-CP-COUNT)
               MOVE  WK-CP-BEST         TO  WK-CP-CURRENT
           END-IF.
       CP-BACK-RTN-EXIT.
       EXIT.

       CP-CANDIDATE-RTN                 SECTION.
           IF  (ST-ENDED (WK-ST-IX)  =  "Y")  AND
               (ST-CRITICAL (WK-ST-IX)  =  "N")  AND
               (ST-END-STAMP (WK-ST-IX)  NOT  >
                ST-START-STAMP (WK-CP-CURRENT))  THEN
               IF  WK-CP-BEST  =  ZERO  THEN
                   MOVE  WK-ST-IX       TO  WK-CP-BEST
               ELSE
                   IF  ST-END-STAMP (WK-ST-IX)  >
                       ST-END-STAMP (WK-CP-BEST)  THEN
                       MOVE  WK-ST-IX   TO  WK-CP-BEST
                   END-IF
               END-IF
           END-IF.
       CP-CANDIDATE-RTN-EXIT.
       EXIT.

      * THE NIGHT RESTARTS FROM THE FIRST STEP, IN START ORDER, WHOSE
      * LATEST ATTEMPT NEVER ENDED OR ENDED AT RC 20 OR ABOVE.
       FIND-RESTART-RTN                 SECTION.
           MOVE  ZERO                   TO  WK-RESTART-IX.
           PERFORM  RESTART-CANDIDATE-RTN
               VARYING  WK-ST-IX  FROM  1  BY  1
               UNTIL  (WK-ST-IX  >  WK-STEP-COUNT)
                   OR  (WK-RESTART-IX  NOT  =  ZERO).
       FIND-RESTART-RTN-EXIT.
       EXIT.

       RESTART-CANDIDATE-RTN            SECTION.
           IF  ST-SUPERSEDED (WK-ST-IX)  =  "N"  THEN
               IF  (ST-ENDED (WK-ST-IX)  =  "N")  OR
                   (ST-RC (WK-ST-IX)  NOT  <  20)  THEN
                   MOVE  WK-ST-IX       TO  WK-RESTART-IX
               END-IF
           END-IF.
       RESTART-CANDIDATE-RTN-EXIT.
       EXIT.

       WRITE-STEPS-RTN                  SECTION.
           MOVE  WK-NIGHT-RUN-DATE      TO  STT-RUN-DATE.
           MOVE  WK-NIGHT-RUN-ID        TO  STT-RUN-ID.
           WRITE  STEPREPORTRECORD      FROM  STEP-TITLE-LINE.
           MOVE  SPACES                 TO  STEPREPORTRECORD.
           WRITE  STEPREPORTRECORD.
           WRITE  STEPREPORTRECORD      FROM  STEP-HEADER-LINE.
           PERFORM  WRITE-STEP-LINE-RTN
               VARYING  WK-ST-IX  FROM  1  BY  1
               UNTIL  WK-ST-IX  >  WK-STEP-COUNT.
       WRITE-STEPS-RTN-EXIT.
       EXIT.

       WRITE-STEP-LINE-RTN              SECTION.
           IF  ST-CRITICAL (WK-ST-IX)  =  "Y"  THEN
               MOVE  "*"                TO  SD-CRITICAL
           ELSE
               MOVE  SPACE              TO  SD-CRITICAL
           END-IF.
           MOVE  ST-PROGRAM (WK-ST-IX)  TO  SD-PROGRAM.
           MOVE  ST-PARTITION (WK-ST-IX)  TO  SD-PARTITION.
           MOVE  ST-START-STAMP (WK-ST-IX) (9:8)  TO  WK-CLOCK-IN.
           PERFORM  FORMAT-CLOCK-RTN.
           MOVE  WK-CLOCK-OUT           TO  SD-START.

           MOVE  SPACES                 TO  SD-END
                                            SD-ELAPSED-X
                                            SD-TARGET-X
                                            SD-AVERAGE-X
                                            SD-PCT-X
                                            SD-RECORDS-X
                                            SD-RC-X
                                            SD-NOTE.
           IF  ST-HAS-TARGET (WK-ST-IX)  =  "Y"  THEN
               MOVE  ST-TARGET (WK-ST-IX)  TO  SD-TARGET
           END-IF.
           IF  ST-HAS-AVERAGE (WK-ST-IX)  =  "Y"  THEN
               MOVE  ST-AVERAGE (WK-ST-IX)  TO  SD-AVERAGE
               MOVE  ST-PCT-AVERAGE (WK-ST-IX)  TO  SD-PCT
           END-IF.
           IF  ST-ENDED (WK-ST-IX)  =  "Y"  THEN
               MOVE  ST-END-STAMP (WK-ST-IX) (9:8)  TO  WK-CLOCK-IN
               PERFORM  FORMAT-CLOCK-RTN
               MOVE  WK-CLOCK-OUT       TO  SD-END
               MOVE  ST-ELAPSED (WK-ST-IX)  TO  SD-ELAPSED
               MOVE  ST-RECORDS (WK-ST-IX)  TO  SD-RECORDS
               MOVE  ST-RC (WK-ST-IX)   TO  SD-RC
           END-IF.

           EVALUATE  TRUE
               WHEN  ST-ENDED (WK-ST-IX)  =  "N"
                   MOVE  "STARTED, NEVER ENDED"  TO  SD-NOTE
               WHEN  (ST-SUPERSEDED (WK-ST-IX)  =  "Y")  AND
                     (ST-RC (WK-ST-IX)  NOT  <  20)
                   MOVE  "FAILED, RUN AGAIN"     TO  SD-NOTE
               WHEN  ST-SUPERSEDED (WK-ST-IX)  =  "Y"
                   MOVE  "RUN AGAIN LATER"       TO  SD-NOTE
               WHEN  ST-RC (WK-ST-IX)  NOT  <  20
                   MOVE  "FAILED"                TO  SD-NOTE
               WHEN  (ST-OVER-TARGET (WK-ST-IX)  =  "Y")  AND
                     (ST-ABOVE-AVERAGE (WK-ST-IX)  =  "Y")
                   MOVE  "OVER TARGET, ABOVE AVG"  TO  SD-NOTE
               WHEN  ST-OVER-TARGET (WK-ST-IX)  =  "Y"
                   MOVE  "OVER TARGET"           TO  SD-NOTE
               WHEN  ST-ABOVE-AVERAGE (WK-ST-IX)  =  "Y"
                   MOVE  "ABOVE AVERAGE"         TO  SD-NOTE
               WHEN  OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE  STEPREPORTRECORD      FROM  STEP-DETAIL-LINE.
       WRITE-STEP-LINE-RTN-EXIT.
       EXIT.

       FORMAT-CLOCK-RTN                 SECTION.
           MOVE  SPACES                 TO  WK-CLOCK-OUT.
           STRING  WK-CLOCK-HH          DELIMITED BY  SIZE
                   ":"                  DELIMITED BY  SIZE
                   WK-CLOCK-MM          DELIMITED BY  SIZE
                   ":"                  DELIMITED BY  SIZE
                   WK-CLOCK-SS          DELIMITED BY  SIZE
               INTO  WK-CLOCK-OUT.
       FORMAT-CLOCK-RTN-EXIT.
       EXIT.

       WRITE-CRITICAL-PATH-RTN          SECTION.
           MOVE  SPACES                 TO  STEPREPORTRECORD.
           WRITE  STEPREPORTRECORD.
           MOVE  "CRITICAL PATH (* ABOVE)"  TO  STS-TITLE.
           WRITE  STEPREPORTRECORD      FROM  STEP-SECTION-LINE.
           WRITE  STEPREPORTRECORD      FROM  CRITICAL-HEADER-LINE.
           MOVE  ZERO                   TO  WK-CP-PRIOR.
           PERFORM  WRITE-CP-LINE-RTN
               VARYING  WK-CP-IX  FROM  WK-CP-COUNT  BY  -1
               UNTIL  WK-CP-IX  <  1.

           MOVE  SPACES                 TO  STEPREPORTRECORD.
           WRITE  STEPREPORTRECORD.
           MOVE  "NIGHT STARTED"        TO  SS-LABEL.
           MOVE  WK-NIGHT-START-STAMP (1:8)  TO  SS-DATE.
           MOVE  WK-NIGHT-START-STAMP (9:8)  TO  WK-CLOCK-IN.
           PERFORM  FORMAT-CLOCK-RTN.
           MOVE  WK-CLOCK-OUT           TO  SS-TIME.
           WRITE  STEPREPORTRECORD      FROM  STEP-STAMP-LINE.
           IF  WK-NIGHT-END-STAMP  NOT  =  LOW-VALUES  THEN
               MOVE  "LAST STEP ENDED"  TO  SS-LABEL
               MOVE  WK-NIGHT-END-STAMP (1:8)  TO  SS-DATE
               MOVE  WK-NIGHT-END-STAMP (9:8)  TO  WK-CLOCK-IN
               PERFORM  FORMAT-CLOCK-RTN
               MOVE  WK-CLOCK-OUT       TO  SS-TIME
               WRITE  STEPREPORTRECORD  FROM  STEP-STAMP-LINE
               MOVE  WK-NIGHT-START-STAMP  TO  WK-EL-FROM
               MOVE  WK-NIGHT-END-STAMP    TO  WK-EL-TO
               PERFORM  ELAPSED-RTN
               MOVE  WK-EL-SECONDS      TO  WK-NIGHT-SECONDS
           END-IF.
           MOVE  "BATCH WINDOW USED (SECONDS)"  TO  SN-LABEL.
           MOVE  WK-NIGHT-SECONDS       TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "CRITICAL PATH RUNNING (SECONDS)"  TO  SN-LABEL.
           MOVE  WK-CP-RUN-SECONDS      TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "CRITICAL PATH WAITING (SECONDS)"  TO  SN-LABEL.
           MOVE  WK-CP-WAIT-SECONDS     TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
       WRITE-CRITICAL-PATH-RTN-EXIT.
       EXIT.

      * WAIT IS THE GAP BETWEEN THE PREDECESSOR ENDING AND THIS STEP
      * STARTING - TIME THE WINDOW SPENT WITH NOTHING ON THE PATH.
       WRITE-CP-LINE-RTN                SECTION.
           MOVE  WK-CP-STEP (WK-CP-IX)  TO  WK-ST-IX.
           MOVE  ST-PROGRAM (WK-ST-IX)  TO  CP-PROGRAM.
           MOVE  ST-PARTITION (WK-ST-IX)  TO  CP-PARTITION.
           MOVE  ST-START-STAMP (WK-ST-IX) (9:8)  TO  WK-CLOCK-IN.
           PERFORM  FORMAT-CLOCK-RTN.
           MOVE  WK-CLOCK-OUT           TO  CP-START.
           MOVE  ST-END-STAMP (WK-ST-IX) (9:8)  TO  WK-CLOCK-IN.
           PERFORM  FORMAT-CLOCK-RTN.
           MOVE  WK-CLOCK-OUT           TO  CP-END.
           MOVE  ST-ELAPSED (WK-ST-IX)  TO  CP-ELAPSED.
           ADD  ST-ELAPSED (WK-ST-IX)   TO  WK-CP-RUN-SECONDS.

           MOVE  ZERO                   TO  WK-CP-WAIT.
           IF  WK-CP-PRIOR  NOT  =  ZERO  THEN
               MOVE  ST-END-STAMP (WK-CP-PRIOR)  TO  WK-EL-FROM
               MOVE  ST-START-STAMP (WK-ST-IX)   TO  WK-EL-TO
               PERFORM  ELAPSED-RTN
               MOVE  WK-EL-SECONDS      TO  WK-CP-WAIT
           END-IF.
           MOVE  WK-CP-WAIT             TO  CP-WAIT.
           ADD  WK-CP-WAIT              TO  WK-CP-WAIT-SECONDS.
           MOVE  WK-ST-IX               TO  WK-CP-PRIOR.
           WRITE  STEPREPORTRECORD      FROM  CRITICAL-DETAIL-LINE.
       WRITE-CP-LINE-RTN-EXIT.
       EXIT.

       WRITE-SUMMARY-RTN                SECTION.
           MOVE  SPACES                 TO  STEPREPORTRECORD.
           WRITE  STEPREPORTRECORD.
           MOVE  "STEP ATTEMPTS ON THE LOG FOR THE NIGHT"  TO  SN-LABEL.
           MOVE  WK-STEP-COUNT          TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "STEPS ENDED"          TO  SN-LABEL.
           MOVE  WK-COUNT-ENDED         TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "STEPS STARTED BUT NEVER ENDED"  TO  SN-LABEL.
           MOVE  WK-COUNT-NOT-ENDED     TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "STEPS ENDED AT RC 20 OR ABOVE"  TO  SN-LABEL.
           MOVE  WK-COUNT-FAILED        TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "STEPS OVER TARGET"    TO  SN-LABEL.
           MOVE  WK-COUNT-OVER-TARGET   TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "STEPS ABOVE ROLLING AVERAGE"  TO  SN-LABEL.
           MOVE  WK-COUNT-ABOVE-AVERAGE  TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           MOVE  "NIGHTS IN ROLLING AVERAGE"  TO  SN-LABEL.
           MOVE  WK-WIN-COUNT           TO  SN-COUNT.
           WRITE  STEPREPORTRECORD      FROM  STEP-COUNT-LINE.
           IF  WK-COUNT-NO-START  >  ZERO  THEN
               MOVE  "END RECORDS WITH NO START RECORD"  TO  SN-LABEL
               MOVE  WK-COUNT-NO-START  TO  SN-COUNT
               WRITE  STEPREPORTRECORD  FROM  STEP-COUNT-LINE
           END-IF.
           IF  WK-COUNT-OVERFLOW  >  ZERO  THEN
               MOVE  "STEP ATTEMPTS NOT REPORTED (TABLE FULL)"
                                        TO  SN-LABEL
               MOVE  WK-COUNT-OVERFLOW  TO  SN-COUNT
               WRITE  STEPREPORTRECORD  FROM  STEP-COUNT-LINE
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.

           MOVE  "RESTART FROM STEP"    TO  SX-LABEL.
           IF  WK-RESTART-IX  =  ZERO  THEN
               MOVE  "NONE"             TO  SX-TEXT
           ELSE
               MOVE  SPACES             TO  SX-TEXT
               STRING  ST-PROGRAM (WK-RESTART-IX)  DELIMITED BY  SPACE
                       " "              DELIMITED BY  SIZE
                       ST-PARTITION (WK-RESTART-IX)  DELIMITED BY  SIZE
                   INTO  SX-TEXT
           END-IF.
           WRITE  STEPREPORTRECORD      FROM  STEP-TEXT-LINE.

           MOVE  "NIGHT DISPOSITION"    TO  SX-LABEL.
           EVALUATE  TRUE
               WHEN  WK-RESTART-IX  NOT  =  ZERO
                   MOVE  "RESTART REQUIRED"  TO  SX-TEXT
               WHEN  WK-COUNT-OVER-TARGET  >  ZERO
                   MOVE  "COMPLETE, OVER TARGET"  TO  SX-TEXT
               WHEN  OTHER
                   MOVE  "COMPLETE"     TO  SX-TEXT
           END-EVALUATE.
           WRITE  STEPREPORTRECORD      FROM  STEP-TEXT-LINE.

           IF  (WK-RESTART-IX  NOT  =  ZERO)  OR
               (WK-COUNT-OVER-TARGET  >  ZERO)  THEN
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.
       WRITE-SUMMARY-RTN-EXIT.
       EXIT.

      * A STAMP THAT IS NOT NUMERIC, OR AN END BEFORE ITS START, GIVES
      * ZERO. THE DAY COUNT IS CAPPED SO A BAD DATE CANNOT RUN AWAY.
       ELAPSED-RTN                      SECTION.
           MOVE  ZERO                   TO  WK-EL-SECONDS.
           IF  (WK-EL-FROM (1:14)  IS NOT NUMERIC)  OR
               (WK-EL-TO (1:14)  IS NOT NUMERIC)  OR
               (WK-EL-TO-DATE  <  WK-EL-FROM-DATE)  THEN
               GO TO  ELAPSED-RTN-EXIT
           END-IF.
           MOVE  ZERO                   TO  WK-EL-DAYS.
           MOVE  WK-EL-FROM-DATE        TO  WK-CAL-DATE.
           PERFORM  COUNT-DAY-RTN
               UNTIL  (WK-CAL-DATE  NOT  <  WK-EL-TO-DATE)
                   OR  (WK-EL-DAYS  >  400).
           COMPUTE  WK-EL-WORK  =  (WK-EL-DAYS  *  86400)
                    +  (WK-EL-TO-HH  *  3600)  +  (WK-EL-TO-MM  *  60)
                    +  WK-EL-TO-SS
                    -  (WK-EL-FROM-HH  *  3600)
                    -  (WK-EL-FROM-MM  *  60)  -  WK-EL-FROM-SS.
           IF  WK-EL-WORK  >  ZERO  THEN
               MOVE  WK-EL-WORK         TO  WK-EL-SECONDS
           END-IF.
       ELAPSED-RTN-EXIT.
       EXIT.

       COUNT-DAY-RTN                    SECTION.
           PERFORM  NEXT-DAY-RTN.
           ADD  1                       TO  WK-EL-DAYS.
       COUNT-DAY-RTN-EXIT.
       EXIT.

       NEXT-DAY-RTN                     SECTION.
           PERFORM  SET-MAX-DAY-RTN.
           IF  WK-CAL-DD  <  WK-DATE-MAX-DAY  THEN
               ADD  1                   TO  WK-CAL-DD
           ELSE
               MOVE  01                 TO  WK-CAL-DD
               IF  WK-CAL-MM  <  12  THEN
                   ADD  1               TO  WK-CAL-MM
               ELSE
                   MOVE  01             TO  WK-CAL-MM
                   ADD  1               TO  WK-CAL-CCYY
               END-IF
           END-IF.
       NEXT-DAY-RTN-EXIT.
       EXIT.

       SET-MAX-DAY-RTN                  SECTION.
           EVALUATE  WK-CAL-MM
               WHEN  01  WHEN  03  WHEN  05  WHEN  07
               WHEN  08  WHEN  10  WHEN  12
                   MOVE  31             TO  WK-DATE-MAX-DAY
               WHEN  04  WHEN  06  WHEN  09  WHEN  11
                   MOVE  30             TO  WK-DATE-MAX-DAY
               WHEN  02
                   PERFORM  LEAP-YEAR-RTN
               WHEN  OTHER
                   MOVE  31             TO  WK-DATE-MAX-DAY
           END-EVALUATE.
       SET-MAX-DAY-RTN-EXIT.
       EXIT.

       LEAP-YEAR-RTN                    SECTION.
           MOVE  28                     TO  WK-DATE-MAX-DAY.
           DIVIDE  WK-CAL-CCYY  BY  4
               GIVING  WK-LEAP-QUOTIENT
               REMAINDER  WK-LEAP-REMAINDER.
           IF  WK-LEAP-REMAINDER  =  ZERO  THEN
               MOVE  29                 TO  WK-DATE-MAX-DAY
               DIVIDE  WK-CAL-CCYY  BY  100
                   GIVING  WK-LEAP-QUOTIENT
                   REMAINDER  WK-LEAP-REMAINDER
               IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                   MOVE  28             TO  WK-DATE-MAX-DAY
                   DIVIDE  WK-CAL-CCYY  BY  400
                       GIVING  WK-LEAP-QUOTIENT
                       REMAINDER  WK-LEAP-REMAINDER
                   IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                       MOVE  29         TO  WK-DATE-MAX-DAY
                   END-IF
               END-IF
           END-IF.
       LEAP-YEAR-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           CLOSE                        STEP-REPORT-FILE.
       FINAL-RTN-EXIT.
       EXIT.

       STEP-START-RTN                   SECTION.
           ACCEPT  WK-DDNAME-STEPLOG
               FROM  ENVIRONMENT  "DD-STEP-LOG"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.

           MOVE  SPACES                 TO  WK-STEP-LOG-REC.
           MOVE  "S"                    TO  WK-STP-REC-TYPE.
           MOVE  "STEP-REPORT-PGM"      TO  WK-STP-PROGRAM.
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
           MOVE  WK-COUNT-LOG-READ      TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
