                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  MAINT-REJECT-FILE ASSIGN TO WK-DDNAME-REJECT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CHANGE-JOURNAL-FILE
                                    ASSIGN TO WK-DDNAME-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  PENDING-APPROVAL-FILE
                                    ASSIGN TO WK-DDNAME-PENDING
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PENDING-CARRY-FILE ASSIGN TO WK-DDNAME-PEND-OUT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  APPROVAL-DECISION-FILE
                                    ASSIGN TO WK-DDNAME-DECISION
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  APPROVAL-REPORT-FILE ASSIGN TO WK-DDNAME-APPRRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  APPROVED-AUDIT-FILE ASSIGN TO WK-DDNAME-APPRAUD
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CALENDAR-FILE
                                    ASSIGN TO WK-DDNAME-CALENDAR
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STATUS-RULE-FILE
                                    ASSIGN TO WK-DDNAME-RULES
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TRANSITION-REPORT-FILE
                                    ASSIGN TO WK-DDNAME-TRANRPT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD INPUT-FILE-1.
           FD MAINT-TXN-FILE.
              01 MAINTTXNRECORD          PIC X(80).
           FD MAINT-AUDIT-FILE.
              01 MAINTAUDITRECORD        PIC X(120).
           FD MAINT-REJECT-FILE.
              01 MAINTREJECTRECORD       PIC X(90).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
           FD PENDING-APPROVAL-FILE.
              01 PENDINGAPPROVALRECORD   PIC X(160).
           FD PENDING-CARRY-FILE.
              01 PENDINGCARRYRECORD      PIC X(160).
           FD APPROVAL-DECISION-FILE.
              01 APPROVALDECISIONRECORD  PIC X(80).
           FD APPROVAL-REPORT-FILE.
              01 APPROVALREPORTRECORD    PIC X(100).
           FD APPROVED-AUDIT-FILE.
              01 APPROVEDAUDITRECORD     PIC X(100).
           FD CALENDAR-FILE.
              01 CALENDARRECORD          PIC X(80).
           FD STATUS-RULE-FILE.
              01 STATUSRULERECORD        PIC X(80).
           FD TRANSITION-REPORT-FILE.
              01 TRANSITIONREPORTRECORD  PIC X(100).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "MAINTAUDIT.TXT".
           05 WK-DDNAME-REJECT           PIC X(20)
              VALUE  "MAINTREJECT.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".
           05 WK-DDNAME-PENDING          PIC X(20)
              VALUE  "PENDAPPR.TXT".
           05 WK-DDNAME-PEND-OUT         PIC X(20)
              VALUE  "PENDAPPR-OUT.TXT".
           05 WK-DDNAME-DECISION         PIC X(20)
              VALUE  "APPRDECN.TXT".
           05 WK-DDNAME-APPRRPT          PIC X(20)
              VALUE  "APPRRPT.TXT".
           05 WK-DDNAME-APPRAUD          PIC X(20)
              VALUE  "APPRAUDIT.TXT".
           05 WK-DDNAME-CALENDAR         PIC X(20)
              VALUE  "CALENDAR.TXT".
           05 WK-DDNAME-RULES            PIC X(20)
              VALUE  "STATRULE.TXT".
           05 WK-DDNAME-TRANRPT          PIC X(20)
              VALUE  "MAINTTRANS.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-RUN-MODE                   PIC X(08)  VALUE  "TERMINAL".
           88  WK-MODE-BATCH                        VALUE  "BATCH".

      * NO OPERATOR POSTS THEIR OWN MAINTENANCE. THE ENTRY STEP EDITS
      * EACH TRANSACTION AND QUEUES IT, WITH THE MAKER'S OPERATOR ID,
      * ON THE PENDING-APPROVAL FILE; THE APPROVE STEP, RUN BY A
      * DIFFERENT OPERATOR, POSTS WHAT IS APPROVED, DROPS WHAT IS
      * DECLINED, EXPIRES WHAT HAS WAITED APPROVAL-DAYS BUSINESS DAYS
      * WITHOUT A DECISION, AND CARRIES THE REST FORWARD TO THE NEXT
      * GENERATION OF THE QUEUE. MASTER-APPLY-PGM QUEUES ITS
      * LARGE-VALUE CORRECTIONS ON THE SAME FILE.
       01  WK-MAINT-STEP                 PIC X(08)  VALUE  "ENTRY".
           88  WK-STEP-APPROVE                      VALUE  "APPROVE".
       01  WK-OPERATOR-ID                PIC X(08)  VALUE  SPACES.
       01  WK-ENTRY-TIME                 PIC X(08)  VALUE  SPACES.
       01  WK-ENTRY-SEQ                  PIC 9(04)  VALUE  ZERO.
       01  WK-MAKER-ID                   PIC X(08)  VALUE  SPACES.
       01  WK-CHECKER-ID                 PIC X(08)  VALUE  SPACES.

       01  WK-APPROVAL-DAYS-PARM.
           05 WK-APPROVAL-DAYS-TEXT      PIC X(3)   VALUE  "005".
           05 WK-APPROVAL-DAYS-NUM
              REDEFINES  WK-APPROVAL-DAYS-TEXT
                                         PIC 9(3).

       01  WK-PEND-REC.
           COPY PENDTXN REPLACING ==:TAG:== BY ==WK-PEND==.
       01  WK-EOF-PENDING                PIC X(1)   VALUE  "N".

      * A BATCH APPROVAL RUN TAKES THE CHECKER'S DECISIONS FROM A FILE
      * OF REFERENCE/DECISION/APPROVER LINES, LIKE THE ANALYST
      * DISPOSITIONS AGING-EXCEPTION-PGM READS.
      * A = APPROVE, D = DECLINE.
       01  WK-DECN-REC.
           05 WK-DECN-REF                PIC X(20).
           05 WK-DECN-CODE               PIC X(1).
              88 WK-DECN-CODE-VALID      VALUE  "A"  "D".
           05 WK-DECN-APPROVER           PIC X(8).
           05 WK-DECN-NOTE               PIC X(30).
           05 FILLER                     PIC X(21).
       01  WK-EOF-DECISION               PIC X(1)   VALUE  "N".

       01  WK-DECISION-TABLE.
           05 WK-DECN-COUNT              PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-DECN-IX                 PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-DECN-ENTRY              OCCURS  500  TIMES.
              10 WK-DT-REF               PIC X(20).
              10 WK-DT-CODE              PIC X(1).
              10 WK-DT-APPROVER          PIC X(8).
              10 WK-DT-NOTE              PIC X(30).
              10 WK-DT-USED              PIC X(1).

       01  WK-DECISION.
           05 WK-DECISION-CODE           PIC X(1).
              88 WK-DECISION-APPROVE     VALUE  "A"  "a".
              88 WK-DECISION-DECLINE     VALUE  "D"  "d".
           05 WK-DECISION-APPROVER       PIC X(8).
           05 WK-DECISION-NOTE           PIC X(30).
       01  WK-REJECTS-BEFORE             PIC 9(9)   COMP  VALUE  ZERO.

      * A LARGE CORRECTION HELD BY MASTER-APPLY-PGM POSTS HERE RATHER
      * THAN IN THE APPLY RUN, SO ITS BEFORE/AFTER PAIR IS ALSO WRITTEN
      * IN THE APPLY AUDIT LAYOUT TO THE APPROVED-AUDIT FILE, WHICH
      * GL-INTERFACE-PGM POSTS AS SOURCE APPROVAL.
       01  WK-POSTING-APPLY-HOLD         PIC X(1)   VALUE  "N".

      * BUSINESS-DAY AGE OF A PENDING ITEM: EVERY WEEKDAY AFTER THE
      * ENTRY DATE UP TO AND INCLUDING THE RUN DATE THAT IS NOT ON THE
      * HOLIDAY CALENDAR COUNTS ONE. SAME CALENDAR FILE AND RULES AS
      * AGING-EXCEPTION-PGM.
       01  WK-CALENDAR-REC.
           05 WK-CALENDAR-DATE           PIC X(8).
           05 WK-CALENDAR-DATE-NUM  REDEFINES  WK-CALENDAR-DATE
                                         PIC 9(8).
           05 FILLER                     PIC X(72).
       01  WK-EOF-CALENDAR               PIC X(1)   VALUE  "N".

       01  WK-HOLIDAY-TABLE.
           05 WK-HOLIDAY-COUNT           PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-HOLIDAY-IX              PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-HOLIDAY-ENTRY           OCCURS  200  TIMES.
              10 WK-HOLIDAY-DATE         PIC X(8).

       01  WK-CAL-DATE-AREA.
           05 WK-CAL-DATE                PIC X(8).
           05 WK-CAL-DATE-PARTS  REDEFINES  WK-CAL-DATE.
              10 WK-CAL-CCYY             PIC 9(4).
              10 WK-CAL-MM               PIC 9(2).
              10 WK-CAL-DD               PIC 9(2).
       01  WK-COMPUTED-AGE               PIC 9(3)   VALUE  ZERO.
       01  WK-BUSINESS-DAY               PIC X(1)   VALUE  "N".

       01  WK-ZELLER-WORK.
           05 WK-Z-MONTH                 PIC 9(4)   COMP  VALUE  ZERO.
           05 WK-Z-YEAR                  PIC 9(4)   COMP  VALUE  ZERO.
           05 WK-Z-CENTURY               PIC 9(4)   COMP  VALUE  ZERO.
           05 WK-Z-YY                    PIC 9(4)   COMP  VALUE  ZERO.
           05 WK-Z-TERM                  PIC 9(8)   COMP  VALUE  ZERO.
           05 WK-Z-QUOT1                 PIC 9(8)   COMP  VALUE  ZERO.
           05 WK-Z-QUOT2                 PIC 9(8)   COMP  VALUE  ZERO.
           05 WK-Z-QUOT3                 PIC 9(8)   COMP  VALUE  ZERO.
           05 WK-Z-SUM                   PIC 9(8)   COMP  VALUE  ZERO.
           05 WK-DAY-OF-WEEK             PIC 9(1)         VALUE  ZERO.

       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)   VALUE  SPACES.

       01  WK-TXN-REC.
           COPY MAINTTXN REPLACING ==:TAG:== BY ==WK-TXN==.

       01  WK-NEW-REC.
           05 WK-NEW-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-NEW==.

       01  WK-OLD-RECORD                 PIC X(80)  VALUE  SPACES.
       01  WK-OLD-REC  REDEFINES  WK-OLD-RECORD.
           05 WK-OLD-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-OLD==.

      * A CHANGE MAY ONLY MOVE THE MASTER'S STATUS ALONG A PAIR ON THE
      * STATUS-TRANSITION RULE FILE (REJECT TRAN OTHERWISE). WHERE THE
      * RULE NEEDS A REASON, THE CHECKER'S APPROVAL NOTE IS THE REASON
      * AND AN APPROVAL WITHOUT ONE IS REJECTED AT POSTING (TRNR). THE
      * ENTRY STEP REFUSES A MOVE WITH NO RULE STRAIGHT AWAY AND TELLS
      * THE CHECKER, THROUGH THE HOLD REASON, WHEN ONE IS NEEDED.
       01  WK-RULE-REC.
           COPY STATRULE REPLACING ==:TAG:== BY ==WK-RUL==.
       01  WK-EOF-RULES                  PIC X(1)   VALUE  "N".

       01  WK-RULE-TABLE.
           05 WK-RULE-COUNT              PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-RULE-IX                 PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-RULE-FOUND-IX           PIC 9(3)   COMP  VALUE  ZERO.
           05 WK-RULE-ENTRY              OCCURS  50  TIMES.
              10 WK-RT-FROM              PIC X(1).
              10 WK-RT-TO                PIC X(1).
              10 WK-RT-REASON            PIC X(1).

       01  WK-TRANSITION.
           05 WK-TRAN-FROM               PIC X(1).
           05 WK-TRAN-TO                 PIC X(1).
           05 WK-TRAN-RESULT             PIC X(1).
              88 WK-TRAN-ALLOWED         VALUE  "A".
              88 WK-TRAN-REFUSED         VALUE  "R".
              88 WK-TRAN-NEEDS-REASON    VALUE  "N".

       01  WK-TRANSITION-TEXT.
           05 FILLER                     PIC X(7)   VALUE  "STATUS ".
           05 WK-TT-FROM                 PIC X(1).
           05 FILLER                     PIC X(4)   VALUE  " TO ".
           05 WK-TT-TO                   PIC X(1).
           05 WK-TT-TAIL                 PIC X(15).
       01  WK-HOLD-REASON                PIC X(30)  VALUE  SPACES.

      * EVERY BEFORE/AFTER PAIR THAT REACHES THE AUDIT FILE ALSO GOES
      * TO THE CUMULATIVE CHANGE JOURNAL SHARED WITH THE APPLY,
      * BACKOUT AND PURGE PROGRAMS.
       01  WK-JOURNAL-REC                VALUE  SPACES.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.

       01  WK-AMOUNT-AREA.
           05 WK-AMOUNT-RAW              PIC X(11).
           05 WK-COUNT-CHANGED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-DELETED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-REJECTED          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-QUEUED            PIC 9(9)   COMP  VALUE  ZERO.

       01  WK-APPROVAL-COUNTERS.
           05 WK-COUNT-PEND-READ         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-APPROVED          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-APPR-REJECTED     PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-DECLINED          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-EXPIRED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-REFUSED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-CARRIED           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-DECN-UNUSED       PIC 9(9)   COMP  VALUE  ZERO.

       01  WK-TRANSITION-COUNTERS.
           05 WK-COUNT-RULES-LOADED      PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-RULES-BAD         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-TRAN-REFUSED      PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-TRAN-NO-REASON    PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-TRAN-REASONED     PIC 9(9)   COMP  VALUE  ZERO.

       01  MAINT-AUDIT-LINE.
           05 MAU-TAG                    PIC X(6).
           05 MAU-RECORD                 PIC X(80).
           05 FILLER                     PIC X(1)   VALUE  SPACES.
           05 MAU-FILE                   PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 MAU-MAKER                  PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 MAU-CHECKER                PIC X(8).

       01  APPROVED-AUDIT-LINE.
           05 AAU-TAG                    PIC X(6).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 AAU-KEY                    PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 AAU-RECORD                 PIC X(80).
           05 FILLER                     PIC X(2)   VALUE  SPACES.

       01  MAINT-REJECT-LINE.
           05 MRJ-REASON                 PIC X(4).
           05 MSU-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(49)  VALUE  SPACES.

       01  APPROVAL-HEADER-LINE.
           05 FILLER                     PIC X(24)
              VALUE  "MAINTENANCE APPROVAL RUN".
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 APH-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(14)
              VALUE  "  EXPIRY DAYS".
           05 APH-LIMIT                  PIC ZZ9.
           05 FILLER                     PIC X(10)
              VALUE  "  CHECKER".
           05 APH-CHECKER                PIC X(8).
           05 FILLER                     PIC X(32)  VALUE  SPACES.

       01  APPROVAL-DETAIL-LINE.
           05 APD-ACTION                 PIC X(10).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-REF                    PIC X(20).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-FUNCTION               PIC X(1).
           05 FILLER                     PIC X(1)   VALUE  SPACES.
           05 APD-FILE                   PIC X(1).
           05 FILLER                     PIC X(1)   VALUE  SPACES.
           05 APD-KEY                    PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-MAKER                  PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-CHECKER                PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-AGE                    PIC ZZ9.
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 APD-NOTE                   PIC X(27).

       01  TRANSITION-HEADER-LINE.
           05 FILLER                     PIC X(30)
              VALUE  "STATUS TRANSITION VIOLATIONS".
           05 FILLER                     PIC X(20)
              VALUE  "MASTER-MAINT-PGM".
           05 FILLER                     PIC X(10)
              VALUE  "RUN DATE".
           05 TRH-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(8)   VALUE  "  STEP".
           05 TRH-STEP                   PIC X(8).
           05 FILLER                     PIC X(16)  VALUE  SPACES.

       01  TRANSITION-DETAIL-LINE.
           05 TRV-ACTION                 PIC X(10).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 TRV-FILE                   PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 TRV-KEY                    PIC X(8).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 TRV-FROM                   PIC X(1).
           05 FILLER                     PIC X(4)   VALUE  " TO ".
           05 TRV-TO                     PIC X(1).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 TRV-CODE                   PIC X(4).
           05 FILLER                     PIC X(2)   VALUE  SPACES.
           05 TRV-NOTE                   PIC X(30).
           05 FILLER                     PIC X(31)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.

           EVALUATE  TRUE
               WHEN  WK-STEP-APPROVE
                   PERFORM  APPROVE-RTN
               WHEN  WK-MODE-BATCH
                   PERFORM  BATCH-RTN
               WHEN  OTHER
                   PERFORM  TERMINAL-RTN  UNTIL  WK-NO-MORE-TXNS
           END-EVALUATE.

           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
                                        INPUT-FILE-2.
           OPEN OUTPUT                  MAINT-AUDIT-FILE
                                        MAINT-REJECT-FILE.
           OPEN EXTEND                  CHANGE-JOURNAL-FILE.
           OPEN INPUT                   STATUS-RULE-FILE.
           OPEN OUTPUT                  TRANSITION-REPORT-FILE.
           ACCEPT  WK-ENTRY-TIME        FROM  TIME.

           IF  NOT  WK-MODE-BATCH  THEN
               DISPLAY  "ENTER OPERATOR ID: "
               ACCEPT  WK-OPERATOR-ID
           END-IF.

           IF  WK-STEP-APPROVE  THEN
               OPEN INPUT               PENDING-APPROVAL-FILE
                                        CALENDAR-FILE
               OPEN OUTPUT              PENDING-CARRY-FILE
                                        APPROVAL-REPORT-FILE
                                        APPROVED-AUDIT-FILE
               PERFORM  LOAD-CALENDAR-RTN
               IF  WK-MODE-BATCH  THEN
                   OPEN INPUT           APPROVAL-DECISION-FILE
                   PERFORM  LOAD-DECISION-RTN
               END-IF
               MOVE  WK-RUN-DATE        TO  APH-RUN-DATE
               MOVE  WK-APPROVAL-DAYS-NUM  TO  APH-LIMIT
               MOVE  WK-OPERATOR-ID     TO  APH-CHECKER
               WRITE  APPROVALREPORTRECORD  FROM  APPROVAL-HEADER-LINE
           ELSE
               OPEN EXTEND              PENDING-APPROVAL-FILE
               IF  WK-MODE-BATCH  THEN
                   OPEN INPUT           MAINT-TXN-FILE
               END-IF
           END-IF.

           MOVE  WK-RUN-DATE            TO  TRH-RUN-DATE.
           MOVE  WK-MAINT-STEP          TO  TRH-STEP.
           WRITE  TRANSITIONREPORTRECORD  FROM  TRANSITION-HEADER-LINE.
           PERFORM  LOAD-RULES-RTN.

           PERFORM  CAPTURE-TRAILERS-RTN.
       INITIAL-RTN-EXIT.
       EXIT.
               FROM  ENVIRONMENT  "DD-MAINT-REJECT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-JOURNAL
               FROM  ENVIRONMENT  "DD-CHANGE-JOURNAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-PENDING
               FROM  ENVIRONMENT  "DD-PENDING-APPROVAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-PEND-OUT
               FROM  ENVIRONMENT  "DD-PENDING-CARRY"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-DECISION
               FROM  ENVIRONMENT  "DD-APPROVAL-DECISIONS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-APPRRPT
               FROM  ENVIRONMENT  "DD-APPROVAL-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-APPRAUD
               FROM  ENVIRONMENT  "DD-APPROVED-AUDIT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-CALENDAR
               FROM  ENVIRONMENT  "DD-CALENDAR"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-RULES
               FROM  ENVIRONMENT  "DD-STATUS-RULES"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-TRANRPT
               FROM  ENVIRONMENT  "DD-TRANSITION-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-RUN-MODE
               FROM  ENVIRONMENT  "RUN-MODE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-MAINT-STEP
               FROM  ENVIRONMENT  "MAINT-STEP"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-OPERATOR-ID
               FROM  ENVIRONMENT  "OPERATOR-ID"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-APPROVAL-DAYS-TEXT
               FROM  ENVIRONMENT  "APPROVAL-DAYS"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-APPROVAL-DAYS-NUM  IS NOT NUMERIC  THEN
               MOVE  "005"              TO  WK-APPROVAL-DAYS-TEXT
           END-IF.
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

                   DISPLAY  "ENTER FEE (9 DIGITS, 9(7)V99, BLANK OK): "
                   ACCEPT  WK-TXN-FEE
               END-IF
               MOVE  WK-OPERATOR-ID     TO  WK-TXN-OPERATOR
               ADD  1                   TO  WK-COUNT-TXN-READ
               PERFORM  QUEUE-TXN-RTN
           END-IF.
       TERMINAL-RTN-EXIT.
       EXIT.
       EXIT.

       BATCH-TXN-RTN                    SECTION.
           PERFORM  QUEUE-TXN-RTN.
           PERFORM  READ-TXN-RTN.
       BATCH-TXN-RTN-EXIT.
       EXIT.

      * ENTRY STEP: THE SAME EDITS AS POSTING, SO A TRANSACTION THAT
      * COULD NEVER POST IS REJECTED TO ITS MAKER NOW RATHER THAN TO
      * THE CHECKER LATER. THE MASTER ITSELF IS NOT TOUCHED HERE; A
      * KEY THAT IS MISSING OR ALREADY ON FILE IS FOUND AT POSTING.
      * A CHANGE IS ALSO HELD TO THE STATUS-TRANSITION RULES AGAINST
      * THE MASTER AS IT STANDS NOW, AND CHECKED AGAIN AT POSTING.
       QUEUE-TXN-RTN                    SECTION.
           IF  WK-TXN-OPERATOR  =  SPACES  THEN
               MOVE  WK-OPERATOR-ID     TO  WK-TXN-OPERATOR
           END-IF.
           MOVE  "MAINTENANCE ENTRY"    TO  WK-HOLD-REASON.

           EVALUATE  TRUE
               WHEN  NOT  WK-TXN-FUNCTION-VALID
                   MOVE  "FUNC"         TO  WK-EDIT-REASON
                   PERFORM  WRITE-REJECT-RTN
               WHEN  (NOT  WK-TXN-FILE-1)  AND  (NOT  WK-TXN-FILE-2)
                   MOVE  "FILE"         TO  WK-EDIT-REASON
                   PERFORM  WRITE-REJECT-RTN
               WHEN  WK-TXN-KEY-NUM  IS NOT NUMERIC
                   MOVE  "KEYN"         TO  WK-EDIT-REASON
                   PERFORM  WRITE-REJECT-RTN
               WHEN  WK-TXN-OPERATOR  =  SPACES
                   MOVE  "OPER"         TO  WK-EDIT-REASON
                   PERFORM  WRITE-REJECT-RTN
               WHEN  WK-TXN-DELETE
                   PERFORM  WRITE-PENDING-RTN
               WHEN  OTHER
                   PERFORM  EDIT-TXN-RTN
                   IF  (WK-RECORD-CLEAN  =  "Y")  AND
                       (WK-TXN-CHANGE)  THEN
                       PERFORM  ENTRY-TRANSITION-RTN
                   END-IF
                   IF  WK-RECORD-CLEAN  =  "Y"  THEN
                       PERFORM  WRITE-PENDING-RTN
                   ELSE
                       PERFORM  WRITE-REJECT-RTN
                   END-IF
           END-EVALUATE.
       QUEUE-TXN-RTN-EXIT.
       EXIT.

       ENTRY-TRANSITION-RTN             SECTION.
           PERFORM  READ-MASTER-RTN.
           IF  WK-MASTER-FOUND  =  "Y"  THEN
               MOVE  WK-OLD-DETAIL-STATUS-CODE  TO  WK-TRAN-FROM
               MOVE  WK-TXN-STATUS      TO  WK-TRAN-TO
               PERFORM  CHECK-TRANSITION-RTN
               EVALUATE  TRUE
                   WHEN  WK-TRAN-REFUSED
                       MOVE  "N"        TO  WK-RECORD-CLEAN
                       MOVE  "TRAN"     TO  WK-EDIT-REASON
                       MOVE  "NO RULE FOR THIS MOVE"  TO  TRV-NOTE
                       ADD  1           TO  WK-COUNT-TRAN-REFUSED
                       MOVE  "REJECTED"  TO  TRV-ACTION
                       PERFORM  WRITE-TRANSITION-RTN
                   WHEN  WK-TRAN-NEEDS-REASON
                       MOVE  " NEEDS A REASON"  TO  WK-TT-TAIL
                       MOVE  WK-TRANSITION-TEXT  TO  WK-HOLD-REASON
               END-EVALUATE
           END-IF.
       ENTRY-TRANSITION-RTN-EXIT.
       EXIT.

      * THE REFERENCE IS RUN DATE, RUN START TIME AND A SEQUENCE
      * WITHIN THE RUN, SO IT IS UNIQUE ACROSS RUNS AND IS WHAT THE
      * CHECKER QUOTES ON A DECISION LINE.
       WRITE-PENDING-RTN                SECTION.
           MOVE  SPACES                 TO  WK-PEND-REC.
           ADD  1                       TO  WK-ENTRY-SEQ.
           MOVE  WK-RUN-DATE            TO  WK-PEND-ENTRY-DATE.
           MOVE  WK-ENTRY-TIME          TO  WK-PEND-ENTRY-TIME.
           MOVE  WK-ENTRY-SEQ           TO  WK-PEND-ENTRY-SEQ.
           MOVE  "MAINT"                TO  WK-PEND-SOURCE.
           MOVE  WK-TXN-OPERATOR        TO  WK-PEND-MAKER.
           MOVE  WK-HOLD-REASON         TO  WK-PEND-HOLD-REASON.
           MOVE  WK-TXN-REC             TO  WK-PEND-TXN-IMAGE.
           WRITE  PENDINGAPPROVALRECORD  FROM  WK-PEND-REC.
           ADD  1                       TO  WK-COUNT-QUEUED.

           MOVE  "QUEUED"               TO  MAU-TAG.
           MOVE  WK-TXN-KEY             TO  MAU-KEY.
           MOVE  WK-TXN-REC             TO  MAU-RECORD.
           MOVE  WK-TXN-FILE            TO  MAU-FILE.
           MOVE  WK-TXN-OPERATOR        TO  MAU-MAKER.
           MOVE  SPACES                 TO  MAU-CHECKER.
           WRITE  MAINTAUDITRECORD      FROM  MAINT-AUDIT-LINE.

           IF  NOT  WK-MODE-BATCH  THEN
               DISPLAY  "QUEUED FOR APPROVAL - REFERENCE "
                        WK-PEND-REF
           END-IF.
       WRITE-PENDING-RTN-EXIT.
       EXIT.

      * APPROVE STEP: EVERY ITEM ON THE QUEUE IS POSTED, DECLINED,
      * EXPIRED OR CARRIED FORWARD, AND EACH OUTCOME IS A LINE ON THE
      * APPROVAL REPORT. A DECISION BY THE ITEM'S OWN MAKER, OR BY NO
      * ONE, IS REFUSED AND THE ITEM STAYS ON THE QUEUE.
       APPROVE-RTN                      SECTION.
           PERFORM  READ-PENDING-RTN.
           PERFORM  WORK-PENDING-RTN
               UNTIL  WK-EOF-PENDING  =  "Y".
           IF  WK-MODE-BATCH  THEN
               MOVE  1                  TO  WK-DECN-IX
               PERFORM  REPORT-UNUSED-DECISION-RTN
                   UNTIL  WK-DECN-IX  >  WK-DECN-COUNT
           END-IF.
       APPROVE-RTN-EXIT.
       EXIT.

       READ-PENDING-RTN                 SECTION.
           READ  PENDING-APPROVAL-FILE  INTO  WK-PEND-REC
                AT END  MOVE  "Y"       TO    WK-EOF-PENDING.
           IF  WK-EOF-PENDING  NOT  =  "Y"  THEN
               ADD  1                   TO    WK-COUNT-PEND-READ
           END-IF.
       READ-PENDING-RTN-EXIT.
       EXIT.

       WORK-PENDING-RTN                 SECTION.
           MOVE  WK-PEND-TXN-IMAGE      TO  WK-TXN-REC.
           PERFORM  PENDING-AGE-RTN.
           PERFORM  GET-DECISION-RTN.

           MOVE  SPACES                 TO  APPROVAL-DETAIL-LINE.
           MOVE  WK-PEND-REF            TO  APD-REF.
           MOVE  WK-TXN-FUNCTION        TO  APD-FUNCTION.
           MOVE  WK-TXN-FILE            TO  APD-FILE.
           MOVE  WK-TXN-KEY             TO  APD-KEY.
           MOVE  WK-PEND-MAKER          TO  APD-MAKER.
           MOVE  WK-DECISION-APPROVER   TO  APD-CHECKER.
           MOVE  WK-COMPUTED-AGE        TO  APD-AGE.
           MOVE  WK-DECISION-NOTE       TO  APD-NOTE.

           EVALUATE  TRUE
               WHEN  (NOT  WK-DECISION-APPROVE)  AND
                     (NOT  WK-DECISION-DECLINE)
                   IF  WK-COMPUTED-AGE  NOT <  WK-APPROVAL-DAYS-NUM
                       THEN
                       MOVE  "EXPIRED"  TO  APD-ACTION
                       MOVE  "NOT ACTIONED IN TIME"  TO  APD-NOTE
                       ADD  1           TO  WK-COUNT-EXPIRED
                       IF  RETURN-CODE  <  4  THEN
                           MOVE  4      TO  RETURN-CODE
                       END-IF
                       WRITE  APPROVALREPORTRECORD
                           FROM  APPROVAL-DETAIL-LINE
                   ELSE
                       PERFORM  CARRY-PENDING-RTN
                   END-IF
               WHEN  (WK-DECISION-APPROVER  =  SPACES)  OR
                     (WK-DECISION-APPROVER  =  WK-PEND-MAKER)
                   MOVE  "REFUSED"      TO  APD-ACTION
                   IF  WK-DECISION-APPROVER  =  SPACES  THEN
                       MOVE  "NO APPROVER ID"  TO  APD-NOTE
                   ELSE
                       MOVE  "APPROVER IS THE MAKER"  TO  APD-NOTE
                   END-IF
                   ADD  1               TO  WK-COUNT-REFUSED
                   IF  RETURN-CODE  <  4  THEN
                       MOVE  4          TO  RETURN-CODE
                   END-IF
                   WRITE  APPROVALREPORTRECORD
                       FROM  APPROVAL-DETAIL-LINE
                   PERFORM  CARRY-PENDING-RTN
               WHEN  WK-DECISION-APPROVE
                   PERFORM  POST-APPROVED-RTN
               WHEN  OTHER
                   MOVE  "DECLINED"     TO  APD-ACTION
                   ADD  1               TO  WK-COUNT-DECLINED
                   WRITE  APPROVALREPORTRECORD
                       FROM  APPROVAL-DETAIL-LINE
           END-EVALUATE.

           PERFORM  READ-PENDING-RTN.
       WORK-PENDING-RTN-EXIT.
       EXIT.

      * AN APPROVED ITEM GOES THROUGH THE ORDINARY POSTING PATH, EDITS
      * AND ALL, WITH MAKER AND CHECKER CARRIED ONTO THE AUDIT AND
      * JOURNAL LINES. A POSTING REJECT (KEY GONE, KEY ALREADY ADDED
      * SINCE ENTRY) LANDS ON THE REJECT FILE AND IS NOTED HERE; THE
      * ITEM IS NOT REQUEUED.
       POST-APPROVED-RTN                SECTION.
           MOVE  WK-PEND-MAKER          TO  WK-MAKER-ID.
           MOVE  WK-DECISION-APPROVER   TO  WK-CHECKER-ID.
           MOVE  WK-COUNT-REJECTED      TO  WK-REJECTS-BEFORE.
           IF  WK-PEND-SOURCE  =  "APPLY"  THEN
               MOVE  "Y"                TO  WK-POSTING-APPLY-HOLD
           END-IF.

           PERFORM  APPLY-TXN-RTN.

           MOVE  "APPROVED"             TO  APD-ACTION.
           IF  WK-COUNT-REJECTED  >  WK-REJECTS-BEFORE  THEN
               MOVE  SPACES             TO  APD-NOTE
               STRING  "REJECTED AT POSTING - "  DELIMITED BY  SIZE
                       WK-EDIT-REASON           DELIMITED BY  SIZE
                   INTO  APD-NOTE
               ADD  1                   TO  WK-COUNT-APPR-REJECTED
           ELSE
               IF  APD-NOTE  =  SPACES  THEN
                   MOVE  "POSTED"       TO  APD-NOTE
               END-IF
               ADD  1                   TO  WK-COUNT-APPROVED
           END-IF.
           WRITE  APPROVALREPORTRECORD  FROM  APPROVAL-DETAIL-LINE.

           MOVE  SPACES                 TO  WK-MAKER-ID
                                            WK-CHECKER-ID.
           MOVE  "N"                    TO  WK-POSTING-APPLY-HOLD.
       POST-APPROVED-RTN-EXIT.
       EXIT.

       CARRY-PENDING-RTN                SECTION.
           WRITE  PENDINGCARRYRECORD    FROM  WK-PEND-REC.
           ADD  1                       TO  WK-COUNT-CARRIED.
       CARRY-PENDING-RTN-EXIT.
       EXIT.

      * AT THE TERMINAL THE CHECKER IS SHOWN EACH ITEM AND ANSWERS
      * A, D, OR BLANK TO LEAVE IT PENDING. IN BATCH THE DECISION IS
      * LOOKED UP BY REFERENCE IN THE DECISION TABLE.
       GET-DECISION-RTN                 SECTION.
           MOVE  SPACES                 TO  WK-DECISION.

           IF  WK-MODE-BATCH  THEN
               MOVE  1                  TO  WK-DECN-IX
               PERFORM  FIND-DECISION-RTN
                   UNTIL  (WK-DECN-IX  >  WK-DECN-COUNT)
                       OR  (WK-DECISION-CODE  NOT  =  SPACES)
           ELSE
               DISPLAY  "REFERENCE " WK-PEND-REF
                        "  SOURCE "  WK-PEND-SOURCE
                        "  MAKER "   WK-PEND-MAKER
                        "  AGE "     WK-COMPUTED-AGE
               DISPLAY  "  " WK-PEND-HOLD-REASON
               DISPLAY  "  " WK-TXN-REC
               DISPLAY  "APPROVE (A), DECLINE (D), OR BLANK TO LEAVE: "
               ACCEPT  WK-DECISION-CODE
               MOVE  WK-OPERATOR-ID     TO  WK-DECISION-APPROVER
               IF  WK-DECISION-APPROVE  THEN
                   DISPLAY  "ENTER REASON FOR THE CHANGE (BLANK OK): "
                   ACCEPT  WK-DECISION-NOTE
               END-IF
           END-IF.
       GET-DECISION-RTN-EXIT.
       EXIT.

       FIND-DECISION-RTN                SECTION.
           IF  (WK-DT-REF (WK-DECN-IX)  =  WK-PEND-REF)  AND
               (WK-DT-USED (WK-DECN-IX)  =  "N")  THEN
               MOVE  "Y"                TO  WK-DT-USED (WK-DECN-IX)
               MOVE  WK-DT-CODE (WK-DECN-IX)  TO  WK-DECISION-CODE
               MOVE  WK-DT-APPROVER (WK-DECN-IX)
                                        TO  WK-DECISION-APPROVER
               MOVE  WK-DT-NOTE (WK-DECN-IX)  TO  WK-DECISION-NOTE
           END-IF.
           ADD  1                       TO  WK-DECN-IX.
       FIND-DECISION-RTN-EXIT.
       EXIT.

      * A DECISION LINE WITH A CODE OTHER THAN A OR D IS REPORTED AND
      * IGNORED SO A KEYING ERROR CANNOT POST OR DROP AN ITEM.
       LOAD-DECISION-RTN                SECTION.
           PERFORM  READ-DECISION-RTN.
           PERFORM  STORE-DECISION-RTN
               UNTIL  (WK-EOF-DECISION  =  "Y")
                   OR  (WK-DECN-COUNT  NOT <  500).
       LOAD-DECISION-RTN-EXIT.
       EXIT.

       READ-DECISION-RTN                SECTION.
           READ  APPROVAL-DECISION-FILE  INTO  WK-DECN-REC
                AT END  MOVE  "Y"       TO    WK-EOF-DECISION.
       READ-DECISION-RTN-EXIT.
       EXIT.

       STORE-DECISION-RTN               SECTION.
           IF  WK-DECN-CODE-VALID  THEN
               ADD  1                   TO  WK-DECN-COUNT
               MOVE  WK-DECN-REF        TO  WK-DT-REF (WK-DECN-COUNT)
               MOVE  WK-DECN-CODE       TO  WK-DT-CODE (WK-DECN-COUNT)
               MOVE  WK-DECN-APPROVER   TO
                     WK-DT-APPROVER (WK-DECN-COUNT)
               MOVE  WK-DECN-NOTE       TO  WK-DT-NOTE (WK-DECN-COUNT)
               MOVE  "N"                TO  WK-DT-USED (WK-DECN-COUNT)
           ELSE
               MOVE  SPACES             TO  APPROVAL-DETAIL-LINE
               MOVE  "BAD CODE"         TO  APD-ACTION
               MOVE  WK-DECN-REF        TO  APD-REF
               MOVE  WK-DECN-APPROVER   TO  APD-CHECKER
               MOVE  "INVALID DECISION CODE"  TO  APD-NOTE
               WRITE  APPROVALREPORTRECORD  FROM  APPROVAL-DETAIL-LINE
               ADD  1                   TO  WK-COUNT-DECN-UNUSED
           END-IF.
           PERFORM  READ-DECISION-RTN.
       STORE-DECISION-RTN-EXIT.
       EXIT.

       REPORT-UNUSED-DECISION-RTN       SECTION.
           IF  WK-DT-USED (WK-DECN-IX)  =  "N"  THEN
               MOVE  SPACES             TO  APPROVAL-DETAIL-LINE
               MOVE  "UNMATCHED"        TO  APD-ACTION
               MOVE  WK-DT-REF (WK-DECN-IX)       TO  APD-REF
               MOVE  WK-DT-APPROVER (WK-DECN-IX)  TO  APD-CHECKER
               MOVE  "NO SUCH ITEM PENDING"       TO  APD-NOTE
               WRITE  APPROVALREPORTRECORD  FROM  APPROVAL-DETAIL-LINE
               ADD  1                   TO  WK-COUNT-DECN-UNUSED
           END-IF.
           ADD  1                       TO  WK-DECN-IX.
       REPORT-UNUSED-DECISION-RTN-EXIT.
       EXIT.

       LOAD-CALENDAR-RTN                SECTION.
           PERFORM  READ-CALENDAR-RTN.
           PERFORM  STORE-HOLIDAY-RTN
               UNTIL  (WK-EOF-CALENDAR  =  "Y")
                   OR  (WK-HOLIDAY-COUNT  NOT <  200).
       LOAD-CALENDAR-RTN-EXIT.
       EXIT.

       READ-CALENDAR-RTN                SECTION.
           READ  CALENDAR-FILE          INTO  WK-CALENDAR-REC
                AT END  MOVE  "Y"       TO    WK-EOF-CALENDAR.
       READ-CALENDAR-RTN-EXIT.
       EXIT.

       STORE-HOLIDAY-RTN                SECTION.
           IF  WK-CALENDAR-DATE-NUM  IS NUMERIC  THEN
               ADD  1                   TO    WK-HOLIDAY-COUNT
               MOVE  WK-CALENDAR-DATE   TO
                     WK-HOLIDAY-DATE (WK-HOLIDAY-COUNT)
           END-IF.
           PERFORM  READ-CALENDAR-RTN.
       STORE-HOLIDAY-RTN-EXIT.
       EXIT.

      * AN ENTRY DATE THAT IS NOT A DATE AGES STRAIGHT TO 999 SO THE
      * ITEM EXPIRES RATHER THAN SITTING ON THE QUEUE FOREVER.
       PENDING-AGE-RTN                  SECTION.
           MOVE  ZERO                   TO  WK-COMPUTED-AGE.
           IF  WK-PEND-ENTRY-DATE-NUM  IS NOT NUMERIC  THEN
               MOVE  999                TO  WK-COMPUTED-AGE
           ELSE
               MOVE  WK-PEND-ENTRY-DATE  TO  WK-CAL-DATE
               PERFORM  AGE-STEP-RTN
                   UNTIL  (WK-CAL-DATE  NOT <  WK-RUN-DATE)
                       OR  (WK-COMPUTED-AGE  =  999)
           END-IF.
       PENDING-AGE-RTN-EXIT.
       EXIT.

       AGE-STEP-RTN                     SECTION.
           PERFORM  NEXT-DAY-RTN.
           PERFORM  BUSINESS-DAY-RTN.
           IF  WK-BUSINESS-DAY  =  "Y"  THEN
               ADD  1                   TO    WK-COMPUTED-AGE
           END-IF.
       AGE-STEP-RTN-EXIT.
       EXIT.

       BUSINESS-DAY-RTN                 SECTION.
           PERFORM  DAY-OF-WEEK-RTN.

           IF  (WK-DAY-OF-WEEK  =  0)  OR  (WK-DAY-OF-WEEK  =  1)  THEN
               MOVE  "N"                TO    WK-BUSINESS-DAY
           ELSE
               MOVE  "Y"                TO    WK-BUSINESS-DAY
               MOVE  1                  TO    WK-HOLIDAY-IX
               PERFORM  CHECK-HOLIDAY-RTN
                   UNTIL  (WK-HOLIDAY-IX  >  WK-HOLIDAY-COUNT)
                       OR  (WK-BUSINESS-DAY  =  "N")
           END-IF.
       BUSINESS-DAY-RTN-EXIT.
       EXIT.

       CHECK-HOLIDAY-RTN                SECTION.
           IF  WK-HOLIDAY-DATE (WK-HOLIDAY-IX)  =  WK-CAL-DATE  THEN
               MOVE  "N"                TO    WK-BUSINESS-DAY
           END-IF.
           ADD  1                       TO    WK-HOLIDAY-IX.
       CHECK-HOLIDAY-RTN-EXIT.
       EXIT.

      * ZELLER'S CONGRUENCE ON THE GREGORIAN CALENDAR. THE RESULT IN
      * WK-DAY-OF-WEEK RUNS 0 = SATURDAY, 1 = SUNDAY, ... 6 = FRIDAY.
       DAY-OF-WEEK-RTN                  SECTION.
           MOVE  WK-CAL-MM              TO    WK-Z-MONTH.
           MOVE  WK-CAL-CCYY            TO    WK-Z-YEAR.
           IF  WK-Z-MONTH  <  3  THEN
               ADD  12                  TO    WK-Z-MONTH
               SUBTRACT  1              FROM  WK-Z-YEAR
           END-IF.

           DIVIDE  WK-Z-YEAR  BY  100
               GIVING  WK-Z-CENTURY
               REMAINDER  WK-Z-YY.

           COMPUTE  WK-Z-TERM  =  13  *  (WK-Z-MONTH  +  1).
           DIVIDE  WK-Z-TERM  BY  5     GIVING  WK-Z-QUOT1.
           DIVIDE  WK-Z-YY    BY  4     GIVING  WK-Z-QUOT2.
           DIVIDE  WK-Z-CENTURY  BY  4  GIVING  WK-Z-QUOT3.

           COMPUTE  WK-Z-SUM  =  WK-CAL-DD  +  WK-Z-QUOT1  +  WK-Z-YY
               +  WK-Z-QUOT2  +  WK-Z-QUOT3  +  (5  *  WK-Z-CENTURY).
           DIVIDE  WK-Z-SUM  BY  7
               GIVING  WK-Z-QUOT1
               REMAINDER  WK-DAY-OF-WEEK.
       DAY-OF-WEEK-RTN-EXIT.
       EXIT.

      * THE MONTH LENGTH COMES FROM THE SAME ROUTINE THE DATE EDIT
      * USES, SO THE CALENDAR DATE IS STAGED THROUGH WK-EDIT-DATE.
       NEXT-DAY-RTN                     SECTION.
           MOVE  WK-CAL-DATE            TO    WK-EDIT-DATE.
           PERFORM  SET-MAX-DAY-RTN.
           IF  WK-CAL-DD  <  WK-DATE-MAX-DAY  THEN
               ADD  1                   TO    WK-CAL-DD
           ELSE
               MOVE  01                 TO    WK-CAL-DD
               IF  WK-CAL-MM  <  12  THEN
                   ADD  1               TO    WK-CAL-MM
               ELSE
                   MOVE  01             TO    WK-CAL-MM
                   ADD  1               TO    WK-CAL-CCYY
               END-IF
           END-IF.
       NEXT-DAY-RTN-EXIT.
       EXIT.

       APPLY-TXN-RTN                    SECTION.
           EVALUATE  TRUE
               WHEN  NOT  WK-TXN-FUNCTION-VALID
       ADD-MAINT-RTN-EXIT.
       EXIT.

      * THE STATUS MOVE IS CHECKED AGAINST THE MASTER AS IT IS AT
      * POSTING, WHICH MAY NOT BE HOW IT STOOD WHEN THE CHANGE WAS
      * QUEUED. A MOVE THAT NEEDS A REASON POSTS ONLY WITH THE
      * CHECKER'S NOTE, AND IS LISTED ON THE TRANSITION REPORT WITH IT.
       CHANGE-MAINT-RTN                 SECTION.
           PERFORM  READ-MASTER-RTN.
           IF  WK-MASTER-FOUND  NOT  =  "Y"  THEN
               MOVE  "NFND"             TO  WK-EDIT-REASON
               PERFORM  WRITE-REJECT-RTN
               GO TO  CHANGE-MAINT-RTN-EXIT
           END-IF.

           MOVE  WK-OLD-DETAIL-STATUS-CODE  TO  WK-TRAN-FROM.
           MOVE  WK-TXN-STATUS          TO  WK-TRAN-TO.
           PERFORM  CHECK-TRANSITION-RTN.
           EVALUATE  TRUE
               WHEN  WK-TRAN-REFUSED
                   MOVE  "TRAN"         TO  WK-EDIT-REASON
                   MOVE  "NO RULE FOR THIS MOVE"  TO  TRV-NOTE
                   ADD  1               TO  WK-COUNT-TRAN-REFUSED
                   MOVE  "REJECTED"     TO  TRV-ACTION
                   PERFORM  WRITE-TRANSITION-RTN
                   PERFORM  WRITE-REJECT-RTN
               WHEN  (WK-TRAN-NEEDS-REASON)  AND
                     (WK-DECISION-NOTE  =  SPACES)
                   MOVE  "TRNR"         TO  WK-EDIT-REASON
                   MOVE  "RULE NEEDS A REASON - NONE GIVEN"
                                        TO  TRV-NOTE
                   ADD  1               TO  WK-COUNT-TRAN-NO-REASON
                   MOVE  "REJECTED"     TO  TRV-ACTION
                   PERFORM  WRITE-TRANSITION-RTN
                   PERFORM  WRITE-REJECT-RTN
               WHEN  OTHER
                   IF  WK-TRAN-NEEDS-REASON  THEN
                       MOVE  SPACES     TO  WK-EDIT-REASON
                       MOVE  WK-DECISION-NOTE  TO  TRV-NOTE
                       ADD  1           TO  WK-COUNT-TRAN-REASONED
                       MOVE  "POSTED"   TO  TRV-ACTION
                       PERFORM  WRITE-TRANSITION-RTN
                   END-IF
                   PERFORM  WRITE-BEFORE-AUDIT-RTN
                   PERFORM  REWRITE-MASTER-RTN
                   PERFORM  WRITE-AFTER-AUDIT-RTN
                   ADD  1               TO  WK-COUNT-CHANGED
                   PERFORM  TELL-APPLIED-RTN
           END-EVALUATE.
       CHANGE-MAINT-RTN-EXIT.
       EXIT.

      * THE NOTE IS SET BY THE CALLER.
       WRITE-TRANSITION-RTN             SECTION.
           MOVE  WK-TXN-FILE            TO  TRV-FILE.
           MOVE  WK-TXN-KEY             TO  TRV-KEY.
           MOVE  WK-TRAN-FROM           TO  TRV-FROM.
           MOVE  WK-TRAN-TO             TO  TRV-TO.
           MOVE  WK-EDIT-REASON         TO  TRV-CODE.
           WRITE  TRANSITIONREPORTRECORD  FROM  TRANSITION-DETAIL-LINE.
       WRITE-TRANSITION-RTN-EXIT.
       EXIT.

      * LEAVING THE STATUS AS IT WAS IS ALWAYS ALLOWED. ANY OTHER MOVE
      * NEEDS A RULE; THE RULE SAYS WHETHER A REASON MUST GO WITH IT.
       CHECK-TRANSITION-RTN             SECTION.
           MOVE  ZERO                   TO  WK-RULE-FOUND-IX.
           IF  WK-TRAN-FROM  =  WK-TRAN-TO  THEN
               SET  WK-TRAN-ALLOWED     TO  TRUE
           ELSE
               PERFORM  FIND-RULE-RTN
               EVALUATE  TRUE
                   WHEN  WK-RULE-FOUND-IX  =  ZERO
                       SET  WK-TRAN-REFUSED  TO  TRUE
                   WHEN  WK-RT-REASON (WK-RULE-FOUND-IX)  =  "Y"
                       SET  WK-TRAN-NEEDS-REASON  TO  TRUE
                   WHEN  OTHER
                       SET  WK-TRAN-ALLOWED  TO  TRUE
               END-EVALUATE
           END-IF.
           MOVE  WK-TRAN-FROM           TO  WK-TT-FROM.
           MOVE  WK-TRAN-TO             TO  WK-TT-TO.
       CHECK-TRANSITION-RTN-EXIT.
       EXIT.

       FIND-RULE-RTN                    SECTION.
           MOVE  ZERO                   TO  WK-RULE-FOUND-IX.
           MOVE  1                      TO  WK-RULE-IX.
           PERFORM  SEARCH-RULE-RTN
               UNTIL  (WK-RULE-IX  >  WK-RULE-COUNT)
                   OR  (WK-RULE-FOUND-IX  >  ZERO).
       FIND-RULE-RTN-EXIT.
       EXIT.

       SEARCH-RULE-RTN                  SECTION.
           IF  (WK-RT-FROM (WK-RULE-IX)  =  WK-TRAN-FROM)  AND
               (WK-RT-TO (WK-RULE-IX)  =  WK-TRAN-TO)  THEN
               MOVE  WK-RULE-IX         TO  WK-RULE-FOUND-IX
           END-IF.
           ADD  1                       TO  WK-RULE-IX.
       SEARCH-RULE-RTN-EXIT.
       EXIT.

      * SAME RULE FILE AND SAME LOADING RULES AS MASTER-APPLY-PGM.
       LOAD-RULES-RTN                   SECTION.
           PERFORM  READ-RULE-RTN.
           PERFORM  STORE-RULE-RTN
               UNTIL  WK-EOF-RULES  =  "Y".
           IF  WK-RULE-COUNT  =  ZERO  THEN
               MOVE  SPACES             TO  TRV-FILE
                                            TRV-KEY
                                            TRV-FROM
                                            TRV-TO
                                            TRV-CODE
               MOVE  "NO RULES"         TO  TRV-ACTION
               MOVE  "EVERY STATUS CHANGE REFUSED"  TO  TRV-NOTE
               WRITE  TRANSITIONREPORTRECORD
                   FROM  TRANSITION-DETAIL-LINE
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.
       LOAD-RULES-RTN-EXIT.
       EXIT.

       READ-RULE-RTN                    SECTION.
           READ  STATUS-RULE-FILE       INTO  WK-RULE-REC
                AT END  MOVE  "Y"       TO    WK-EOF-RULES.
       READ-RULE-RTN-EXIT.
       EXIT.

       STORE-RULE-RTN                   SECTION.
           MOVE  WK-RUL-TO-STATUS       TO  WK-EDIT-STATUS-BYTE.
           MOVE  WK-RUL-FROM-STATUS     TO  WK-TRAN-FROM.
           MOVE  WK-RUL-TO-STATUS       TO  WK-TRAN-TO.
           PERFORM  FIND-RULE-RTN.
           MOVE  SPACES                 TO  TRV-NOTE.
           EVALUATE  TRUE
               WHEN  NOT  WK-EDIT-STATUS-VALID
                   MOVE  "TO-STATUS NOT A VALID STATUS"  TO  TRV-NOTE
               WHEN  NOT  WK-RUL-REASON-FLAG-VALID
                   MOVE  "REASON FLAG NOT Y OR N"  TO  TRV-NOTE
               WHEN  WK-RUL-FROM-STATUS  =  WK-RUL-TO-STATUS
                   MOVE  "FROM AND TO ARE THE SAME"  TO  TRV-NOTE
               WHEN  WK-RULE-FOUND-IX  >  ZERO
                   MOVE  "DUPLICATE RULE"  TO  TRV-NOTE
               WHEN  WK-RULE-COUNT  NOT  <  50
                   MOVE  "RULE TABLE FULL"  TO  TRV-NOTE
               WHEN  OTHER
                   ADD  1               TO  WK-RULE-COUNT
                   MOVE  WK-RUL-FROM-STATUS
                       TO  WK-RT-FROM (WK-RULE-COUNT)
                   MOVE  WK-RUL-TO-STATUS
                       TO  WK-RT-TO (WK-RULE-COUNT)
                   MOVE  WK-RUL-REASON-REQUIRED
                       TO  WK-RT-REASON (WK-RULE-COUNT)
                   ADD  1               TO  WK-COUNT-RULES-LOADED
           END-EVALUATE.
           IF  TRV-NOTE  NOT  =  SPACES  THEN
               MOVE  "BAD RULE"         TO  TRV-ACTION
               MOVE  SPACES             TO  TRV-FILE
                                            TRV-KEY
                                            TRV-CODE
               MOVE  WK-RUL-FROM-STATUS  TO  TRV-FROM
               MOVE  WK-RUL-TO-STATUS   TO  TRV-TO
               WRITE  TRANSITIONREPORTRECORD
                   FROM  TRANSITION-DETAIL-LINE
               ADD  1                   TO  WK-COUNT-RULES-BAD
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.
           PERFORM  READ-RULE-RTN.
       STORE-RULE-RTN-EXIT.
       EXIT.

       DELETE-MAINT-RTN                 SECTION.
           PERFORM  READ-MASTER-RTN.
           IF  WK-MASTER-FOUND  NOT  =  "Y"  THEN
           MOVE  WK-TXN-KEY             TO  MAU-KEY.
           MOVE  WK-OLD-RECORD          TO  MAU-RECORD.
           MOVE  WK-TXN-FILE            TO  MAU-FILE.
           MOVE  WK-MAKER-ID            TO  MAU-MAKER.
           MOVE  WK-CHECKER-ID          TO  MAU-CHECKER.
           WRITE  MAINTAUDITRECORD      FROM  MAINT-AUDIT-LINE.
           MOVE  WK-OLD-RECORD          TO  WK-JRN-BEFORE-IMAGE.
           IF  WK-POSTING-APPLY-HOLD  =  "Y"  THEN
               PERFORM  WRITE-APPROVED-AUDIT-RTN
           END-IF.
       WRITE-BEFORE-AUDIT-RTN-EXIT.
       EXIT.

           MOVE  WK-TXN-KEY             TO  MAU-KEY.
           MOVE  WK-OLD-RECORD          TO  MAU-RECORD.
           MOVE  WK-TXN-FILE            TO  MAU-FILE.
           MOVE  WK-MAKER-ID            TO  MAU-MAKER.
           MOVE  WK-CHECKER-ID          TO  MAU-CHECKER.
           WRITE  MAINTAUDITRECORD      FROM  MAINT-AUDIT-LINE.
           MOVE  WK-OLD-RECORD          TO  WK-JRN-AFTER-IMAGE.
           PERFORM  WRITE-JOURNAL-RTN.
           IF  WK-POSTING-APPLY-HOLD  =  "Y"  THEN
               PERFORM  WRITE-APPROVED-AUDIT-RTN
           END-IF.
       WRITE-AFTER-AUDIT-RTN-EXIT.
       EXIT.

       WRITE-APPROVED-AUDIT-RTN         SECTION.
           MOVE  MAU-TAG                TO  AAU-TAG.
           MOVE  MAU-KEY                TO  AAU-KEY.
           MOVE  MAU-RECORD             TO  AAU-RECORD.
           WRITE  APPROVEDAUDITRECORD   FROM  APPROVED-AUDIT-LINE.
       WRITE-APPROVED-AUDIT-RTN-EXIT.
       EXIT.

      * THE BEFORE IMAGE WAS PARKED BY WRITE-BEFORE-AUDIT-RTN; THE
      * JOURNAL LINE GOES OUT WITH THE AFTER IMAGE SO A PAIR IS NEVER
      * SPLIT ACROSS AN ABEND.
       WRITE-JOURNAL-RTN                SECTION.
           MOVE  "MASTER-MAINT-PGM"     TO  WK-JRN-PROGRAM.
           MOVE  WK-RUN-DATE            TO  WK-JRN-RUN-DATE.
           MOVE  WK-RUN-ID              TO  WK-JRN-RUN-ID.
           ACCEPT  WK-JRN-RUN-TIME      FROM  TIME.
           MOVE  WK-TXN-FILE            TO  WK-JRN-FILE.
           MOVE  WK-TXN-KEY             TO  WK-JRN-KEY.
           MOVE  WK-MAKER-ID            TO  WK-JRN-MAKER.
           MOVE  WK-CHECKER-ID          TO  WK-JRN-CHECKER.
           EVALUATE  TRUE
               WHEN  WK-TXN-ADD
                   MOVE  "ADD"          TO  WK-JRN-ACTION
               WHEN  WK-TXN-CHANGE
                   MOVE  "CHANGE"       TO  WK-JRN-ACTION
               WHEN  OTHER
                   MOVE  "DELETE"       TO  WK-JRN-ACTION
           END-EVALUATE.
           WRITE  CHANGEJOURNALRECORD   FROM  WK-JOURNAL-REC.
       WRITE-JOURNAL-RTN-EXIT.
       EXIT.

       WRITE-REJECT-RTN                 SECTION.
           MOVE  WK-EDIT-REASON         TO  MRJ-REASON.
           MOVE  WK-TXN-REC             TO  MRJ-RECORD.
           MOVE  WK-COUNT-REJECTED                TO  MSU-COUNT.
           WRITE  MAINTAUDITRECORD      FROM  MAINT-SUMMARY-LINE.

           MOVE  "TRANSACTIONS QUEUED FOR APPROVAL"  TO  MSU-LABEL.
           MOVE  WK-COUNT-QUEUED                  TO  MSU-COUNT.
           WRITE  MAINTAUDITRECORD      FROM  MAINT-SUMMARY-LINE.

           CLOSE                        INPUT-FILE-1
                                        INPUT-FILE-2
                                        MAINT-AUDIT-FILE
                                        MAINT-REJECT-FILE
                                        CHANGE-JOURNAL-FILE
                                        PENDING-APPROVAL-FILE.
           PERFORM  WRITE-TRANSITION-SUMMARY-RTN.
           CLOSE                        STATUS-RULE-FILE
                                        TRANSITION-REPORT-FILE.
           IF  WK-STEP-APPROVE  THEN
               PERFORM  WRITE-APPROVAL-SUMMARY-RTN
               CLOSE                    PENDING-CARRY-FILE
                                        APPROVAL-REPORT-FILE
                                        APPROVED-AUDIT-FILE
                                        CALENDAR-FILE
               IF  WK-MODE-BATCH  THEN
                   CLOSE                APPROVAL-DECISION-FILE
               END-IF
           ELSE
               IF  WK-MODE-BATCH  THEN
                   CLOSE                MAINT-TXN-FILE
               END-IF
           END-IF.
       FINAL-RTN-EXIT.
       EXIT.

       WRITE-APPROVAL-SUMMARY-RTN       SECTION.
           MOVE  "PENDING ITEMS READ"             TO  MSU-LABEL.
           MOVE  WK-COUNT-PEND-READ               TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "APPROVED AND POSTED"            TO  MSU-LABEL.
           MOVE  WK-COUNT-APPROVED                TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "APPROVED BUT REJECTED AT POSTING"  TO  MSU-LABEL.
           MOVE  WK-COUNT-APPR-REJECTED           TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "DECLINED"                       TO  MSU-LABEL.
           MOVE  WK-COUNT-DECLINED                TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "EXPIRED UNACTIONED"             TO  MSU-LABEL.
           MOVE  WK-COUNT-EXPIRED                 TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "DECISIONS REFUSED"              TO  MSU-LABEL.
           MOVE  WK-COUNT-REFUSED                 TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "CARRIED FORWARD PENDING"        TO  MSU-LABEL.
           MOVE  WK-COUNT-CARRIED                 TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "DECISION LINES NOT APPLIED"     TO  MSU-LABEL.
           MOVE  WK-COUNT-DECN-UNUSED             TO  MSU-COUNT.
           WRITE  APPROVALREPORTRECORD  FROM  MAINT-SUMMARY-LINE.
       WRITE-APPROVAL-SUMMARY-RTN-EXIT.
       EXIT.

       WRITE-TRANSITION-SUMMARY-RTN     SECTION.
           MOVE  SPACES                 TO  TRANSITIONREPORTRECORD.
           WRITE  TRANSITIONREPORTRECORD.

           MOVE  "TRANSITION RULES LOADED"        TO  MSU-LABEL.
           MOVE  WK-COUNT-RULES-LOADED            TO  MSU-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "RULE LINES REFUSED"             TO  MSU-LABEL.
           MOVE  WK-COUNT-RULES-BAD               TO  MSU-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "TRANSITIONS REJECTED - NO RULE"  TO  MSU-LABEL.
           MOVE  WK-COUNT-TRAN-REFUSED            TO  MSU-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "TRANSITIONS REJECTED - NO REASON"  TO  MSU-LABEL.
           MOVE  WK-COUNT-TRAN-NO-REASON          TO  MSU-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  MAINT-SUMMARY-LINE.

           MOVE  "TRANSITIONS POSTED WITH A REASON"  TO  MSU-LABEL.
           MOVE  WK-COUNT-TRAN-REASONED           TO  MSU-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  MAINT-SUMMARY-LINE.
       WRITE-TRANSITION-SUMMARY-RTN-EXIT.
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
           MOVE  "MASTER-MAINT-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-TXN-READ
                                +  WK-COUNT-PEND-READ.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
