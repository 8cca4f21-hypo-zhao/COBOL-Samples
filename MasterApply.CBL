                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SUSPENSE-AGE-FILE ASSIGN TO WK-DDNAME-SUSPAGE
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  CHANGE-JOURNAL-FILE
                                    ASSIGN TO WK-DDNAME-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  PENDING-APPROVAL-FILE
                                    ASSIGN TO WK-DDNAME-PENDING
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
           FD MASTER-FILE-1.
              01 SUSPENSEOUTRECORD       PIC X(120).
           FD SUSPENSE-AGE-FILE.
              01 SUSPENSEAGERECORD       PIC X(80).
           FD CHANGE-JOURNAL-FILE.
              01 CHANGEJOURNALRECORD     PIC X(240).
           FD PENDING-APPROVAL-FILE.
              01 PENDINGAPPROVALRECORD   PIC X(160).
           FD STATUS-RULE-FILE.
              01 STATUSRULERECORD        PIC X(80).
           FD TRANSITION-REPORT-FILE.
              01 TRANSITIONREPORTRECORD  PIC X(100).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN1              PIC X(20)
              VALUE  "SUSPENSE-OUT.TXT".
           05 WK-DDNAME-SUSPAGE          PIC X(20)
              VALUE  "SUSPAGE.TXT".
           05 WK-DDNAME-JOURNAL          PIC X(20)
              VALUE  "CHGJRNL.TXT".
           05 WK-DDNAME-PENDING          PIC X(20)
              VALUE  "PENDAPPR.TXT".
           05 WK-DDNAME-RULES            PIC X(20)
              VALUE  "STATRULE.TXT".
           05 WK-DDNAME-TRANRPT          PIC X(20)
              VALUE  "APPLYTRANS.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-WINNING-SOURCE             PIC X(01)  VALUE  "2".
           88  WK-FILE-2-WINS                       VALUE  "2".
       01  WK-WINNER-REC.
           05 WK-WINNER-KEY              PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-WINNER==.
       01  WK-WINNER-FEE-TEXT  REDEFINES  WK-WINNER-REC.
           05 FILLER                     PIC X(62).
           05 WK-WINNER-FEE-RAW          PIC X(9).
           05 FILLER                     PIC X(9).

      * A WINNING IMAGE MUST PASS THE SAME FIELD EDITS MASTER-LOAD-PGM
      * APPLIES WHEN IT BUILDS THE MASTER, WITH THE SAME REASON CODES:
      * A = ACTIVE, C = CLOSED, I = INACTIVE, P = PENDING; CURRENCY
      * USD OR CAD (BLANK FOR LEGACY RECORDS); A NON-BLANK FEE MUST BE
      * NUMERIC. A CORRECTION THAT FAILS IS A FINAL REJECT.
       01  WK-EDIT-CONTROLS.
           05 WK-EDIT-STATUS-BYTE        PIC X(1).
              88 WK-EDIT-STATUS-VALID    VALUE  "A"  "C"  "I"  "P".
           05 WK-EDIT-CURRENCY           PIC X(3).
              88 WK-EDIT-CURRENCY-VALID  VALUE  "USD"  "CAD"  "   ".
           05 WK-EDIT-REASON             PIC X(4).
           05 WK-RECORD-CLEAN            PIC X(1)   VALUE  "Y".

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

      * THE MASTER'S CURRENT STATUS MAY ONLY MOVE TO THE WINNING
      * STATUS ALONG A PAIR ON THE STATUS-TRANSITION RULE FILE. A MOVE
      * WITH NO RULE IS A FINAL REJECT (TRAN). A MOVE WHOSE RULE NEEDS
      * A REASON CANNOT TAKE ONE FROM A FEED, SO IT IS QUEUED FOR A
      * CHECKER, WHOSE APPROVAL NOTE IS THE REASON.
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

       01  WK-REJECT-TEXT.
           05 WK-RJT-CODE                PIC X(4).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 WK-RJT-TEXT                PIC X(25).
       01  WK-REFUSED                    PIC X(1)   VALUE  "N".

       01  WK-EOF-CHANGED                PIC X(1)     VALUE  "N".
       01  WK-EOF-SUSPENSE               PIC X(1)     VALUE  "N".
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)     VALUE  SPACES.

       01  WK-JOURNAL-REC                VALUE  SPACES.
           COPY JOURNAL REPLACING ==:TAG:== BY ==WK-JRN==.

      * A CORRECTION THAT MOVES THE MASTER'S DETAIL AMOUNT BY MORE
      * THAN APPLY-HOLD-LIMIT (EITHER DIRECTION) IS NOT POSTED. IT IS
      * QUEUED FOR A SECOND OPERATOR AS A CHANGE TRANSACTION ON THE
      * MASTER-MAINT-PGM PENDING-APPROVAL FILE AND POSTS, IF APPROVED,
      * IN THAT PROGRAM'S APPROVE STEP.
       01  WK-HOLD-LIMIT-PARM.
           05 WK-HOLD-LIMIT-TEXT         PIC X(11)    VALUE
              "00001000000".
           05 WK-HOLD-LIMIT-NUM
              REDEFINES  WK-HOLD-LIMIT-TEXT
                                         PIC 9(9)V99.
       01  WK-HOLD-DIFF                  PIC S9(10)V99 COMP  VALUE ZERO.
       01  WK-HELD                       PIC X(1)     VALUE  "N".
       01  WK-HOLD-REASON                PIC X(30)    VALUE  SPACES.
       01  WK-ENTRY-TIME                 PIC X(8)     VALUE  SPACES.
       01  WK-ENTRY-SEQ                  PIC 9(4)     VALUE  ZERO.

       01  WK-MASTER-REC.
           05 WK-MASTER-KEY              PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-MASTER==.

       01  WK-HOLD-DETAIL.
           05 WK-HOLD-AMOUNT             PIC X(11).
           05 WK-HOLD-STATUS             PIC X(1).
           05 WK-HOLD-DESCRIPTION        PIC X(30).
           05 WK-HOLD-UPDATE-DATE        PIC X(8).
           05 FILLER                     PIC X(1).
           05 WK-HOLD-CURRENCY           PIC X(3).
           05 WK-HOLD-FEE                PIC X(9).
           05 FILLER                     PIC X(9).

       01  WK-TXN-REC.
           COPY MAINTTXN REPLACING ==:TAG:== BY ==WK-TXN==.
       01  WK-PEND-REC.
           COPY PENDTXN REPLACING ==:TAG:== BY ==WK-PEND==.
       01  WK-EOF-PENDING                PIC X(1)     VALUE  "N".

      * THE APPLY HOLDS ALREADY WAITING ON THE QUEUE THE NEXT APPROVE
      * STEP WILL READ ARE LOADED AT THE START OF THE RUN. A HELD
      * CORRECTION IS NOT POSTED, SO THE CHANGED FILE PRESENTS IT
      * AGAIN EVERY NIGHT UNTIL A CHECKER DECIDES IT; ONE WHOSE
      * TRANSACTION IMAGE IS ALREADY ON THE QUEUE IS NOT QUEUED AGAIN.
       01  WK-QUEUED-TABLE.
           05 WK-QUEUED-COUNT            PIC 9(4)     COMP  VALUE  ZERO.
           05 WK-QUEUED-IX               PIC 9(4)     COMP  VALUE  ZERO.
           05 WK-QUEUED-FOUND            PIC X(1)     VALUE  "N".
           05 WK-QUEUED-ENTRY            OCCURS  2000  TIMES.
              10 WK-QT-KEY               PIC X(8).
              10 WK-QT-IMAGE             PIC X(80).

       01  WK-SUSP-REC.
           05 WK-SUSP-KEY                PIC X(8).
           05 WK-COUNT-RECYCLE-POSTED    PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-PENDING-OUT       PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-EXPIRED           PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-HELD              PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-EDIT-REJECTED     PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-TRAN-REFUSED      PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-TRAN-HELD         PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-RULES-LOADED      PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-RULES-BAD         PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-REHELD            PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-QUEUE-UNCHECKED   PIC 9(9)     COMP  VALUE  ZERO.

       01  APPLY-AUDIT-LINE.
           05 AUD-TAG                    PIC X(6).
           05 SAG-REASON                 PIC X(25).
           05 FILLER                     PIC X(30)    VALUE  SPACES.

       01  TRANSITION-HEADER-LINE.
           05 FILLER                     PIC X(30)
              VALUE  "STATUS TRANSITION VIOLATIONS".
           05 FILLER                     PIC X(20)
              VALUE  "MASTER-APPLY-PGM".
           05 FILLER                     PIC X(10)
              VALUE  "RUN DATE".
           05 TRH-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(32)    VALUE  SPACES.

       01  TRANSITION-DETAIL-LINE.
           05 TRV-ACTION                 PIC X(10).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 TRV-FILE                   PIC X(1).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 TRV-KEY                    PIC X(8).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 TRV-FROM                   PIC X(1).
           05 FILLER                     PIC X(4)     VALUE  " TO ".
           05 TRV-TO                     PIC X(1).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 TRV-CODE                   PIC X(4).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 TRV-NOTE                   PIC X(30).
           05 FILLER                     PIC X(31)    VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           IF  WK-FILE-2-WINS  OR  WK-FILE-3-WINS  THEN
               PERFORM  RECYCLE-RTN
               PERFORM  APPLY-RTN  UNTIL  WK-EOF-CHANGED = "Y"
           END-IF.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.

           OPEN I-O                     MASTER-FILE-1.
           OPEN INPUT                   CHANGED-FILE
                                        STATUS-RULE-FILE.
           OPEN OUTPUT                  APPLY-AUDIT-FILE
                                        APPLY-REJECT-FILE
                                        SUSPENSE-OUT-FILE
                                        SUSPENSE-AGE-FILE
                                        TRANSITION-REPORT-FILE.
           OPEN INPUT                   PENDING-APPROVAL-FILE.
           PERFORM  LOAD-QUEUED-RTN.
           CLOSE                        PENDING-APPROVAL-FILE.
           OPEN EXTEND                  CHANGE-JOURNAL-FILE
                                        PENDING-APPROVAL-FILE.
           ACCEPT  WK-ENTRY-TIME        FROM  TIME.

           MOVE  WK-RUN-DATE            TO    SAH-RUN-DATE.
           MOVE  WK-SUSPENSE-DAYS-NUM   TO    SAH-LIMIT.
           WRITE  SUSPENSEAGERECORD     FROM  SUSPENSE-AGE-HEADER.

           MOVE  WK-RUN-DATE            TO    TRH-RUN-DATE.
           WRITE  TRANSITIONREPORTRECORD  FROM  TRANSITION-HEADER-LINE.
           PERFORM  LOAD-RULES-RTN.

           IF  WK-FILE-2-WINS  OR  WK-FILE-3-WINS  THEN
               PERFORM  READ-CHANGED-RTN
           ELSE
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
           ACCEPT  WK-DDNAME-PENDING
               FROM  ENVIRONMENT  "DD-PENDING-APPROVAL"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-HOLD-LIMIT-TEXT
               FROM  ENVIRONMENT  "APPLY-HOLD-LIMIT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-HOLD-LIMIT-NUM  IS NOT NUMERIC  THEN
               MOVE  "00001000000"      TO  WK-HOLD-LIMIT-TEXT
           END-IF.
           ACCEPT  WK-DDNAME-RULES
               FROM  ENVIRONMENT  "DD-STATUS-RULES"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-TRANRPT
               FROM  ENVIRONMENT  "DD-TRANSITION-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
       GET-FILE-ASSIGNMENTS-RTN-EXIT.
       EXIT.

       POST-MASTER-RTN-EXIT.
       EXIT.

      * EVERY POSTING TO THE MASTER PASSES THROUGH HERE, FROM TONIGHT'S
      * CORRECTIONS AND FROM THE SUSPENSE RECYCLE ALIKE, SO THE FIELD
      * EDITS, THE STATUS-TRANSITION RULES AND THE HOLD TEST ARE MADE
      * ONCE, IN THAT ORDER. A MASTER AMOUNT THAT IS NOT NUMERIC
      * CANNOT BE MEASURED AGAINST THE LIMIT AND POSTS AS BEFORE.
       APPLY-REWRITE-RTN                 SECTION.
           MOVE  "N"                    TO    WK-HELD
                                              WK-REFUSED.
           MOVE  INPUTRECORD1           TO    WK-MASTER-REC.
           MOVE  "AMOUNT CHANGE OVER LIMIT"  TO  WK-HOLD-REASON.
           PERFORM  EDIT-WINNER-RTN.
           MOVE  WK-MASTER-DETAIL-STATUS-CODE  TO  WK-TRAN-FROM.
           MOVE  WK-WINNER-DETAIL-STATUS-CODE  TO  WK-TRAN-TO.
           PERFORM  CHECK-TRANSITION-RTN.

           EVALUATE  TRUE
               WHEN  WK-RECORD-CLEAN  NOT  =  "Y"
                   ADD  1               TO    WK-COUNT-EDIT-REJECTED
                   PERFORM  REFUSE-POSTING-RTN
               WHEN  WK-TRAN-REFUSED
                   MOVE  "TRAN"         TO    WK-RJT-CODE
                   MOVE  " NOT ALLOWED"  TO   WK-TT-TAIL
                   MOVE  WK-TRANSITION-TEXT  TO  WK-RJT-TEXT
                   ADD  1               TO    WK-COUNT-TRAN-REFUSED
                   MOVE  "REJECTED"     TO    TRV-ACTION
                   PERFORM  WRITE-TRANSITION-RTN
                   PERFORM  REFUSE-POSTING-RTN
               WHEN  WK-TRAN-NEEDS-REASON
                   MOVE  "Y"            TO    WK-HELD
                   MOVE  "TRNR"         TO    WK-RJT-CODE
                   MOVE  " NEEDS A REASON"  TO  WK-TT-TAIL
                   MOVE  WK-TRANSITION-TEXT  TO  WK-HOLD-REASON
                   ADD  1               TO    WK-COUNT-TRAN-HELD
                   MOVE  "HELD"         TO    TRV-ACTION
                   PERFORM  WRITE-TRANSITION-RTN
               WHEN  OTHER
                   PERFORM  HOLD-LIMIT-RTN
           END-EVALUATE.

           IF  WK-REFUSED  NOT  =  "Y"  THEN
               IF  WK-HELD  =  "Y"  THEN
                   PERFORM  HOLD-FOR-APPROVAL-RTN
               ELSE
                   PERFORM  REWRITE-WINNER-RTN
               END-IF
           END-IF.
       APPLY-REWRITE-RTN-EXIT.
       EXIT.

       HOLD-LIMIT-RTN                    SECTION.
           IF  WK-MASTER-DETAIL-AMOUNT  IS NUMERIC  THEN
               COMPUTE  WK-HOLD-DIFF  =  WK-WINNER-DETAIL-AMOUNT
                                      -  WK-MASTER-DETAIL-AMOUNT
               IF  WK-HOLD-DIFF  <  ZERO  THEN
                   COMPUTE  WK-HOLD-DIFF  =  ZERO  -  WK-HOLD-DIFF
               END-IF
               IF  WK-HOLD-DIFF  >  WK-HOLD-LIMIT-NUM  THEN
                   MOVE  "Y"            TO    WK-HELD
               END-IF
           END-IF.
       HOLD-LIMIT-RTN-EXIT.
       EXIT.

      * THE KEY COMES FROM THE MASTER RECORD JUST READ, SO A REFUSED
      * SUSPENSE ITEM IS REPORTED UNDER ITS OWN KEY.
       REFUSE-POSTING-RTN                SECTION.
           MOVE  "Y"                    TO    WK-REFUSED.
           MOVE  IN1-KEY                TO    REJ-KEY.
           MOVE  WK-REJECT-TEXT         TO    REJ-REASON.
           WRITE  APPLYREJECTRECORD     FROM  APPLY-REJECT-LINE.
           ADD  1                       TO    WK-COUNT-REJECTED.
           IF  RETURN-CODE  <  16  THEN
               MOVE  16                 TO    RETURN-CODE
           END-IF.
       REFUSE-POSTING-RTN-EXIT.
       EXIT.

       WRITE-TRANSITION-RTN              SECTION.
           MOVE  "1"                    TO    TRV-FILE.
           MOVE  IN1-KEY                TO    TRV-KEY.
           MOVE  WK-TRAN-FROM           TO    TRV-FROM.
           MOVE  WK-TRAN-TO             TO    TRV-TO.
           MOVE  WK-RJT-CODE            TO    TRV-CODE.
           IF  WK-RULE-FOUND-IX  >  ZERO  THEN
               MOVE  "RULE NEEDS A REASON"  TO  TRV-NOTE
           ELSE
               MOVE  "NO RULE FOR THIS MOVE"  TO  TRV-NOTE
           END-IF.
           WRITE  TRANSITIONREPORTRECORD  FROM  TRANSITION-DETAIL-LINE.
       WRITE-TRANSITION-RTN-EXIT.
       EXIT.

       EDIT-WINNER-RTN                   SECTION.
           MOVE  "Y"                    TO    WK-RECORD-CLEAN.
           MOVE  SPACES                 TO    WK-EDIT-REASON
                                              WK-RJT-TEXT.

           IF  WK-WINNER-DETAIL-AMOUNT  IS NOT NUMERIC  THEN
               MOVE  "N"                TO    WK-RECORD-CLEAN
               MOVE  "AMTN"             TO    WK-EDIT-REASON
               MOVE  "AMOUNT NOT NUMERIC"  TO  WK-RJT-TEXT
           ELSE
               MOVE  WK-WINNER-DETAIL-STATUS-CODE
                                        TO    WK-EDIT-STATUS-BYTE
               MOVE  WK-WINNER-DETAIL-CURRENCY
                                        TO    WK-EDIT-CURRENCY
               EVALUATE  TRUE
                   WHEN  NOT  WK-EDIT-STATUS-VALID
                       MOVE  "N"        TO    WK-RECORD-CLEAN
                       MOVE  "STAT"     TO    WK-EDIT-REASON
                       MOVE  "INVALID STATUS CODE"  TO  WK-RJT-TEXT
                   WHEN  NOT  WK-EDIT-CURRENCY-VALID
                       MOVE  "N"        TO    WK-RECORD-CLEAN
                       MOVE  "CURR"     TO    WK-EDIT-REASON
                       MOVE  "INVALID CURRENCY"  TO  WK-RJT-TEXT
                   WHEN  (WK-WINNER-DETAIL-FEE-AMOUNT  IS NOT NUMERIC)
                         AND  (WK-WINNER-FEE-RAW  NOT  =  SPACES)
                       MOVE  "N"        TO    WK-RECORD-CLEAN
                       MOVE  "FEEN"     TO    WK-EDIT-REASON
                       MOVE  "FEE NOT NUMERIC"  TO  WK-RJT-TEXT
                   WHEN  OTHER
                       PERFORM  EDIT-DATE-RTN
               END-EVALUATE
           END-IF.
           MOVE  WK-EDIT-REASON         TO    WK-RJT-CODE.
       EDIT-WINNER-RTN-EXIT.
       EXIT.

       EDIT-DATE-RTN                     SECTION.
           MOVE  WK-WINNER-DETAIL-UPDATE-DATE  TO  WK-EDIT-DATE.

           EVALUATE  TRUE
               WHEN  WK-EDIT-DATE-NUM  IS NOT NUMERIC
                   MOVE  "N"            TO    WK-RECORD-CLEAN
                   MOVE  "DATE"         TO    WK-EDIT-REASON
               WHEN  (WK-EDIT-DATE-CCYY  <  1900)  OR
                     (WK-EDIT-DATE-CCYY  >  2199)  OR
                     (WK-EDIT-DATE-MM  <  01)  OR
                     (WK-EDIT-DATE-MM  >  12)
                   MOVE  "N"            TO    WK-RECORD-CLEAN
                   MOVE  "DATE"         TO    WK-EDIT-REASON
               WHEN  OTHER
                   PERFORM  SET-MAX-DAY-RTN
                   IF  (WK-EDIT-DATE-DD  <  01)  OR
                       (WK-EDIT-DATE-DD  >  WK-DATE-MAX-DAY)  THEN
                       MOVE  "N"        TO    WK-RECORD-CLEAN
                       MOVE  "DATE"     TO    WK-EDIT-REASON
                   END-IF
           END-EVALUATE.
           IF  WK-EDIT-REASON  =  "DATE"  THEN
               MOVE  "INVALID UPDATE DATE"  TO  WK-RJT-TEXT
           END-IF.
       EDIT-DATE-RTN-EXIT.
       EXIT.

       SET-MAX-DAY-RTN                   SECTION.
           EVALUATE  WK-EDIT-DATE-MM
               WHEN  01  WHEN  03  WHEN  05  WHEN  07
               WHEN  08  WHEN  10  WHEN  12
                   MOVE  31             TO    WK-DATE-MAX-DAY
               WHEN  04  WHEN  06  WHEN  09  WHEN  11
                   MOVE  30             TO    WK-DATE-MAX-DAY
               WHEN  02
                   PERFORM  LEAP-YEAR-RTN
           END-EVALUATE.
       SET-MAX-DAY-RTN-EXIT.
       EXIT.

       LEAP-YEAR-RTN                     SECTION.
           MOVE  28                     TO    WK-DATE-MAX-DAY.
           DIVIDE  WK-EDIT-DATE-CCYY  BY  4
               GIVING  WK-LEAP-QUOTIENT
               REMAINDER  WK-LEAP-REMAINDER.
           IF  WK-LEAP-REMAINDER  =  ZERO  THEN
               MOVE  29                 TO    WK-DATE-MAX-DAY
               DIVIDE  WK-EDIT-DATE-CCYY  BY  100
                   GIVING  WK-LEAP-QUOTIENT
                   REMAINDER  WK-LEAP-REMAINDER
               IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                   MOVE  28             TO    WK-DATE-MAX-DAY
                   DIVIDE  WK-EDIT-DATE-CCYY  BY  400
                       GIVING  WK-LEAP-QUOTIENT
                       REMAINDER  WK-LEAP-REMAINDER
                   IF  WK-LEAP-REMAINDER  =  ZERO  THEN
                       MOVE  29         TO    WK-DATE-MAX-DAY
                   END-IF
               END-IF
           END-IF.
       LEAP-YEAR-RTN-EXIT.
       EXIT.

      * LEAVING THE STATUS AS IT WAS IS ALWAYS ALLOWED. ANY OTHER MOVE
      * NEEDS A RULE; THE RULE SAYS WHETHER A REASON MUST GO WITH IT.
       CHECK-TRANSITION-RTN              SECTION.
           MOVE  ZERO                   TO    WK-RULE-FOUND-IX.
           IF  WK-TRAN-FROM  =  WK-TRAN-TO  THEN
               SET  WK-TRAN-ALLOWED     TO    TRUE
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
           MOVE  WK-TRAN-FROM           TO    WK-TT-FROM.
           MOVE  WK-TRAN-TO             TO    WK-TT-TO.
       CHECK-TRANSITION-RTN-EXIT.
       EXIT.

       FIND-RULE-RTN                     SECTION.
           MOVE  ZERO                   TO    WK-RULE-FOUND-IX.
           MOVE  1                      TO    WK-RULE-IX.
           PERFORM  SEARCH-RULE-RTN
               UNTIL  (WK-RULE-IX  >  WK-RULE-COUNT)
                   OR  (WK-RULE-FOUND-IX  >  ZERO).
       FIND-RULE-RTN-EXIT.
       EXIT.

       SEARCH-RULE-RTN                   SECTION.
           IF  (WK-RT-FROM (WK-RULE-IX)  =  WK-TRAN-FROM)  AND
               (WK-RT-TO (WK-RULE-IX)  =  WK-TRAN-TO)  THEN
               MOVE  WK-RULE-IX         TO    WK-RULE-FOUND-IX
           END-IF.
           ADD  1                       TO    WK-RULE-IX.
       SEARCH-RULE-RTN-EXIT.
       EXIT.

      * THE TO-STATUS MUST BE ONE THE EDITS ACCEPT; THE FROM-STATUS IS
      * LEFT OPEN SO A RULE CAN LET A LEGACY RECORD WITH A BAD STATUS
      * BE CORRECTED. A RULE FILE THAT LOADS NOTHING REFUSES EVERY
      * CHANGE OF STATUS, AND THE REPORT SAYS SO.
       LOAD-RULES-RTN                    SECTION.
           PERFORM  READ-RULE-RTN.
           PERFORM  STORE-RULE-RTN
               UNTIL  WK-EOF-RULES  =  "Y".
           IF  WK-RULE-COUNT  =  ZERO  THEN
               MOVE  SPACES             TO    TRV-FILE
                                              TRV-KEY
                                              TRV-FROM
                                              TRV-TO
                                              TRV-CODE
               MOVE  "NO RULES"         TO    TRV-ACTION
               MOVE  "EVERY STATUS CHANGE REFUSED"  TO  TRV-NOTE
               WRITE  TRANSITIONREPORTRECORD
                   FROM  TRANSITION-DETAIL-LINE
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO    RETURN-CODE
               END-IF
           END-IF.
       LOAD-RULES-RTN-EXIT.
       EXIT.

       LOAD-QUEUED-RTN                   SECTION.
           PERFORM  READ-QUEUED-RTN.
           PERFORM  STORE-QUEUED-RTN
               UNTIL  WK-EOF-PENDING  =  "Y".
       LOAD-QUEUED-RTN-EXIT.
       EXIT.

       READ-QUEUED-RTN                   SECTION.
           READ  PENDING-APPROVAL-FILE  INTO  WK-PEND-REC
                AT END  MOVE  "Y"       TO    WK-EOF-PENDING.
       READ-QUEUED-RTN-EXIT.
       EXIT.

      * A QUEUE ENTRY THAT DOES NOT FIT IN THE TABLE CANNOT BE CHECKED
      * AGAINST, SO A REPEAT OF IT MAY BE QUEUED A SECOND TIME; THE
      * RUN COUNTS THEM AND ENDS AT RC 4.
       STORE-QUEUED-RTN                  SECTION.
           MOVE  WK-PEND-TXN-IMAGE      TO    WK-TXN-REC.
           IF  (WK-PEND-SOURCE  =  "APPLY")  AND
               (WK-TXN-FILE  =  "1")  THEN
               IF  WK-QUEUED-COUNT  <  2000  THEN
                   ADD  1               TO    WK-QUEUED-COUNT
                   MOVE  WK-TXN-KEY
                       TO  WK-QT-KEY (WK-QUEUED-COUNT)
                   MOVE  WK-PEND-TXN-IMAGE
                       TO  WK-QT-IMAGE (WK-QUEUED-COUNT)
               ELSE
                   ADD  1               TO    WK-COUNT-QUEUE-UNCHECKED
               END-IF
           END-IF.
           PERFORM  READ-QUEUED-RTN.
       STORE-QUEUED-RTN-EXIT.
       EXIT.

       FIND-QUEUED-ONE-RTN               SECTION.
           IF  (WK-QT-KEY (WK-QUEUED-IX)  =  WK-TXN-KEY)  AND
               (WK-QT-IMAGE (WK-QUEUED-IX)  =  WK-TXN-REC)  THEN
               MOVE  "Y"                TO    WK-QUEUED-FOUND
           END-IF.
       FIND-QUEUED-ONE-RTN-EXIT.
       EXIT.

       READ-RULE-RTN                     SECTION.
           READ  STATUS-RULE-FILE       INTO  WK-RULE-REC
                AT END  MOVE  "Y"       TO    WK-EOF-RULES.
       READ-RULE-RTN-EXIT.
       EXIT.

       STORE-RULE-RTN                    SECTION.
           MOVE  WK-RUL-TO-STATUS       TO    WK-EDIT-STATUS-BYTE.
           MOVE  WK-RUL-FROM-STATUS     TO    WK-TRAN-FROM.
           MOVE  WK-RUL-TO-STATUS       TO    WK-TRAN-TO.
           PERFORM  FIND-RULE-RTN.
           MOVE  SPACES                 TO    TRV-NOTE.
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
                   ADD  1               TO    WK-RULE-COUNT
                   MOVE  WK-RUL-FROM-STATUS
                                        TO    WK-RT-FROM (WK-RULE-COUNT)
                   MOVE  WK-RUL-TO-STATUS
                                        TO    WK-RT-TO (WK-RULE-COUNT)
                   MOVE  WK-RUL-REASON-REQUIRED
                       TO  WK-RT-REASON (WK-RULE-COUNT)
                   ADD  1               TO    WK-COUNT-RULES-LOADED
           END-EVALUATE.
           IF  TRV-NOTE  NOT  =  SPACES  THEN
               MOVE  "BAD RULE"         TO    TRV-ACTION
               MOVE  SPACES             TO    TRV-FILE
                                              TRV-KEY
                                              TRV-CODE
               MOVE  WK-RUL-FROM-STATUS  TO   TRV-FROM
               MOVE  WK-RUL-TO-STATUS   TO    TRV-TO
               WRITE  TRANSITIONREPORTRECORD
                   FROM  TRANSITION-DETAIL-LINE
               ADD  1                   TO    WK-COUNT-RULES-BAD
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO    RETURN-CODE
               END-IF
           END-IF.
           PERFORM  READ-RULE-RTN.
       STORE-RULE-RTN-EXIT.
       EXIT.

       REWRITE-WINNER-RTN                SECTION.
           MOVE  "BEFORE"               TO    AUD-TAG.
           MOVE  IN1-KEY                TO    AUD-KEY.
           MOVE  INPUTRECORD1           TO    AUD-RECORD.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-AUDIT-LINE.
           MOVE  INPUTRECORD1           TO    WK-JRN-BEFORE-IMAGE.

           MOVE  WK-WINNER-DETAIL-FIELDS  TO  IN1-DATA.
           REWRITE  INPUTRECORD1.
           MOVE  IN1-KEY                TO    AUD-KEY.
           MOVE  INPUTRECORD1           TO    AUD-RECORD.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-AUDIT-LINE.
           MOVE  INPUTRECORD1           TO    WK-JRN-AFTER-IMAGE.
           PERFORM  WRITE-JOURNAL-RTN.
           ADD  1                       TO    WK-COUNT-APPLIED.
       REWRITE-WINNER-RTN-EXIT.
       EXIT.

      * THE HELD CORRECTION BECOMES A CHANGE TRANSACTION AGAINST
      * MASTER FILE 1 CARRYING THE WINNING DETAIL FIELDS. THE AUDIT
      * FILE SHOWS IT AS A HELD LINE WITH THE WINNING IMAGE, WHETHER
      * IT IS QUEUED NOW OR WAS ALREADY WAITING FROM AN EARLIER RUN.
       HOLD-FOR-APPROVAL-RTN             SECTION.
           MOVE  WK-WINNER-DETAIL-FIELDS  TO  WK-HOLD-DETAIL.
           MOVE  SPACES                 TO    WK-TXN-REC.
           MOVE  "C"                    TO    WK-TXN-FUNCTION.
           MOVE  "1"                    TO    WK-TXN-FILE.
           MOVE  IN1-KEY                TO    WK-TXN-KEY.
           MOVE  WK-HOLD-AMOUNT         TO    WK-TXN-AMOUNT.
           MOVE  WK-HOLD-STATUS         TO    WK-TXN-STATUS.
           MOVE  WK-HOLD-DESCRIPTION    TO    WK-TXN-DESCRIPTION.
           MOVE  WK-HOLD-UPDATE-DATE    TO    WK-TXN-UPDATE-DATE.
           MOVE  WK-HOLD-CURRENCY       TO    WK-TXN-CURRENCY.
           MOVE  WK-HOLD-FEE            TO    WK-TXN-FEE.
           MOVE  "APPLYPGM"             TO    WK-TXN-OPERATOR.

           MOVE  "N"                    TO    WK-QUEUED-FOUND.
           PERFORM  FIND-QUEUED-ONE-RTN
               VARYING  WK-QUEUED-IX  FROM  1  BY  1
               UNTIL  (WK-QUEUED-IX  >  WK-QUEUED-COUNT)  OR
                      (WK-QUEUED-FOUND  =  "Y").

           IF  WK-QUEUED-FOUND  =  "Y"  THEN
               ADD  1                   TO    WK-COUNT-REHELD
           ELSE
               MOVE  SPACES             TO    WK-PEND-REC
               ADD  1                   TO    WK-ENTRY-SEQ
               MOVE  WK-RUN-DATE        TO    WK-PEND-ENTRY-DATE
               MOVE  WK-ENTRY-TIME      TO    WK-PEND-ENTRY-TIME
               MOVE  WK-ENTRY-SEQ       TO    WK-PEND-ENTRY-SEQ
               MOVE  "APPLY"            TO    WK-PEND-SOURCE
               MOVE  WK-TXN-OPERATOR    TO    WK-PEND-MAKER
               MOVE  WK-HOLD-REASON     TO    WK-PEND-HOLD-REASON
               MOVE  WK-TXN-REC         TO    WK-PEND-TXN-IMAGE
               WRITE  PENDINGAPPROVALRECORD  FROM  WK-PEND-REC
               IF  WK-QUEUED-COUNT  <  2000  THEN
                   ADD  1               TO    WK-QUEUED-COUNT
                   MOVE  WK-TXN-KEY
                       TO  WK-QT-KEY (WK-QUEUED-COUNT)
                   MOVE  WK-TXN-REC
                       TO  WK-QT-IMAGE (WK-QUEUED-COUNT)
               END-IF
           END-IF.

           MOVE  "HELD"                 TO    AUD-TAG.
           MOVE  IN1-KEY                TO    AUD-KEY.
           MOVE  WK-WINNER-REC          TO    AUD-RECORD.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-AUDIT-LINE.
           ADD  1                       TO    WK-COUNT-HELD.
       HOLD-FOR-APPROVAL-RTN-EXIT.
       EXIT.

      * THE SAME BEFORE/AFTER PAIR THE AUDIT FILE CARRIES FOR THIS RUN
      * IS APPENDED TO THE CUMULATIVE CHANGE JOURNAL.
       WRITE-JOURNAL-RTN                 SECTION.
           MOVE  "MASTER-APPLY-PGM"     TO    WK-JRN-PROGRAM.
           MOVE  WK-RUN-DATE            TO    WK-JRN-RUN-DATE.
           MOVE  WK-RUN-ID              TO    WK-JRN-RUN-ID.
           ACCEPT  WK-JRN-RUN-TIME      FROM  TIME.
           MOVE  "1"                    TO    WK-JRN-FILE.
           MOVE  IN1-KEY                TO    WK-JRN-KEY.
           MOVE  "APPLY"                TO    WK-JRN-ACTION.
           WRITE  CHANGEJOURNALRECORD   FROM  WK-JOURNAL-REC.
       WRITE-JOURNAL-RTN-EXIT.
       EXIT.

       SUSPEND-NEW-RTN                   SECTION.
               MOVE  WK-SUSP-KEY        TO    WK-WINNER-KEY
               MOVE  WK-SUSP-DETAIL     TO    WK-WINNER-DETAIL-FIELDS
               PERFORM  APPLY-REWRITE-RTN
               IF  (WK-HELD  NOT  =  "Y")  AND
                   (WK-REFUSED  NOT  =  "Y")  THEN
                   ADD  1               TO    WK-COUNT-RECYCLE-POSTED
               END-IF
           ELSE
               IF  WK-SUSP-AGE-DAYS  NOT  <  WK-SUSPENSE-DAYS-NUM  THEN
                   MOVE  WK-SUSP-KEY    TO    REJ-KEY
           MOVE  WK-COUNT-EXPIRED                 TO  APS-COUNT.
           WRITE  SUSPENSEAGERECORD     FROM  APPLY-SUMMARY-LINE.

           MOVE  "CORRECTIONS HELD FOR APPROVAL"  TO  APS-LABEL.
           MOVE  WK-COUNT-HELD                    TO  APS-COUNT.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-SUMMARY-LINE.

           MOVE  "HELD, ALREADY ON APPROVAL QUEUE" TO  APS-LABEL.
           MOVE  WK-COUNT-REHELD                  TO  APS-COUNT.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-SUMMARY-LINE.

           MOVE  "QUEUE ENTRIES NOT CHECKED"      TO  APS-LABEL.
           MOVE  WK-COUNT-QUEUE-UNCHECKED         TO  APS-COUNT.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-SUMMARY-LINE.

           MOVE  "REJECTED BY FIELD EDITS"        TO  APS-LABEL.
           MOVE  WK-COUNT-EDIT-REJECTED           TO  APS-COUNT.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-SUMMARY-LINE.

           MOVE  "REJECTED BY TRANSITION RULES"   TO  APS-LABEL.
           MOVE  WK-COUNT-TRAN-REFUSED            TO  APS-COUNT.
           WRITE  APPLYAUDITRECORD      FROM  APPLY-SUMMARY-LINE.

           MOVE  SPACES                 TO    TRANSITIONREPORTRECORD.
           WRITE  TRANSITIONREPORTRECORD.

           MOVE  "TRANSITION RULES LOADED"        TO  APS-LABEL.
           MOVE  WK-COUNT-RULES-LOADED            TO  APS-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  APPLY-SUMMARY-LINE.

           MOVE  "RULE LINES REFUSED"             TO  APS-LABEL.
           MOVE  WK-COUNT-RULES-BAD               TO  APS-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  APPLY-SUMMARY-LINE.

           MOVE  "TRANSITIONS REJECTED"           TO  APS-LABEL.
           MOVE  WK-COUNT-TRAN-REFUSED            TO  APS-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  APPLY-SUMMARY-LINE.

           MOVE  "TRANSITIONS HELD FOR A REASON"  TO  APS-LABEL.
           MOVE  WK-COUNT-TRAN-HELD               TO  APS-COUNT.
           WRITE  TRANSITIONREPORTRECORD  FROM  APPLY-SUMMARY-LINE.

           IF  ((WK-COUNT-PENDING-OUT  >  ZERO)  OR
                (WK-COUNT-HELD  >  ZERO)  OR
                (WK-COUNT-QUEUE-UNCHECKED  >  ZERO))  AND
               (RETURN-CODE  <  4)  THEN
               MOVE  4                  TO    RETURN-CODE
           END-IF.
                                        APPLY-AUDIT-FILE
                                        APPLY-REJECT-FILE
                                        SUSPENSE-OUT-FILE
                                        SUSPENSE-AGE-FILE
                                        CHANGE-JOURNAL-FILE
                                        PENDING-APPROVAL-FILE
                                        STATUS-RULE-FILE
                                        TRANSITION-REPORT-FILE.
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
           MOVE  "MASTER-APPLY-PGM"
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
           COMPUTE  WK-STP-RECORDS  =  WK-COUNT-CHANGED-READ
                                +  WK-COUNT-SUSPENSE-READ.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
