       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-VERIFY-PGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  INPUT-FILE-3
                                    ASSIGN TO WK-DDNAME-IN3
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  FEED-REGISTER-FILE
                                    ASSIGN TO WK-DDNAME-FEEDREG
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  FEED-VERIFY-FILE ASSIGN TO WK-DDNAME-VERIFY
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD INPUT-FILE-3.
              01 INPUTRECORD3            PIC X(80).
           FD FEED-REGISTER-FILE.
              01 FEEDREGISTERRECORD      PIC X(120).
           FD FEED-VERIFY-FILE.
              01 FEEDVERIFYRECORD        PIC X(80).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-IN3              PIC X(20)
              VALUE  "INPUTFILE3.TXT".
           05 WK-DDNAME-FEEDREG          PIC X(20)
              VALUE  "FEEDREG.TXT".
           05 WK-DDNAME-VERIFY           PIC X(20)
              VALUE  "FEEDVRFY.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

      * THIS STEP SITS AHEAD OF THE MATCH. IT PROVES THAT TONIGHT'S
      * INPUT-FILE-3 FEED IS COMPLETE (HEADER AND TRAILER PRESENT,
      * TRAILER COUNT AND AMOUNT TOTAL PROVE AGAINST THE DETAIL), THAT
      * IT IS NOT A FEED ALREADY PROCESSED (BY SEQUENCE NUMBER OR BY
      * CONTENT), AND REPORTS ANY FEED MISSING FROM THE SENDER'S
      * SEQUENCE. RETURN CODE ZERO IS GO, 4 IS GO WITH A WARNING, 20 IS
      * NO-GO AND THE SCHEDULER HOLDS THE MATCH. AN ACCEPTED FEED IS
      * ADDED TO THE FEED REGISTER, WHICH THE MATCHER QUOTES BACK TO
      * THE SENDER ON THE FEED ACKNOWLEDGMENT.
       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)   VALUE  SPACES.

      * WHEN THE SCHEDULER NAMES THE SENDER, A FEED FROM ANYONE ELSE
      * IS REFUSED; LEFT BLANK, ANY SENDER IS ACCEPTED.
       01  WK-EXPECTED-SENDER            PIC X(8)   VALUE  SPACES.

       01  WK-FEED-REC.
           05 WK-FEED-KEY                PIC X(8).
           05 WK-FEED-KEY-NUM  REDEFINES  WK-FEED-KEY
                                          PIC 9(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-FEED==.
       01  WK-FEED-CTL-REC  REDEFINES  WK-FEED-REC.
           COPY FEEDCTL REPLACING ==:TAG:== BY ==WK-CTL==.
       01  WK-FEED-DATE-AREA  REDEFINES  WK-FEED-REC.
           05 FILLER                     PIC X(50).
           05 WK-FEED-DATE-NUM           PIC 9(8).
           05 FILLER                     PIC X(22).

       01  WK-HEADER-REC.
           COPY FEEDCTL REPLACING ==:TAG:== BY ==WK-HDR==.
       01  WK-HEADER-DATE-AREA  REDEFINES  WK-HEADER-REC.
           05 FILLER                     PIC X(23).
           05 WK-HDR-CREATE-DATE-NUM     PIC 9(8).
           05 FILLER                     PIC X(49).
       01  WK-TRAILER-REC.
           COPY FEEDCTL REPLACING ==:TAG:== BY ==WK-TRL==.

       01  WK-REG-REC.
           COPY FEEDREG REPLACING ==:TAG:== BY ==WK-REG==.
       01  WK-NEW-REG-REC.
           COPY FEEDREG REPLACING ==:TAG:== BY ==WK-NEW==.

       01  WK-EOF-FEED                   PIC X(1)   VALUE  "N".
       01  WK-EOF-REGISTER               PIC X(1)   VALUE  "N".
       01  WK-HEADER-SEEN                PIC X(1)   VALUE  "N".
       01  WK-HEADER-VALID               PIC X(1)   VALUE  "N".
       01  WK-TRAILER-SEEN               PIC X(1)   VALUE  "N".
       01  WK-NO-GO                      PIC X(1)   VALUE  "N".
       01  WK-WARNINGS                   PIC 9(3)   COMP  VALUE  ZERO.
       01  WK-RERUN                      PIC X(1)   VALUE  "N".
       01  WK-SEQ-DUPLICATE              PIC X(1)   VALUE  "N".
       01  WK-CONTENT-DUPLICATE          PIC X(1)   VALUE  "N".
       01  WK-SENDER-HISTORY             PIC X(1)   VALUE  "N".

       01  WK-FEED-COUNTERS.
           05 WK-COUNT-RECORDS           PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-DETAIL            PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-AMOUNT-BAD        PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-MISPLACED         PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-COUNT-REGISTER          PIC 9(9)   COMP  VALUE  ZERO.
           05 WK-AMOUNT-TOTAL            PIC 9(13)V99  COMP
                                                     VALUE  ZERO.
           05 WK-KEY-HASH                PIC 9(15)  COMP  VALUE  ZERO.
           05 WK-WEIGHTED-SUM            PIC 9(15)  COMP  VALUE  ZERO.

       01  WK-FINGERPRINT-WORK.
           05 WK-FP-WEIGHT               PIC 9(4)   COMP  VALUE  ZERO.
           05 WK-FP-QUOTIENT             PIC 9(18)  COMP  VALUE  ZERO.
           05 WK-FP-TERM                 PIC 9(18)  COMP  VALUE  ZERO.
           05 WK-FP-WORK                 PIC 9(18)  COMP  VALUE  ZERO.

       01  WK-SEQUENCE-CONTROLS.
           05 WK-LAST-SEQ                PIC 9(7)   VALUE  ZERO.
           05 WK-DUP-CONTENT-SEQ         PIC 9(7)   VALUE  ZERO.
           05 WK-DUP-CONTENT-SENDER      PIC X(8)   VALUE  SPACES.
           05 WK-DUP-SEQ-RUN-DATE        PIC X(8)   VALUE  SPACES.
           05 WK-FIRST-MISSING           PIC 9(7)   VALUE  ZERO.
           05 WK-MISSING-COUNT           PIC 9(7)   VALUE  ZERO.

       01  VERIFY-TITLE-LINE.
           05 FILLER                     PIC X(26)
              VALUE  "FEED VERIFICATION     RUN".
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 VT-RUN-DATE                PIC X(8).
           05 FILLER                     PIC X(1)   VALUE  SPACE.
           05 VT-RUN-ID                  PIC X(8).
           05 FILLER                     PIC X(36)  VALUE  SPACES.

       01  VERIFY-HEADER-LINE.
           05 FILLER                     PIC X(8)   VALUE  "SENDER".
           05 VH-SENDER                  PIC X(8).
           05 FILLER                     PIC X(12)
              VALUE  "  FEED SEQ".
           05 VH-FEED-SEQ                PIC X(7).
           05 FILLER                     PIC X(11)
              VALUE  "  CREATED".
           05 VH-CREATE-DATE             PIC X(8).
           05 FILLER                     PIC X(26)  VALUE  SPACES.

       01  VERIFY-CHECK-LINE.
           05 VC-LABEL                   PIC X(44).
           05 VC-STATUS                  PIC X(8).
           05 FILLER                     PIC X(28)  VALUE  SPACES.

       01  VERIFY-COUNT-LINE.
           05 VN-LABEL                   PIC X(44).
           05 VN-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(25)  VALUE  SPACES.

       01  VERIFY-AMOUNT-LINE.
           05 VA-LABEL                   PIC X(44).
           05 VA-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(16)  VALUE  SPACES.

       01  VERIFY-VERDICT-LINE.
           05 FILLER                     PIC X(18)
              VALUE  "FEED DISPOSITION".
           05 VV-VERDICT                 PIC X(8).
           05 FILLER                     PIC X(54)  VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           PERFORM  SCAN-FEED-RTN.
           PERFORM  CONTROL-CHECKS-RTN.
           PERFORM  REGISTER-CHECKS-RTN.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           ACCEPT  WK-DDNAME-IN3
               FROM  ENVIRONMENT  "DD-INPUTFILE3"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-FEEDREG
               FROM  ENVIRONMENT  "DD-FEED-REGISTER"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-VERIFY
               FROM  ENVIRONMENT  "DD-FEED-VERIFY"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-EXPECTED-SENDER
               FROM  ENVIRONMENT  "FEED-SENDER"
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

           OPEN OUTPUT                  FEED-VERIFY-FILE.

           MOVE  WK-RUN-DATE            TO  VT-RUN-DATE.
           MOVE  WK-RUN-ID              TO  VT-RUN-ID.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-TITLE-LINE.
       INITIAL-RTN-EXIT.
       EXIT.

      * ONE PASS OVER THE FEED COLLECTS THE HEADER, THE TRAILER, THE
      * DETAIL COUNT AND AMOUNT TOTAL THE TRAILER MUST PROVE TO, AND
      * THE CONTENT FINGERPRINT. A FIRST RECORD THAT IS NOT A HEADER
      * IS COUNTED AS DETAIL, AND ANY CONTROL RECORD OUT OF PLACE (A
      * SECOND HEADER, OR ANYTHING AFTER THE TRAILER) IS COUNTED AS
      * MISPLACED.
       SCAN-FEED-RTN                    SECTION.
           OPEN INPUT                   INPUT-FILE-3.
           PERFORM  READ-FEED-RTN.
           IF  (WK-EOF-FEED  NOT  =  "Y")  AND
               (WK-CTL-HEADER)  THEN
               MOVE  "Y"                TO  WK-HEADER-SEEN
               MOVE  WK-FEED-REC        TO  WK-HEADER-REC
               PERFORM  READ-FEED-RTN
           END-IF.
           PERFORM  SCAN-RECORD-RTN
               UNTIL  WK-EOF-FEED  =  "Y".
           CLOSE                        INPUT-FILE-3.
       SCAN-FEED-RTN-EXIT.
       EXIT.

       READ-FEED-RTN                    SECTION.
           READ  INPUT-FILE-3           INTO  WK-FEED-REC
                AT END  MOVE  "Y"       TO    WK-EOF-FEED.
           IF  WK-EOF-FEED  NOT  =  "Y"  THEN
               ADD  1                   TO  WK-COUNT-RECORDS
           END-IF.
       READ-FEED-RTN-EXIT.
       EXIT.

       SCAN-RECORD-RTN                  SECTION.
           EVALUATE  TRUE
               WHEN  WK-TRAILER-SEEN  =  "Y"
                   ADD  1               TO  WK-COUNT-MISPLACED
               WHEN  WK-CTL-TRAILER
                   MOVE  "Y"            TO  WK-TRAILER-SEEN
                   MOVE  WK-FEED-REC    TO  WK-TRAILER-REC
               WHEN  WK-CTL-HEADER
                   ADD  1               TO  WK-COUNT-MISPLACED
               WHEN  OTHER
                   PERFORM  ADD-DETAIL-RTN
           END-EVALUATE.
           PERFORM  READ-FEED-RTN.
       SCAN-RECORD-RTN-EXIT.
       EXIT.

      * THE WEIGHT CYCLES 1 THROUGH 997 DOWN THE FILE AND THE SUM IS
      * KEPT MODULO 10 ** 15, SO IT NEVER OVERFLOWS HOWEVER LONG THE
      * FEED. A FIELD THAT IS NOT NUMERIC CONTRIBUTES NOTHING.
       ADD-DETAIL-RTN                   SECTION.
           ADD  1                       TO  WK-COUNT-DETAIL.
           DIVIDE  WK-COUNT-DETAIL  BY  997
               GIVING  WK-FP-QUOTIENT
               REMAINDER  WK-FP-WEIGHT.
           ADD  1                       TO  WK-FP-WEIGHT.
           MOVE  ZERO                   TO  WK-FP-TERM.

           IF  WK-FEED-KEY-NUM  IS NUMERIC  THEN
               ADD  WK-FEED-KEY-NUM     TO  WK-KEY-HASH
               ADD  WK-FEED-KEY-NUM     TO  WK-FP-TERM
           END-IF.
           IF  WK-FEED-DETAIL-AMOUNT  IS NUMERIC  THEN
               ADD  WK-FEED-DETAIL-AMOUNT  TO  WK-AMOUNT-TOTAL
               COMPUTE  WK-FP-TERM  =  WK-FP-TERM
                                    +  (WK-FEED-DETAIL-AMOUNT * 100)
           ELSE
               ADD  1                   TO  WK-COUNT-AMOUNT-BAD
           END-IF.
           IF  WK-FEED-DATE-NUM  IS NUMERIC  THEN
               ADD  WK-FEED-DATE-NUM    TO  WK-FP-TERM
           END-IF.

           COMPUTE  WK-FP-WORK  =  WK-WEIGHTED-SUM
                                +  (WK-FP-TERM  *  WK-FP-WEIGHT).
           DIVIDE  WK-FP-WORK  BY  1000000000000000
               GIVING  WK-FP-QUOTIENT
               REMAINDER  WK-WEIGHTED-SUM.
       ADD-DETAIL-RTN-EXIT.
       EXIT.

       CONTROL-CHECKS-RTN               SECTION.
           IF  (WK-HEADER-SEEN  =  "Y")  AND
               (WK-HDR-SENDER-ID  NOT  =  SPACES)  AND
               (WK-HDR-FEED-SEQ  IS NUMERIC)  AND
               (WK-HDR-CREATE-DATE-NUM  IS NUMERIC)  THEN
               IF  WK-HDR-FEED-SEQ  >  ZERO  THEN
                   MOVE  "Y"            TO  WK-HEADER-VALID
               END-IF
           END-IF.

           IF  WK-HEADER-SEEN  =  "Y"  THEN
               MOVE  WK-HDR-SENDER-ID   TO  VH-SENDER
               MOVE  WK-HDR-FEED-SEQ    TO  VH-FEED-SEQ
               MOVE  WK-HDR-CREATE-DATE  TO  VH-CREATE-DATE
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-HEADER-LINE
           END-IF.

           MOVE  "FEED HEADER PRESENT AND VALID"  TO  VC-LABEL.
           IF  WK-HEADER-VALID  =  "Y"  THEN
               MOVE  "PASS"             TO  VC-STATUS
           ELSE
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.

           IF  (WK-EXPECTED-SENDER  NOT  =  SPACES)  AND
               (WK-HEADER-VALID  =  "Y")  THEN
               MOVE  "SENDER IS THE EXPECTED SENDER"  TO  VC-LABEL
               IF  WK-HDR-SENDER-ID  =  WK-EXPECTED-SENDER  THEN
                   MOVE  "PASS"         TO  VC-STATUS
               ELSE
                   MOVE  "FAIL"         TO  VC-STATUS
                   MOVE  "Y"            TO  WK-NO-GO
               END-IF
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
           END-IF.

           MOVE  "FEED TRAILER PRESENT"  TO  VC-LABEL.
           IF  WK-TRAILER-SEEN  =  "Y"  THEN
               MOVE  "PASS"             TO  VC-STATUS
           ELSE
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.

           MOVE  "CONTROL RECORDS IN PLACE"  TO  VC-LABEL.
           IF  WK-COUNT-MISPLACED  =  ZERO  THEN
               MOVE  "PASS"             TO  VC-STATUS
           ELSE
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.

           MOVE  "DETAIL RECORDS ON FEED"  TO  VN-LABEL.
           MOVE  WK-COUNT-DETAIL        TO  VN-COUNT.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-COUNT-LINE.
           MOVE  "DETAIL AMOUNT TOTAL"  TO  VA-LABEL.
           MOVE  WK-AMOUNT-TOTAL        TO  VA-AMOUNT.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-AMOUNT-LINE.

           IF  WK-TRAILER-SEEN  =  "Y"  THEN
               PERFORM  TRAILER-PROOF-RTN
           END-IF.

      * A NON-NUMERIC AMOUNT CANNOT BE ADDED INTO THE TOTAL; THE MATCH
      * WILL EXCEPTION THE RECORD ITSELF, SO IT IS ONLY A WARNING HERE.
           IF  WK-COUNT-AMOUNT-BAD  >  ZERO  THEN
               MOVE  "DETAIL AMOUNTS NOT NUMERIC"  TO  VN-LABEL
               MOVE  WK-COUNT-AMOUNT-BAD  TO  VN-COUNT
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-COUNT-LINE
               ADD  1                   TO  WK-WARNINGS
           END-IF.
       CONTROL-CHECKS-RTN-EXIT.
       EXIT.

       TRAILER-PROOF-RTN                SECTION.
           MOVE  "TRAILER RECORD COUNT"  TO  VN-LABEL.
           IF  WK-TRL-RECORD-COUNT  IS NUMERIC  THEN
               MOVE  WK-TRL-RECORD-COUNT  TO  VN-COUNT
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-COUNT-LINE
           END-IF.
           MOVE  "TRAILER RECORD COUNT PROVES"  TO  VC-LABEL.
           IF  (WK-TRL-RECORD-COUNT  IS NUMERIC)  AND
               (WK-TRL-RECORD-COUNT  =  WK-COUNT-DETAIL)  THEN
               MOVE  "PASS"             TO  VC-STATUS
           ELSE
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.

           MOVE  "TRAILER AMOUNT TOTAL"  TO  VA-LABEL.
           IF  WK-TRL-AMOUNT-TOTAL  IS NUMERIC  THEN
               MOVE  WK-TRL-AMOUNT-TOTAL  TO  VA-AMOUNT
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-AMOUNT-LINE
           END-IF.
           MOVE  "TRAILER AMOUNT TOTAL PROVES"  TO  VC-LABEL.
           IF  (WK-TRL-AMOUNT-TOTAL  IS NUMERIC)  AND
               (WK-TRL-AMOUNT-TOTAL  =  WK-AMOUNT-TOTAL)  THEN
               MOVE  "PASS"             TO  VC-STATUS
           ELSE
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.
       TRAILER-PROOF-RTN-EXIT.
       EXIT.

      * THE REGISTER IS READ ONCE. A LINE FOR THIS SENDER AND SEQUENCE
      * IS A DUPLICATE - UNLESS IT WAS WRITTEN BY THIS SAME RUN DATE
      * AND RUN ID FOR THE SAME CONTENT, WHICH MEANS THIS STEP IS BEING
      * RERUN ON A RESTARTED NIGHT AND THE FEED WAS ALREADY ACCEPTED.
      * ANY EARLIER FEED, FROM ANY SENDER, WITH THE SAME FINGERPRINT
      * IS A RESEND. AN EMPTY FEED HAS NO CONTENT TO FINGERPRINT.
       REGISTER-CHECKS-RTN              SECTION.
           IF  WK-HEADER-VALID  NOT  =  "Y"  THEN
               GO TO  REGISTER-CHECKS-RTN-EXIT
           END-IF.

           OPEN INPUT                   FEED-REGISTER-FILE.
           PERFORM  READ-REGISTER-RTN.
           PERFORM  SIFT-REGISTER-RTN
               UNTIL  WK-EOF-REGISTER  =  "Y".
           CLOSE                        FEED-REGISTER-FILE.

           MOVE  "FEEDS ON REGISTER"    TO  VN-LABEL.
           MOVE  WK-COUNT-REGISTER      TO  VN-COUNT.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-COUNT-LINE.

           IF  WK-RERUN  =  "Y"  THEN
               MOVE  "FEED ALREADY ACCEPTED FOR THIS RUN"  TO  VC-LABEL
               MOVE  "RERUN"            TO  VC-STATUS
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
           END-IF.

           MOVE  "FEED SEQUENCE NOT ALREADY PROCESSED"  TO  VC-LABEL.
           IF  WK-SEQ-DUPLICATE  =  "Y"  THEN
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           ELSE
               MOVE  "PASS"             TO  VC-STATUS
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.
           IF  WK-SEQ-DUPLICATE  =  "Y"  THEN
               MOVE  SPACES             TO  VC-LABEL
               STRING  "  FIRST PROCESSED ON RUN DATE "
                                        DELIMITED BY  SIZE
                       WK-DUP-SEQ-RUN-DATE  DELIMITED BY  SIZE
                   INTO  VC-LABEL
               MOVE  SPACES             TO  VC-STATUS
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
           END-IF.

           MOVE  "FEED CONTENT NOT SEEN BEFORE"  TO  VC-LABEL.
           IF  WK-CONTENT-DUPLICATE  =  "Y"  THEN
               MOVE  "FAIL"             TO  VC-STATUS
               MOVE  "Y"                TO  WK-NO-GO
           ELSE
               MOVE  "PASS"             TO  VC-STATUS
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.
           IF  WK-CONTENT-DUPLICATE  =  "Y"  THEN
               MOVE  SPACES             TO  VC-LABEL
               STRING  "  SAME CONTENT AS SENDER"  DELIMITED BY  SIZE
                       WK-DUP-CONTENT-SENDER  DELIMITED BY  SIZE
                       " SEQ"           DELIMITED BY  SIZE
                       WK-DUP-CONTENT-SEQ  DELIMITED BY  SIZE
                   INTO  VC-LABEL
               MOVE  SPACES             TO  VC-STATUS
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
           END-IF.

           PERFORM  SEQUENCE-GAP-RTN.
       REGISTER-CHECKS-RTN-EXIT.
       EXIT.

       READ-REGISTER-RTN                SECTION.
           READ  FEED-REGISTER-FILE     INTO  WK-REG-REC
                AT END  MOVE  "Y"       TO    WK-EOF-REGISTER.
       READ-REGISTER-RTN-EXIT.
       EXIT.

       SIFT-REGISTER-RTN                SECTION.
           IF  WK-REG-FEED-SEQ  IS NUMERIC  THEN
               ADD  1                   TO  WK-COUNT-REGISTER
               EVALUATE  TRUE
                   WHEN  (WK-REG-SENDER-ID  =  WK-HDR-SENDER-ID)  AND
                         (WK-REG-FEED-SEQ  =  WK-HDR-FEED-SEQ)  AND
                         (WK-REG-RUN-DATE  =  WK-RUN-DATE)  AND
                         (WK-REG-RUN-ID  =  WK-RUN-ID)  AND
                         (WK-REG-RECORD-COUNT  =  WK-COUNT-DETAIL)  AND
                         (WK-REG-AMOUNT-TOTAL  =  WK-AMOUNT-TOTAL)  AND
                         (WK-REG-KEY-HASH  =  WK-KEY-HASH)  AND
                         (WK-REG-WEIGHTED-SUM  =  WK-WEIGHTED-SUM)
                       MOVE  "Y"        TO  WK-RERUN
                   WHEN  OTHER
                       PERFORM  COMPARE-REGISTER-RTN
               END-EVALUATE
           END-IF.
           PERFORM  READ-REGISTER-RTN.
       SIFT-REGISTER-RTN-EXIT.
       EXIT.

       COMPARE-REGISTER-RTN             SECTION.
           IF  WK-REG-SENDER-ID  =  WK-HDR-SENDER-ID  THEN
               MOVE  "Y"                TO  WK-SENDER-HISTORY
               IF  WK-REG-FEED-SEQ  =  WK-HDR-FEED-SEQ  THEN
                   MOVE  "Y"            TO  WK-SEQ-DUPLICATE
                   MOVE  WK-REG-RUN-DATE  TO  WK-DUP-SEQ-RUN-DATE
               END-IF
               IF  WK-REG-FEED-SEQ  >  WK-LAST-SEQ  THEN
                   MOVE  WK-REG-FEED-SEQ  TO  WK-LAST-SEQ
               END-IF
           END-IF.

           IF  (WK-COUNT-DETAIL  >  ZERO)  AND
               (WK-REG-RECORD-COUNT  =  WK-COUNT-DETAIL)  AND
               (WK-REG-AMOUNT-TOTAL  =  WK-AMOUNT-TOTAL)  AND
               (WK-REG-KEY-HASH  =  WK-KEY-HASH)  AND
               (WK-REG-WEIGHTED-SUM  =  WK-WEIGHTED-SUM)  THEN
               MOVE  "Y"                TO  WK-CONTENT-DUPLICATE
               MOVE  WK-REG-SENDER-ID   TO  WK-DUP-CONTENT-SENDER
               MOVE  WK-REG-FEED-SEQ    TO  WK-DUP-CONTENT-SEQ
           END-IF.
       COMPARE-REGISTER-RTN-EXIT.
       EXIT.

      * THE NEXT FEED EXPECTED IS ONE PAST THE HIGHEST THE SENDER HAS
      * HAD ACCEPTED. A HIGHER NUMBER MEANS FEEDS NEVER ARRIVED; A
      * LOWER ONE NOT YET PROCESSED IS A LATE FEED FILLING A GAP. BOTH
      * ARE REPORTED AS WARNINGS AND THE FEED IS STILL TAKEN. A
      * SENDER'S FIRST FEED ON THE REGISTER STARTS ITS SEQUENCE, AND A
      * RERUN WAS SEQUENCE-CHECKED WHEN IT WAS FIRST ACCEPTED.
       SEQUENCE-GAP-RTN                 SECTION.
           IF  (WK-SENDER-HISTORY  NOT  =  "Y")  OR
               (WK-SEQ-DUPLICATE  =  "Y")  OR
               (WK-RERUN  =  "Y")  THEN
               GO TO  SEQUENCE-GAP-RTN-EXIT
           END-IF.

           MOVE  "LAST FEED SEQUENCE ACCEPTED"  TO  VN-LABEL.
           MOVE  WK-LAST-SEQ            TO  VN-COUNT.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-COUNT-LINE.

           MOVE  "FEED SEQUENCE FOLLOWS LAST ACCEPTED"  TO  VC-LABEL.
           EVALUATE  TRUE
               WHEN  WK-HDR-FEED-SEQ  =  WK-LAST-SEQ  +  1
                   MOVE  "PASS"         TO  VC-STATUS
                   WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
               WHEN  WK-HDR-FEED-SEQ  >  WK-LAST-SEQ
                   MOVE  "GAP"          TO  VC-STATUS
                   WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
                   COMPUTE  WK-FIRST-MISSING  =  WK-LAST-SEQ  +  1
                   COMPUTE  WK-MISSING-COUNT  =  WK-HDR-FEED-SEQ
                                              -  WK-LAST-SEQ  -  1
                   MOVE  "  FIRST MISSING FEED SEQUENCE"  TO  VN-LABEL
                   MOVE  WK-FIRST-MISSING  TO  VN-COUNT
                   WRITE  FEEDVERIFYRECORD  FROM  VERIFY-COUNT-LINE
                   MOVE  "  FEEDS MISSING BEFORE THIS ONE"  TO  VN-LABEL
                   MOVE  WK-MISSING-COUNT  TO  VN-COUNT
                   WRITE  FEEDVERIFYRECORD  FROM  VERIFY-COUNT-LINE
                   ADD  1               TO  WK-WARNINGS
               WHEN  OTHER
                   MOVE  "LATE"         TO  VC-STATUS
                   WRITE  FEEDVERIFYRECORD  FROM  VERIFY-CHECK-LINE
                   ADD  1               TO  WK-WARNINGS
           END-EVALUATE.
       SEQUENCE-GAP-RTN-EXIT.
       EXIT.

      * ONLY AN ACCEPTED FEED GOES ON THE REGISTER, AND A RERUN DOES
      * NOT REGISTER IT TWICE.
       REGISTER-FEED-RTN                SECTION.
           MOVE  SPACES                 TO  WK-NEW-REG-REC.
           MOVE  WK-HDR-SENDER-ID       TO  WK-NEW-SENDER-ID.
           MOVE  WK-HDR-FEED-SEQ        TO  WK-NEW-FEED-SEQ.
           MOVE  WK-HDR-CREATE-DATE     TO  WK-NEW-CREATE-DATE.
           MOVE  WK-RUN-DATE            TO  WK-NEW-RUN-DATE.
           MOVE  WK-RUN-ID              TO  WK-NEW-RUN-ID.
           MOVE  WK-COUNT-DETAIL        TO  WK-NEW-RECORD-COUNT.
           MOVE  WK-AMOUNT-TOTAL        TO  WK-NEW-AMOUNT-TOTAL.
           MOVE  WK-KEY-HASH            TO  WK-NEW-KEY-HASH.
           MOVE  WK-WEIGHTED-SUM        TO  WK-NEW-WEIGHTED-SUM.

           OPEN EXTEND                  FEED-REGISTER-FILE.
           WRITE  FEEDREGISTERRECORD    FROM  WK-NEW-REG-REC.
           CLOSE                        FEED-REGISTER-FILE.

           MOVE  "FEED ADDED TO REGISTER"  TO  VC-LABEL.
           MOVE  "DONE"                 TO  VC-STATUS.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-CHECK-LINE.
       REGISTER-FEED-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           IF  WK-WARNINGS  >  ZERO  THEN
               MOVE  "WARNINGS NOTED ABOVE"  TO  VN-LABEL
               MOVE  WK-WARNINGS        TO  VN-COUNT
               WRITE  FEEDVERIFYRECORD  FROM  VERIFY-COUNT-LINE
           END-IF.

           IF  WK-NO-GO  =  "Y"  THEN
               MOVE  "REFUSED"          TO  VV-VERDICT
               MOVE  20                 TO  RETURN-CODE
           ELSE
               IF  WK-RERUN  NOT  =  "Y"  THEN
                   PERFORM  REGISTER-FEED-RTN
               END-IF
               MOVE  "ACCEPTED"         TO  VV-VERDICT
               IF  WK-WARNINGS  >  ZERO  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.
           WRITE  FEEDVERIFYRECORD      FROM  VERIFY-VERDICT-LINE.

           CLOSE                        FEED-VERIFY-FILE.
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
           MOVE  "FEED-VERIFY-PGM"
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
           MOVE  WK-COUNT-RECORDS       TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
