       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE-PGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  AUDIT-FILE       ASSIGN TO WK-DDNAME-AUDIT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  GL-MAP-FILE
                                    ASSIGN TO WK-DDNAME-MAP
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  GL-WORK-FILE     ASSIGN TO "GLWORK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  GL-WORK-SORTED   ASSIGN TO "GLWORK-SRT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORT-WORK-FILE   ASSIGN TO "SORTWK01".
           SELECT  GL-UPLOAD-FILE   ASSIGN TO WK-DDNAME-UPLOAD
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  GL-HOLD-FILE     ASSIGN TO WK-DDNAME-HOLD
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  GL-REPORT-FILE   ASSIGN TO WK-DDNAME-REPORT
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPTIONAL  STEP-LOG-FILE
                                    ASSIGN TO WK-DDNAME-STEPLOG
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
              01 AUDITRECORD             PIC X(100).
           FD GL-MAP-FILE.
              01 GLMAPRECORD             PIC X(80).
           FD GL-WORK-FILE.
              01 GLWORKRECORD            PIC X(120).
           FD GL-WORK-SORTED.
              01 GLWORKRECORD-SORTED     PIC X(120).
           SD SORT-WORK-FILE.
              01 SORT-WORK-RECORD.
                 05 SW-REC-TYPE          PIC X(01).
                 05 SW-CURRENCY          PIC X(03).
                 05 SW-ENTRY-SEQ         PIC 9(07).
                 05 SW-LINE-SEQ          PIC 9(01).
                 05 FILLER               PIC X(108).
           FD GL-UPLOAD-FILE.
              01 GLUPLOADRECORD          PIC X(120).
           FD GL-HOLD-FILE.
              01 GLHOLDRECORD            PIC X(100).
           FD GL-REPORT-FILE.
              01 GLREPORTRECORD          PIC X(100).
           FD STEP-LOG-FILE.
              01 STEPLOGRECORD           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WK-FILE-ASSIGNMENTS.
           05 WK-DDNAME-AUDIT            PIC X(20)
              VALUE  "APPLYAUDIT.TXT".
           05 WK-DDNAME-MAP              PIC X(20)
              VALUE  "GLMAP.TXT".
           05 WK-DDNAME-UPLOAD           PIC X(20)
              VALUE  "GLUPLOAD.TXT".
           05 WK-DDNAME-HOLD             PIC X(20)
              VALUE  "GLHOLD.TXT".
           05 WK-DDNAME-REPORT           PIC X(20)
              VALUE  "GLRPT.TXT".
           05 WK-DDNAME-STEPLOG          PIC X(20)
              VALUE  "STEPLOG.TXT".

       01  WK-RUN-DATE-AREA.
           05 WK-RUN-DATE                PIC X(8).
           05 WK-RUN-DATE-NUM  REDEFINES  WK-RUN-DATE
                                          PIC 9(8).
       01  WK-RUN-ID                     PIC X(8)     VALUE  SPACES.

      * GL-SOURCE NAMES THE RUN WHOSE AUDIT IS BEING POSTED. BOTH
      * MASTER-APPLY-PGM AND MASTER-BACKOUT-PGM LEAVE A BEFORE IMAGE
      * AND AN AFTER IMAGE PER CHANGED RECORD, SO THE SAME NETTING
      * SERVES BOTH: A BACKOUT'S AFTER IMAGE IS THE RESTORED RECORD AND
      * ITS ENTRIES COME OUT AS THE REVERSAL OF THE APPLY'S. A LARGE
      * CORRECTION THE APPLY HELD FOR APPROVAL POSTS IN THE APPROVE
      * STEP OF MASTER-MAINT-PGM, WHICH LEAVES THE SAME PAIR ON ITS
      * APPROVED-AUDIT FILE; THAT FILE IS POSTED AS SOURCE APPROVAL.
       01  WK-GL-SOURCE                  PIC X(8)     VALUE  "APPLY".
           88  WK-SOURCE-VALID                   VALUE  "APPLY"
                                                         "BACKOUT"
                                                         "APPROVAL".

      * A LEGACY RECORD WITH NO CURRENCY IS HELD IN THE HOME CURRENCY,
      * AS THE USD CONSOLIDATION TREATS IT.
       01  WK-HOME-CURRENCY              PIC X(3)     VALUE  "USD".

       01  WK-AUDIT-LINE.
           05 WK-AUD-TAG                 PIC X(6).
           05 FILLER                     PIC X(2).
           05 WK-AUD-KEY                 PIC X(8).
           05 FILLER                     PIC X(2).
           05 WK-AUD-RECORD              PIC X(80).
           05 FILLER                     PIC X(2).
       01  WK-BEFORE-LINE                PIC X(100).

       01  WK-BEFORE-IMAGE.
           05 WK-BEF-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-BEF==.
       01  WK-BEFORE-FEE-TEXT  REDEFINES  WK-BEFORE-IMAGE.
           05 FILLER                     PIC X(62).
           05 WK-BEF-FEE-RAW             PIC X(9).
           05 FILLER                     PIC X(9).
       01  WK-AFTER-IMAGE.
           05 WK-AFT-KEY                 PIC X(8).
           COPY DETLFLD REPLACING ==:TAG:== BY ==WK-AFT==.
       01  WK-AFTER-FEE-TEXT  REDEFINES  WK-AFTER-IMAGE.
           05 FILLER                     PIC X(62).
           05 WK-AFT-FEE-RAW             PIC X(9).
           05 FILLER                     PIC X(9).

       01  WK-EOF-AUDIT                  PIC X(1)     VALUE  "N".
       01  WK-EOF-MAP                    PIC X(1)     VALUE  "N".
       01  WK-EOF-SORTED                 PIC X(1)     VALUE  "N".
       01  WK-PAIR-COMPLETE              PIC X(1)     VALUE  "N".
       01  WK-HOLD-REASON                PIC X(40)    VALUE  SPACES.

       01  WK-UNMAPPED-TEXT.
           05 FILLER                     PIC X(23)
              VALUE  "NO GL MAPPING - STATUS ".
           05 WK-UNMAPPED-STATUS         PIC X(1).
           05 FILLER                     PIC X(6)     VALUE  " TYPE ".
           05 WK-UNMAPPED-TYPE           PIC X(1).

       01  WK-MAP-REC.
           COPY GLMAP REPLACING ==:TAG:== BY ==WK-GLM==.

      * MAPPING TABLE, LOADED ONCE. THE FIRST LINE FOR A STATUS AND
      * ENTRY TYPE WINS; LATER ONES ARE REPORTED AS DUPLICATES.
       01  WK-MAP-TABLE.
           05 WK-MAP-COUNT               PIC 9(3)     COMP  VALUE ZERO.
           05 WK-MAP-IX                  PIC 9(3)     COMP  VALUE ZERO.
           05 WK-MAP-FOUND-IX            PIC 9(3)     COMP  VALUE ZERO.
           05 WK-MAP-ENTRY               OCCURS  100  TIMES.
              10 WK-MAP-STATUS           PIC X(1).
              10 WK-MAP-TYPE             PIC X(1).
              10 WK-MAP-DEBIT            PIC X(12).
              10 WK-MAP-CREDIT           PIC X(12).
              10 WK-MAP-DESCRIPTION      PIC X(30).
       01  WK-SEEK-STATUS                PIC X(1)     VALUE  SPACE.
       01  WK-SEEK-TYPE                  PIC X(1)     VALUE  SPACE.
       01  WK-SEEK-CURRENCY              PIC X(3)     VALUE  SPACES.

      * A PAIR NETS TO AT MOST FOUR LEGS: PRINCIPAL AND FEE, EACH
      * EITHER ONE NET CHANGE OR, WHEN THE STATUS OR CURRENCY MOVED, A
      * REVERSAL OF THE OLD FIGURE AND A POSTING OF THE NEW ONE.
       01  WK-LEG-TABLE.
           05 WK-LEG-COUNT               PIC 9(1)     COMP  VALUE ZERO.
           05 WK-LEG-IX                  PIC 9(1)     COMP  VALUE ZERO.
           05 WK-LEG-ENTRY               OCCURS  4  TIMES.
              10 WK-LEG-STATUS           PIC X(1).
              10 WK-LEG-CURRENCY         PIC X(3).
              10 WK-LEG-TYPE             PIC X(1).
              10 WK-LEG-AMOUNT           PIC S9(13)V99 COMP.
              10 WK-LEG-MAP-IX           PIC 9(3)      COMP.

       01  WK-LEG-WORK.
           05 WK-LEG-TYPE-NOW            PIC X(1)      VALUE  SPACE.
           05 WK-BEF-VALUE               PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-AFT-VALUE               PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-BEF-FEE-VALUE           PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-AFT-FEE-VALUE           PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-DELTA                   PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-BEF-CURRENCY            PIC X(3)      VALUE  SPACES.
           05 WK-AFT-CURRENCY            PIC X(3)      VALUE  SPACES.

       01  WK-ENTRY-SEQ                  PIC 9(7)     VALUE  ZERO.

       01  WK-UPLOAD-REC.
           COPY GLUPLOAD REPLACING ==:TAG:== BY ==WK-UPL==.
       01  WK-CONTROL-REC.
           COPY GLUPLOAD REPLACING ==:TAG:== BY ==WK-CTL==.

       01  WK-BATCH-AREA.
           05 WK-BATCH-OPEN              PIC X(1)      VALUE  "N".
           05 WK-BATCH-CURRENCY          PIC X(3)      VALUE  SPACES.
           05 WK-BATCH-LINES             PIC 9(7)      VALUE  ZERO.
           05 WK-BATCH-ENTRIES           PIC 9(7)      VALUE  ZERO.
           05 WK-BATCH-DEBITS            PIC S9(13)V99 COMP VALUE ZERO.
           05 WK-BATCH-CREDITS           PIC S9(13)V99 COMP VALUE ZERO.

       01  WK-GL-COUNTERS.
           05 WK-COUNT-LINES-READ        PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-LINES-SKIPPED     PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-PAIRS-READ        PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-UNPAIRED          PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-PAIRS-POSTED      PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-NO-IMPACT         PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-PAIRS-HELD        PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-ENTRIES           PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-BATCHES           PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-MAP-LOADED        PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-MAP-REJECTED      PIC 9(9)     COMP  VALUE  ZERO.
           05 WK-COUNT-UNBALANCED        PIC 9(9)     COMP  VALUE  ZERO.

       01  GL-HEADER-LINE.
           05 FILLER                     PIC X(20)
              VALUE  "GL INTERFACE".
           05 FILLER                     PIC X(8)     VALUE  "SOURCE".
           05 GLR-SOURCE                 PIC X(8).
           05 FILLER                     PIC X(14)
              VALUE  "  BATCH DATE".
           05 GLR-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(10)
              VALUE  "  RUN ID".
           05 GLR-RUN-ID                 PIC X(8).
           05 FILLER                     PIC X(24)    VALUE  SPACES.

       01  GL-DETAIL-LINE.
           05 GLD-TAG                    PIC X(8).
           05 GLD-KEY                    PIC X(8).
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 GLD-REASON                 PIC X(40).
           05 FILLER                     PIC X(42)    VALUE  SPACES.

       01  GL-BATCH-LINE.
           05 FILLER                     PIC X(6)     VALUE  "BATCH".
           05 GLB-CURRENCY               PIC X(3).
           05 FILLER                     PIC X(10)
              VALUE  "  ENTRIES".
           05 GLB-ENTRIES                PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(9)     VALUE  "  DEBITS".
           05 GLB-DEBITS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(10)
              VALUE  "  CREDITS".
           05 GLB-CREDITS                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(2)     VALUE  SPACES.
           05 GLB-FLAG                   PIC X(11).

       01  GL-MESSAGE-LINE.
           05 GLM-TEXT                   PIC X(100).

       01  GL-SUMMARY-LINE.
           05 GLS-LABEL                  PIC X(40).
           05 GLS-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                     PIC X(49)    VALUE  SPACES.

       01  WK-STEP-LOG-REC.
           COPY STEPLOG REPLACING ==:TAG:== BY ==WK-STP==.

       PROCEDURE DIVISION.
       MAIN                              SECTION.
           PERFORM  STEP-START-RTN.
           PERFORM  INITIAL-RTN.
           IF  RETURN-CODE  <  20  THEN
               PERFORM  READ-AUDIT-RTN
               PERFORM  PAIR-RTN
                   UNTIL  WK-EOF-AUDIT  =  "Y"
               CLOSE                    GL-WORK-FILE
               PERFORM  SORT-ENTRIES-RTN
               PERFORM  BUILD-UPLOAD-RTN
           END-IF.
           PERFORM  FINAL-RTN.
           PERFORM  STEP-END-RTN.
           STOP RUN.
       MAIN-EXIT.
       EXIT.

       INITIAL-RTN                      SECTION.
           PERFORM  GET-FILE-ASSIGNMENTS-RTN.

           OPEN OUTPUT                  GL-REPORT-FILE.
           MOVE  WK-GL-SOURCE           TO  GLR-SOURCE.
           MOVE  WK-RUN-DATE            TO  GLR-RUN-DATE.
           MOVE  WK-RUN-ID              TO  GLR-RUN-ID.
           WRITE  GLREPORTRECORD        FROM  GL-HEADER-LINE.

           IF  NOT  WK-SOURCE-VALID  THEN
               DISPLAY  "INVALID GL-SOURCE: "  WK-GL-SOURCE
               MOVE  "INVALID GL-SOURCE - NOTHING POSTED"  TO  GLM-TEXT
               WRITE  GLREPORTRECORD    FROM  GL-MESSAGE-LINE
               MOVE  20                 TO  RETURN-CODE
           ELSE
               OPEN INPUT               AUDIT-FILE
                                        GL-MAP-FILE
               OPEN OUTPUT              GL-WORK-FILE
                                        GL-HOLD-FILE
               PERFORM  LOAD-MAP-RTN
               CLOSE                    GL-MAP-FILE
           END-IF.
       INITIAL-RTN-EXIT.
       EXIT.

       GET-FILE-ASSIGNMENTS-RTN         SECTION.
           ACCEPT  WK-DDNAME-AUDIT
               FROM  ENVIRONMENT  "DD-GL-AUDIT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-MAP
               FROM  ENVIRONMENT  "DD-GL-MAP"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-UPLOAD
               FROM  ENVIRONMENT  "DD-GL-UPLOAD"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-HOLD
               FROM  ENVIRONMENT  "DD-GL-HOLD"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-DDNAME-REPORT
               FROM  ENVIRONMENT  "DD-GL-REPORT"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           ACCEPT  WK-GL-SOURCE
               FROM  ENVIRONMENT  "GL-SOURCE"
               ON EXCEPTION  CONTINUE
           END-ACCEPT.
           IF  WK-GL-SOURCE  =  SPACES  THEN
               MOVE  "APPLY"            TO  WK-GL-SOURCE
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

       LOAD-MAP-RTN                     SECTION.
           PERFORM  READ-MAP-RTN.
           PERFORM  STORE-MAP-RTN
               UNTIL  WK-EOF-MAP  =  "Y".
       LOAD-MAP-RTN-EXIT.
       EXIT.

       READ-MAP-RTN                     SECTION.
           READ  GL-MAP-FILE            INTO  WK-MAP-REC
                AT END  MOVE  "Y"       TO    WK-EOF-MAP.
       READ-MAP-RTN-EXIT.
       EXIT.

      * A LINE WITHOUT A VALID ENTRY TYPE OR WITH EITHER ACCOUNT BLANK
      * CANNOT PRODUCE A BALANCED ENTRY AND IS REFUSED; POSTINGS THAT
      * WOULD HAVE USED IT ARE HELD AS UNMAPPED.
       STORE-MAP-RTN                    SECTION.
           MOVE  SPACES                 TO  GLD-REASON.
           MOVE  WK-GLM-STATUS          TO  WK-SEEK-STATUS.
           MOVE  WK-GLM-ENTRY-TYPE      TO  WK-SEEK-TYPE.
           PERFORM  FIND-MAP-RTN.
           EVALUATE  TRUE
               WHEN  NOT  WK-GLM-TYPE-VALID
                   MOVE  "ENTRY TYPE NOT P OR F"  TO  GLD-REASON
               WHEN  (WK-GLM-DEBIT-ACCOUNT  =  SPACES)  OR
                     (WK-GLM-CREDIT-ACCOUNT  =  SPACES)
                   MOVE  "DEBIT OR CREDIT ACCOUNT BLANK"
                                        TO  GLD-REASON
               WHEN  WK-MAP-FOUND-IX  >  ZERO
                   MOVE  "DUPLICATE STATUS AND ENTRY TYPE"
                                        TO  GLD-REASON
               WHEN  WK-MAP-COUNT  NOT  <  100
                   MOVE  "MAPPING TABLE FULL"  TO  GLD-REASON
               WHEN  OTHER
                   ADD  1               TO  WK-MAP-COUNT
                   MOVE  WK-GLM-STATUS  TO  WK-MAP-STATUS (WK-MAP-COUNT)
                   MOVE  WK-GLM-ENTRY-TYPE
                                        TO  WK-MAP-TYPE (WK-MAP-COUNT)
                   MOVE  WK-GLM-DEBIT-ACCOUNT
                                        TO  WK-MAP-DEBIT (WK-MAP-COUNT)
                   MOVE  WK-GLM-CREDIT-ACCOUNT
                                        TO  WK-MAP-CREDIT (WK-MAP-COUNT)
                   MOVE  WK-GLM-DESCRIPTION
                                TO  WK-MAP-DESCRIPTION (WK-MAP-COUNT)
                   ADD  1               TO  WK-COUNT-MAP-LOADED
           END-EVALUATE.
           IF  GLD-REASON  NOT  =  SPACES  THEN
               MOVE  "MAP"              TO  GLD-TAG
               MOVE  WK-MAP-REC         TO  GLD-KEY
               WRITE  GLREPORTRECORD    FROM  GL-DETAIL-LINE
               ADD  1                   TO  WK-COUNT-MAP-REJECTED
               IF  RETURN-CODE  <  4  THEN
                   MOVE  4              TO  RETURN-CODE
               END-IF
           END-IF.
           PERFORM  READ-MAP-RTN.
       STORE-MAP-RTN-EXIT.
       EXIT.

       FIND-MAP-RTN                     SECTION.
           MOVE  ZERO                   TO  WK-MAP-FOUND-IX.
           MOVE  1                      TO  WK-MAP-IX.
           PERFORM  SEARCH-MAP-RTN
               UNTIL  (WK-MAP-IX  >  WK-MAP-COUNT)
                   OR  (WK-MAP-FOUND-IX  >  ZERO).
       FIND-MAP-RTN-EXIT.
       EXIT.

       SEARCH-MAP-RTN                   SECTION.
           IF  (WK-MAP-STATUS (WK-MAP-IX)  =  WK-SEEK-STATUS)  AND
               (WK-MAP-TYPE (WK-MAP-IX)  =  WK-SEEK-TYPE)  THEN
               MOVE  WK-MAP-IX          TO  WK-MAP-FOUND-IX
           END-IF.
           ADD  1                       TO  WK-MAP-IX.
       SEARCH-MAP-RTN-EXIT.
       EXIT.

       READ-AUDIT-RTN                   SECTION.
           READ  AUDIT-FILE             INTO  WK-AUDIT-LINE
                AT END  MOVE  "Y"       TO    WK-EOF-AUDIT.
           IF  WK-EOF-AUDIT  NOT  =  "Y"  THEN
               ADD  1                   TO    WK-COUNT-LINES-READ
           END-IF.
       READ-AUDIT-RTN-EXIT.
       EXIT.

      * PAIRING FOLLOWS MASTER-BACKOUT-PGM: ONLY A BEFORE IMAGE FOLLOWED
      * BY THE AFTER IMAGE OF THE SAME KEY IS A POSTING. SUMMARY LINES
      * AND HELD CORRECTIONS ARE SKIPPED; AN UNPAIRED BEFORE IMAGE IS
      * REPORTED AND THE ODD LINE LEFT TO THE NEXT PASS.
       PAIR-RTN                         SECTION.
           IF  WK-AUD-TAG  NOT  =  "BEFORE"  THEN
               ADD  1                   TO    WK-COUNT-LINES-SKIPPED
               PERFORM  READ-AUDIT-RTN
           ELSE
               MOVE  WK-AUDIT-LINE      TO    WK-BEFORE-LINE
               MOVE  WK-AUD-RECORD      TO    WK-BEFORE-IMAGE
               PERFORM  READ-AUDIT-RTN
               MOVE  "N"                TO    WK-PAIR-COMPLETE
               IF  (WK-EOF-AUDIT  NOT  =  "Y")  AND
                   (WK-AUD-TAG  =  "AFTER")  AND
                   (WK-AUD-KEY  =  WK-BEF-KEY)  THEN
                   MOVE  "Y"            TO    WK-PAIR-COMPLETE
               END-IF
               IF  WK-PAIR-COMPLETE  =  "Y"  THEN
                   MOVE  WK-AUD-RECORD  TO    WK-AFTER-IMAGE
                   ADD  1               TO    WK-COUNT-PAIRS-READ
                   PERFORM  POST-PAIR-RTN
                   PERFORM  READ-AUDIT-RTN
               ELSE
                   ADD  1               TO    WK-COUNT-UNPAIRED
                   MOVE  "UNPAIRED"     TO    GLD-TAG
                   MOVE  WK-BEF-KEY     TO    GLD-KEY
                   MOVE  "BEFORE IMAGE WITHOUT AFTER IMAGE"
                                        TO    GLD-REASON
                   WRITE  GLREPORTRECORD  FROM  GL-DETAIL-LINE
                   IF  RETURN-CODE  <  4  THEN
                       MOVE  4          TO    RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       PAIR-RTN-EXIT.
       EXIT.

      * THE PAIR IS NETTED INTO LEGS FIRST AND EVERY LEG MAPPED BEFORE
      * ANYTHING IS WRITTEN, SO A PAIR IS EITHER POSTED WHOLE OR HELD
      * WHOLE AND THE UPLOAD NEVER CARRIES HALF A CORRECTION.
       POST-PAIR-RTN                    SECTION.
           MOVE  SPACES                 TO  WK-HOLD-REASON.
           MOVE  ZERO                   TO  WK-LEG-COUNT.

           IF  (WK-BEF-DETAIL-AMOUNT  IS NOT NUMERIC)  OR
               (WK-AFT-DETAIL-AMOUNT  IS NOT NUMERIC)  THEN
               MOVE  "DETAIL AMOUNT NOT NUMERIC"  TO  WK-HOLD-REASON
           END-IF.

           MOVE  ZERO                   TO  WK-BEF-FEE-VALUE.
           IF  WK-BEF-DETAIL-FEE-AMOUNT  IS NUMERIC  THEN
               MOVE  WK-BEF-DETAIL-FEE-AMOUNT  TO  WK-BEF-FEE-VALUE
           ELSE
               IF  WK-BEF-FEE-RAW  NOT  =  SPACES  THEN
                   MOVE  "FEE AMOUNT NOT NUMERIC"  TO  WK-HOLD-REASON
               END-IF
           END-IF.
           MOVE  ZERO                   TO  WK-AFT-FEE-VALUE.
           IF  WK-AFT-DETAIL-FEE-AMOUNT  IS NUMERIC  THEN
               MOVE  WK-AFT-DETAIL-FEE-AMOUNT  TO  WK-AFT-FEE-VALUE
           ELSE
               IF  WK-AFT-FEE-RAW  NOT  =  SPACES  THEN
                   MOVE  "FEE AMOUNT NOT NUMERIC"  TO  WK-HOLD-REASON
               END-IF
           END-IF.

           MOVE  WK-BEF-DETAIL-CURRENCY  TO  WK-BEF-CURRENCY.
           IF  WK-BEF-CURRENCY  =  SPACES  THEN
               MOVE  WK-HOME-CURRENCY   TO  WK-BEF-CURRENCY
           END-IF.
           MOVE  WK-AFT-DETAIL-CURRENCY  TO  WK-AFT-CURRENCY.
           IF  WK-AFT-CURRENCY  =  SPACES  THEN
               MOVE  WK-HOME-CURRENCY   TO  WK-AFT-CURRENCY
           END-IF.

           IF  WK-HOLD-REASON  =  SPACES  THEN
               MOVE  "P"                TO  WK-LEG-TYPE-NOW
               MOVE  WK-BEF-DETAIL-AMOUNT  TO  WK-BEF-VALUE
               MOVE  WK-AFT-DETAIL-AMOUNT  TO  WK-AFT-VALUE
               PERFORM  BUILD-LEGS-RTN
               MOVE  "F"                TO  WK-LEG-TYPE-NOW
               MOVE  WK-BEF-FEE-VALUE   TO  WK-BEF-VALUE
               MOVE  WK-AFT-FEE-VALUE   TO  WK-AFT-VALUE
               PERFORM  BUILD-LEGS-RTN
           END-IF.

           EVALUATE  TRUE
               WHEN  WK-HOLD-REASON  NOT  =  SPACES
                   PERFORM  HOLD-PAIR-RTN
               WHEN  WK-LEG-COUNT  =  ZERO
                   ADD  1               TO  WK-COUNT-NO-IMPACT
               WHEN  OTHER
                   ADD  1               TO  WK-COUNT-PAIRS-POSTED
                   MOVE  1              TO  WK-LEG-IX
                   PERFORM  WRITE-LEG-RTN
                       UNTIL  WK-LEG-IX  >  WK-LEG-COUNT
           END-EVALUATE.
       POST-PAIR-RTN-EXIT.
       EXIT.

      * UNCHANGED STATUS AND CURRENCY POST THE NET CHANGE; OTHERWISE
      * THE OLD FIGURE COMES OUT UNDER THE OLD STATUS AND CURRENCY AND
      * THE NEW FIGURE GOES IN UNDER THE NEW ONES.
       BUILD-LEGS-RTN                   SECTION.
           IF  (WK-BEF-DETAIL-STATUS-CODE  =  WK-AFT-DETAIL-STATUS-CODE)
               AND  (WK-BEF-CURRENCY  =  WK-AFT-CURRENCY)  THEN
               COMPUTE  WK-DELTA  =  WK-AFT-VALUE  -  WK-BEF-VALUE
               IF  WK-DELTA  NOT  =  ZERO  THEN
                   MOVE  WK-AFT-DETAIL-STATUS-CODE  TO  WK-SEEK-STATUS
                   MOVE  WK-AFT-CURRENCY  TO  WK-SEEK-CURRENCY
                   PERFORM  ADD-LEG-RTN
               END-IF
           ELSE
               IF  WK-BEF-VALUE  NOT  =  ZERO  THEN
                   COMPUTE  WK-DELTA  =  ZERO  -  WK-BEF-VALUE
                   MOVE  WK-BEF-DETAIL-STATUS-CODE  TO  WK-SEEK-STATUS
                   MOVE  WK-BEF-CURRENCY  TO  WK-SEEK-CURRENCY
                   PERFORM  ADD-LEG-RTN
               END-IF
               IF  WK-AFT-VALUE  NOT  =  ZERO  THEN
                   MOVE  WK-AFT-VALUE   TO  WK-DELTA
                   MOVE  WK-AFT-DETAIL-STATUS-CODE  TO  WK-SEEK-STATUS
                   MOVE  WK-AFT-CURRENCY  TO  WK-SEEK-CURRENCY
                   PERFORM  ADD-LEG-RTN
               END-IF
           END-IF.
       BUILD-LEGS-RTN-EXIT.
       EXIT.

       ADD-LEG-RTN                      SECTION.
           MOVE  WK-LEG-TYPE-NOW        TO  WK-SEEK-TYPE.
           PERFORM  FIND-MAP-RTN.
           IF  (WK-MAP-FOUND-IX  =  ZERO)  AND
               (WK-HOLD-REASON  =  SPACES)  THEN
               MOVE  WK-SEEK-STATUS     TO  WK-UNMAPPED-STATUS
               MOVE  WK-SEEK-TYPE       TO  WK-UNMAPPED-TYPE
               MOVE  WK-UNMAPPED-TEXT   TO  WK-HOLD-REASON
           END-IF.
           ADD  1                       TO  WK-LEG-COUNT.
           MOVE  WK-SEEK-STATUS    TO  WK-LEG-STATUS (WK-LEG-COUNT).
           MOVE  WK-SEEK-CURRENCY  TO  WK-LEG-CURRENCY (WK-LEG-COUNT).
           MOVE  WK-SEEK-TYPE      TO  WK-LEG-TYPE (WK-LEG-COUNT).
           MOVE  WK-DELTA          TO  WK-LEG-AMOUNT (WK-LEG-COUNT).
           MOVE  WK-MAP-FOUND-IX   TO  WK-LEG-MAP-IX (WK-LEG-COUNT).
       ADD-LEG-RTN-EXIT.
       EXIT.

      * BOTH AUDIT LINES GO TO THE HOLD FILE UNCHANGED, SO ONCE THE
      * MAPPING IS PUT RIGHT THE HOLD FILE CAN BE FED BACK THROUGH THIS
      * PROGRAM AS ITS AUDIT INPUT.
       HOLD-PAIR-RTN                    SECTION.
           ADD  1                       TO  WK-COUNT-PAIRS-HELD.
           WRITE  GLHOLDRECORD          FROM  WK-BEFORE-LINE.
           WRITE  GLHOLDRECORD          FROM  WK-AUDIT-LINE.
           MOVE  "HELD"                 TO  GLD-TAG.
           MOVE  WK-BEF-KEY             TO  GLD-KEY.
           MOVE  WK-HOLD-REASON         TO  GLD-REASON.
           WRITE  GLREPORTRECORD        FROM  GL-DETAIL-LINE.
           IF  RETURN-CODE  <  4  THEN
               MOVE  4                  TO  RETURN-CODE
           END-IF.
       HOLD-PAIR-RTN-EXIT.
       EXIT.

      * ONE ENTRY PER LEG: A DEBIT LINE AND A CREDIT LINE FOR THE SAME
      * AMOUNT. A DECREASE SWAPS THE MAPPED ACCOUNTS.
       WRITE-LEG-RTN                    SECTION.
           ADD  1                       TO  WK-ENTRY-SEQ.
           ADD  1                       TO  WK-COUNT-ENTRIES.
           MOVE  WK-LEG-MAP-IX (WK-LEG-IX)  TO  WK-MAP-IX.

           MOVE  SPACES                 TO  WK-UPLOAD-REC.
           MOVE  "D"                    TO  WK-UPL-REC-TYPE.
           MOVE  WK-LEG-CURRENCY (WK-LEG-IX)  TO  WK-UPL-CURRENCY.
           MOVE  WK-ENTRY-SEQ           TO  WK-UPL-ENTRY-SEQ.
           MOVE  WK-RUN-DATE            TO  WK-UPL-BATCH-DATE.
           MOVE  WK-GL-SOURCE           TO  WK-UPL-SOURCE.
           MOVE  WK-BEF-KEY             TO  WK-UPL-KEY.
           MOVE  WK-LEG-TYPE (WK-LEG-IX)    TO  WK-UPL-ENTRY-TYPE.
           MOVE  WK-LEG-STATUS (WK-LEG-IX)  TO  WK-UPL-STATUS.
           MOVE  WK-MAP-DESCRIPTION (WK-MAP-IX)
                                        TO  WK-UPL-DESCRIPTION.
           IF  WK-LEG-AMOUNT (WK-LEG-IX)  <  ZERO  THEN
               COMPUTE  WK-UPL-AMOUNT  =  ZERO
                                       -  WK-LEG-AMOUNT (WK-LEG-IX)
           ELSE
               MOVE  WK-LEG-AMOUNT (WK-LEG-IX)  TO  WK-UPL-AMOUNT
           END-IF.

           MOVE  1                      TO  WK-UPL-LINE-SEQ.
           SET  WK-UPL-DEBIT            TO  TRUE.
           IF  WK-LEG-AMOUNT (WK-LEG-IX)  <  ZERO  THEN
               MOVE  WK-MAP-CREDIT (WK-MAP-IX)  TO  WK-UPL-ACCOUNT
           ELSE
               MOVE  WK-MAP-DEBIT (WK-MAP-IX)   TO  WK-UPL-ACCOUNT
           END-IF.
           WRITE  GLWORKRECORD          FROM  WK-UPLOAD-REC.

           MOVE  2                      TO  WK-UPL-LINE-SEQ.
           SET  WK-UPL-CREDIT           TO  TRUE.
           IF  WK-LEG-AMOUNT (WK-LEG-IX)  <  ZERO  THEN
               MOVE  WK-MAP-DEBIT (WK-MAP-IX)   TO  WK-UPL-ACCOUNT
           ELSE
               MOVE  WK-MAP-CREDIT (WK-MAP-IX)  TO  WK-UPL-ACCOUNT
           END-IF.
           WRITE  GLWORKRECORD          FROM  WK-UPLOAD-REC.

           ADD  1                       TO  WK-LEG-IX.
       WRITE-LEG-RTN-EXIT.
       EXIT.

      * ENTRIES ARE WRITTEN IN AUDIT ORDER; THE SORT GROUPS THEM BY
      * CURRENCY FOR ONE BATCH EACH, KEEPING AUDIT ORDER WITHIN IT.
       SORT-ENTRIES-RTN                 SECTION.
           SORT  SORT-WORK-FILE
               ON  ASCENDING  KEY  SW-CURRENCY
                                   SW-ENTRY-SEQ
                                   SW-LINE-SEQ
               USING  GL-WORK-FILE
               GIVING GL-WORK-SORTED.
       SORT-ENTRIES-RTN-EXIT.
       EXIT.

       BUILD-UPLOAD-RTN                 SECTION.
           OPEN INPUT                   GL-WORK-SORTED.
           OPEN OUTPUT                  GL-UPLOAD-FILE.
           PERFORM  READ-SORTED-RTN.
           PERFORM  UPLOAD-ENTRY-RTN
               UNTIL  WK-EOF-SORTED  =  "Y".
           IF  WK-BATCH-OPEN  =  "Y"  THEN
               PERFORM  WRITE-TRAILER-RTN
           END-IF.
           CLOSE                        GL-WORK-SORTED
                                        GL-UPLOAD-FILE.
       BUILD-UPLOAD-RTN-EXIT.
       EXIT.

       READ-SORTED-RTN                  SECTION.
           READ  GL-WORK-SORTED         INTO  WK-UPLOAD-REC
                AT END  MOVE  "Y"       TO    WK-EOF-SORTED.
       READ-SORTED-RTN-EXIT.
       EXIT.

       UPLOAD-ENTRY-RTN                 SECTION.
           IF  (WK-BATCH-OPEN  =  "Y")  AND
               (WK-UPL-CURRENCY  NOT  =  WK-BATCH-CURRENCY)  THEN
               PERFORM  WRITE-TRAILER-RTN
           END-IF.
           IF  WK-BATCH-OPEN  NOT  =  "Y"  THEN
               PERFORM  WRITE-HEADER-RTN
           END-IF.

           WRITE  GLUPLOADRECORD        FROM  WK-UPLOAD-REC.
           ADD  1                       TO  WK-BATCH-LINES.
           IF  WK-UPL-DEBIT  THEN
               ADD  1                   TO  WK-BATCH-ENTRIES
               ADD  WK-UPL-AMOUNT       TO  WK-BATCH-DEBITS
           ELSE
               ADD  WK-UPL-AMOUNT       TO  WK-BATCH-CREDITS
           END-IF.
           PERFORM  READ-SORTED-RTN.
       UPLOAD-ENTRY-RTN-EXIT.
       EXIT.

       WRITE-HEADER-RTN                 SECTION.
           MOVE  "Y"                    TO  WK-BATCH-OPEN.
           MOVE  WK-UPL-CURRENCY        TO  WK-BATCH-CURRENCY.
           MOVE  ZERO                   TO  WK-BATCH-LINES
                                            WK-BATCH-ENTRIES
                                            WK-BATCH-DEBITS
                                            WK-BATCH-CREDITS.
           ADD  1                       TO  WK-COUNT-BATCHES.

           MOVE  SPACES                 TO  WK-CONTROL-REC.
           SET  WK-CTL-HEADER           TO  TRUE.
           MOVE  WK-BATCH-CURRENCY      TO  WK-CTL-CURRENCY.
           MOVE  WK-RUN-DATE            TO  WK-CTL-HDR-BATCH-DATE.
           MOVE  WK-GL-SOURCE           TO  WK-CTL-HDR-SOURCE.
           MOVE  WK-RUN-ID              TO  WK-CTL-HDR-RUN-ID.
           WRITE  GLUPLOADRECORD        FROM  WK-CONTROL-REC.
       WRITE-HEADER-RTN-EXIT.
       EXIT.

      * EVERY ENTRY IS WRITTEN AS AN EQUAL DEBIT AND CREDIT, SO A
      * TRAILER THAT DOES NOT BALANCE MEANS THE WORK FILE WAS DAMAGED;
      * THE BATCH IS FLAGGED AND THE STEP STOPS THE UPLOAD.
       WRITE-TRAILER-RTN                SECTION.
           MOVE  SPACES                 TO  WK-CONTROL-REC.
           SET  WK-CTL-TRAILER          TO  TRUE.
           MOVE  WK-BATCH-CURRENCY      TO  WK-CTL-CURRENCY.
           MOVE  WK-BATCH-LINES         TO  WK-CTL-TRL-LINE-COUNT.
           MOVE  WK-BATCH-ENTRIES       TO  WK-CTL-TRL-ENTRY-COUNT.
           MOVE  WK-BATCH-DEBITS        TO  WK-CTL-TRL-DEBIT-TOTAL.
           MOVE  WK-BATCH-CREDITS       TO  WK-CTL-TRL-CREDIT-TOTAL.
           WRITE  GLUPLOADRECORD        FROM  WK-CONTROL-REC.
           MOVE  "N"                    TO  WK-BATCH-OPEN.

           MOVE  WK-BATCH-CURRENCY      TO  GLB-CURRENCY.
           MOVE  WK-BATCH-ENTRIES       TO  GLB-ENTRIES.
           MOVE  WK-BATCH-DEBITS        TO  GLB-DEBITS.
           MOVE  WK-BATCH-CREDITS       TO  GLB-CREDITS.
           IF  WK-BATCH-DEBITS  =  WK-BATCH-CREDITS  THEN
               MOVE  "BALANCED"         TO  GLB-FLAG
           ELSE
               MOVE  "*** OUT BAL"      TO  GLB-FLAG
               ADD  1                   TO  WK-COUNT-UNBALANCED
               MOVE  20                 TO  RETURN-CODE
           END-IF.
           WRITE  GLREPORTRECORD        FROM  GL-BATCH-LINE.
       WRITE-TRAILER-RTN-EXIT.
       EXIT.

       FINAL-RTN                        SECTION.
           MOVE  SPACES                 TO  GLM-TEXT.
           WRITE  GLREPORTRECORD        FROM  GL-MESSAGE-LINE.

           MOVE  "MAPPING LINES LOADED"           TO  GLS-LABEL.
           MOVE  WK-COUNT-MAP-LOADED              TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "MAPPING LINES REFUSED"          TO  GLS-LABEL.
           MOVE  WK-COUNT-MAP-REJECTED            TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "AUDIT LINES READ"               TO  GLS-LABEL.
           MOVE  WK-COUNT-LINES-READ              TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "AUDIT LINES SKIPPED"            TO  GLS-LABEL.
           MOVE  WK-COUNT-LINES-SKIPPED           TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "BEFORE/AFTER PAIRS READ"        TO  GLS-LABEL.
           MOVE  WK-COUNT-PAIRS-READ              TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "UNPAIRED BEFORE IMAGES"         TO  GLS-LABEL.
           MOVE  WK-COUNT-UNPAIRED                TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "PAIRS POSTED"                   TO  GLS-LABEL.
           MOVE  WK-COUNT-PAIRS-POSTED            TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "PAIRS WITH NO GL IMPACT"        TO  GLS-LABEL.
           MOVE  WK-COUNT-NO-IMPACT               TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "PAIRS HELD"                     TO  GLS-LABEL.
           MOVE  WK-COUNT-PAIRS-HELD              TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "GL ENTRIES WRITTEN"             TO  GLS-LABEL.
           MOVE  WK-COUNT-ENTRIES                 TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           MOVE  "CURRENCY BATCHES WRITTEN"       TO  GLS-LABEL.
           MOVE  WK-COUNT-BATCHES                 TO  GLS-COUNT.
           WRITE  GLREPORTRECORD        FROM  GL-SUMMARY-LINE.

           IF  WK-COUNT-UNBALANCED  >  ZERO  THEN
               MOVE  "BATCHES OUT OF BALANCE"     TO  GLS-LABEL
               MOVE  WK-COUNT-UNBALANCED          TO  GLS-COUNT
               WRITE  GLREPORTRECORD    FROM  GL-SUMMARY-LINE
           END-IF.

           IF  WK-SOURCE-VALID  THEN
               CLOSE                    AUDIT-FILE
                                        GL-HOLD-FILE
           END-IF.
           CLOSE                        GL-REPORT-FILE.
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
           MOVE  "GL-INTERFACE-PGM"
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
           MOVE  WK-COUNT-LINES-READ    TO  WK-STP-RECORDS.
           MOVE  RETURN-CODE            TO  WK-STP-RETURN-CODE.

           OPEN EXTEND                  STEP-LOG-FILE.
           WRITE  STEPLOGRECORD         FROM  WK-STEP-LOG-REC.
           CLOSE                        STEP-LOG-FILE.
       STEP-END-RTN-EXIT.
       EXIT.
