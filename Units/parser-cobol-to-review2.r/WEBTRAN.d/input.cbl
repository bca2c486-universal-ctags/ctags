      *              delimited request lines (WEBREQ.DAT), validates
      *              every field with the same edits EMPSEEDCK applies
      *              to the seed feed, converts clean requests into
      *              EMPTRAN.DAT A/C/D/T records for the normal
      *              EMPTRANS night run, and writes a disposition file
      *              back for the web side -- so browser-originated
      *              changes go through exactly the same checks and
      *              EMP_HISTORY trail as everything else.
      *              Each group company has its own request, transaction
      *              and disposition files, for its own EMPTRANS run.
      *              The night's accepted requests are filed together
      *              as one intake batch of source WEB through TRANBAT
      *              (see TRANCOLL), and each accepted disposition line
      *              carries the batch ID, so the web team can ask for
      *              the whole drop to be held or withdrawn.
      *
      *              WEBREQ.DAT LINE: REQID|ACTION|EMPNO|NAME|KANA|
      *              SALARY|DEPT|EFFDATE (PIPE-DELIMITED; EFFDATE IS
      *              YYYYMMDD, OPTIONAL EXCEPT ON A T = DEPARTMENT
      *              TRANSFER, WHICH NEEDS ONLY EMPNO, THE TARGET DEPT
      *              AND THE DATE IT TAKES EFFECT)
      *
      *              EMPNO IS THE FOUR-DIGIT NUMBER FOLLOWED BY ITS
      *              CHECK DIGIT (E.G. 00039) AND IS PROVED AGAINST
      *              EMPNOALC; AN ADD SENT WITH EMPNO EMPTY IS GIVEN
      *              THE NEXT NUMBER, RETURNED ON THE DISPOSITION LINE
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT WREQ-FILE        ASSIGN TO DYNAMIC WS-WREQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WREQ-STATUS.
      *    THIS RUN'S STAGING FILE, IN EMPTRANS' TRANSACTION LAYOUT --
      *    CLEAN REQUESTS WAIT HERE UNTIL THE DROP IS FILED AS A BATCH
           SELECT TRAN-FILE        ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    DISPOSITION FILE BACK TO THE WEB SIDE -- ONE LINE PER
      *    REQUEST WITH ACCEPTED/REJECTED AND THE REASON
           SELECT WRSP-FILE        ASSIGN TO DYNAMIC WS-WRSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRSP-STATUS.

           05  TR-TERM-DATE        PIC  X(08).
           05  TR-STATUS           PIC  X.
           05  TR-EFF-DATE         PIC  X(08).
      *    CHECK DIGIT OF TR-EMP-NO (SEE EMPNOALC)
           05  TR-CHECK-DIGIT      PIC  X.

       FD  WRSP-FILE.
       01  WRSP-REC.
           05  WR-DISP             PIC  X(08).
           05  FILLER              PIC  X.
           05  WR-REASON           PIC  X(40).
           05  FILLER              PIC  X.
      *    INTAKE BATCH THE ACCEPTED REQUEST WAS FILED IN
           05  WR-BATCH-ID         PIC  X(08).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "WEBTRAN".
       01  WS-REQ-FIELDS.
           05  WS-RQ-ID            PIC  X(10).
           05  WS-RQ-ACTION        PIC  X.
           05  WS-RQ-EMP-KEY.
               10  WS-RQ-EMP-NO    PIC  X(04).
               10  WS-RQ-CHECK-DIGIT
                                   PIC  X.
           05  WS-RQ-NAME          PIC  X(60).
           05  WS-RQ-KANA          PIC  X(60).
           05  WS-RQ-SALARY        PIC  X(09).
           05  WS-RQ-DEPT          PIC  X(03).
           05  WS-RQ-EFF-DATE      PIC  X(08).
      *    SAME NUMERIC-CLASS TESTS EMPSEEDCK APPLIES TO THE SEED
       01  WS-CHECK-NO             PIC  9(04).
       01  WS-CHECK-NO-X           REDEFINES WS-CHECK-NO
       01  WS-CHECK-DEPT           PIC  9(03).
       01  WS-CHECK-DEPT-X         REDEFINES WS-CHECK-DEPT
                                   PIC  X(03).
       01  WS-CHECK-EFF            PIC  9(08).
       01  WS-CHECK-EFF-X          REDEFINES WS-CHECK-EFF
                                   PIC  X(08).
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC) -- A
      *    NUMBER IS ONLY ISSUED TO A REQUEST THAT HAS EDITED CLEAN
       01  WS-ENA-ACTION           PIC  X(08).
       01  WS-ENA-EMP-NO           PIC  9(04).
       01  WS-ENA-STATUS           PIC  X(02) VALUE "OK".
       01  WS-NEW-NUMBER-FLAG      PIC  X     VALUE "N".
           88  WS-NEW-NUMBER       VALUE "Y".
       01  WS-REASON               PIC  X(40) VALUE SPACES.
           88  WS-REQ-CLEAN        VALUE SPACES.
       01  WS-WEB-COUNTS.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-WREQ-NAME            PIC  X(40) VALUE "WEBREQ.DAT".
       01  WS-WORK-NAME            PIC  X(40) VALUE "WEBWORK.DAT".
       01  WS-WRSP-NAME            PIC  X(40) VALUE "WEBRESP.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    TRANBAT SERVICE CONTRACT FIELDS (SEE TRANBAT) -- THE BATCH
      *    ID IS TAKEN WITH THE FIRST ACCEPTED REQUEST
       01  WS-TB-ACTION            PIC  X(08).
       01  WS-TB-BATCH-ID          PIC  9(08) VALUE ZERO.
       01  WS-TB-SOURCE            PIC  X(04) VALUE "WEB ".
       01  WS-TB-COUNT             PIC  9(06).
       01  WS-TB-HASH              PIC S9(11)V9(02).
       01  WS-TB-STATUS            PIC  X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** WEBTRAN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT WREQ-FILE.
           IF  NOT WS-WREQ-OK
               DISPLAY "*** WEBTRAN: NO WEBREQ.DAT DROPPED, STATUS: "
               GOBACK
           END-IF.
           OPEN OUTPUT WRSP-FILE.
      *    ANYTHING LEFT STAGED BY A RUN THAT DIED BEFORE FILING ITS
      *    BATCH IS CONVERTED AGAIN FROM WEBREQ.DAT BELOW
           OPEN OUTPUT TRAN-FILE.
           IF  WS-TRAN-OK
               CLOSE TRAN-FILE
           END-IF.

           PERFORM UNTIL WS-WREQ-EOF
               READ WREQ-FILE
           END-PERFORM.

           CLOSE WREQ-FILE WRSP-FILE.
           IF  WS-REQS-ACCEPTED > ZERO
               PERFORM FILE-WEB-BATCH
           END-IF.
           DISPLAY "*** WEBTRAN SUMMARY -- READ: " WS-REQS-READ
                   "  ACCEPTED: " WS-REQS-ACCEPTED
                   "  REJECTED: " WS-REQS-REJECTED " ***".
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "FAIL"
                   MOVE 8            TO   RETURN-CODE
               WHEN WS-REQS-REJECTED NOT = ZERO
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
                   MOVE 0            TO   RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "*** WEBTRAN FINISHED ***".
           GOBACK.
      ******************************************************************
           MOVE  SPACES             TO   WS-REQ-FIELDS.
           UNSTRING WREQ-REC DELIMITED BY "|"
               INTO WS-RQ-ID, WS-RQ-ACTION, WS-RQ-EMP-KEY,
                    WS-RQ-NAME, WS-RQ-KANA, WS-RQ-SALARY,
                    WS-RQ-DEPT, WS-RQ-EFF-DATE.
           PERFORM EDIT-REQUEST-FIELDS.
           IF  WS-REQ-CLEAN AND WS-NEW-NUMBER
               PERFORM ISSUE-NEW-EMP-NO
           END-IF.
           IF  WS-REQ-CLEAN
               PERFORM WRITE-TRAN-RECORD
               IF  WS-REQ-CLEAN
           MOVE  WS-RQ-EMP-NO       TO   WS-CHECK-NO-X.
           MOVE  WS-RQ-SALARY       TO   WS-CHECK-SALARY-X.
           MOVE  WS-RQ-DEPT         TO   WS-CHECK-DEPT-X.
           MOVE  WS-RQ-EFF-DATE     TO   WS-CHECK-EFF-X.
      *    AN ADD WITH NO EMPNO GETS THE NEXT NUMBER; ANY EMPNO SENT
      *    MUST CARRY ITS CHECK DIGIT, AND AN ADD'S MUST BE ONE
      *    EMPNOALC RESERVED AND NOBODY HAS USED
           MOVE  "N"                TO   WS-NEW-NUMBER-FLAG.
           MOVE  "OK"               TO   WS-ENA-STATUS.
           IF  WS-RQ-ACTION = "A" AND WS-RQ-EMP-KEY = SPACES
               SET  WS-NEW-NUMBER   TO   TRUE
               MOVE  ZERO           TO   WS-CHECK-NO
           ELSE
               IF  WS-CHECK-NO NUMERIC
                   IF  WS-RQ-ACTION = "A"
                       MOVE  "HELD"      TO   WS-ENA-ACTION
                   ELSE
                       MOVE  "VERIFY"    TO   WS-ENA-ACTION
                   END-IF
                   MOVE  WS-CHECK-NO     TO   WS-ENA-EMP-NO
                   CALL "EMPNOALC" USING WS-ENA-ACTION,
                         WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                         WS-RQ-CHECK-DIGIT, WS-ENA-STATUS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-RQ-ID = SPACES
                   MOVE  "REQUEST ID MISSING"
                                    TO   WS-REASON
               WHEN WS-RQ-ACTION NOT = "A" AND "C" AND "D" AND "T"
                   MOVE  "ACTION MUST BE A, C, D OR T"
                                    TO   WS-REASON
               WHEN WS-CHECK-NO NOT NUMERIC
                   MOVE  "EMP NO NOT NUMERIC"
                                    TO   WS-REASON
               WHEN WS-ENA-STATUS = "CD"
                   MOVE  "EMP NO CHECK DIGIT WRONG"
                                    TO   WS-REASON
               WHEN WS-ENA-STATUS NOT = "OK"
                   MOVE  "EMP NO NOT RESERVED OR ALREADY USED"
                                    TO   WS-REASON
               WHEN WS-RQ-EFF-DATE NOT = SPACES AND
                    WS-CHECK-EFF NOT NUMERIC
                   MOVE  "EFFECTIVE DATE NOT NUMERIC"
                                    TO   WS-REASON
      *        A TRANSFER NEEDS ITS TARGET DEPARTMENT AND DATE ONLY --
      *        EMPTRANS CHECKS THE DEPT ROW AND THE VACANCY
               WHEN WS-RQ-ACTION = "T" AND
                    (WS-RQ-DEPT = SPACES OR
                     WS-CHECK-DEPT NOT NUMERIC)
                   MOVE  "TARGET DEPT MISSING OR NOT NUMERIC"
                                    TO   WS-REASON
               WHEN WS-RQ-ACTION = "T" AND
                    (WS-RQ-EFF-DATE = SPACES OR WS-CHECK-EFF = ZERO)
                   MOVE  "EFFECTIVE DATE REQUIRED ON TRANSFER"
                                    TO   WS-REASON
               WHEN WS-RQ-ACTION = "T"
                   CONTINUE
               WHEN WS-RQ-ACTION = "A" AND WS-RQ-NAME = SPACES
                   MOVE  "NAME BLANK ON ADD"
                                    TO   WS-REASON
                                    TO   WS-REASON
           END-EVALUATE.

      ******************************************************************
       ISSUE-NEW-EMP-NO.
      ******************************************************************
           MOVE  "NEXT"             TO   WS-ENA-ACTION.
           CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                  WS-ENA-EMP-NO, WS-RQ-CHECK-DIGIT,
                                  WS-ENA-STATUS.
           IF  WS-ENA-STATUS = "OK"
               MOVE  WS-ENA-EMP-NO  TO   WS-CHECK-NO
               MOVE  WS-CHECK-NO-X  TO   WS-RQ-EMP-NO
           ELSE
               MOVE  "NO EMP NO AVAILABLE FOR THE ADD"
                                    TO   WS-REASON
           END-IF.

      ******************************************************************
       WRITE-TRAN-RECORD.
      ******************************************************************
           IF  WS-TB-BATCH-ID = ZERO
               MOVE  "NEXT"         TO   WS-TB-ACTION
               CALL "TRANBAT" USING WS-TB-ACTION, WS-TB-BATCH-ID,
                                     WS-TB-SOURCE, WS-PROGRAM-NAME,
                                     WS-CO-CODE, WS-WORK-NAME,
                                     WS-TB-COUNT, WS-TB-HASH,
                                     WS-TB-STATUS
               IF  WS-TB-STATUS NOT = "OK"
                   MOVE  ZERO       TO   WS-TB-BATCH-ID
                   MOVE  "NO INTAKE BATCH ID AVAILABLE"
                                    TO   WS-REASON
               END-IF
           END-IF.
           IF  WS-REQ-CLEAN
               OPEN EXTEND TRAN-FILE
               IF  WS-TRAN-NEW
                   OPEN OUTPUT TRAN-FILE
               END-IF
               IF  NOT WS-TRAN-OK
                   MOVE  "WEBWORK.DAT NOT WRITABLE"
                                    TO   WS-REASON
               ELSE
                   MOVE  SPACES         TO   TRAN-REC
                   MOVE  WS-RQ-ACTION   TO   TR-CODE
                   MOVE  WS-RQ-EMP-NO   TO   TR-EMP-NO
                   MOVE  WS-RQ-NAME     TO   TR-NAME
                   MOVE  WS-RQ-SALARY   TO   TR-SALARY
                   MOVE  WS-RQ-DEPT     TO   TR-DEPT
                   MOVE  WS-RQ-KANA     TO   TR-KANA
                   MOVE  WS-RQ-EFF-DATE TO   TR-EFF-DATE
                   MOVE  WS-RQ-CHECK-DIGIT   TO   TR-CHECK-DIGIT
                   WRITE TRAN-REC
                   CLOSE TRAN-FILE
               END-IF
           END-IF.

      ******************************************************************
       FILE-WEB-BATCH.
      ******************************************************************
      *    THE NIGHT'S ACCEPTED REQUESTS GO TO TRANCOLL AS ONE BATCH
      *    UNDER THE ID THEIR DISPOSITION LINES ALREADY CARRY
           MOVE  "FILE"             TO   WS-TB-ACTION.
           CALL "TRANBAT" USING WS-TB-ACTION, WS-TB-BATCH-ID,
                                 WS-TB-SOURCE, WS-PROGRAM-NAME,
                                 WS-CO-CODE, WS-WORK-NAME,
                                 WS-TB-COUNT, WS-TB-HASH,
                                 WS-TB-STATUS.
           IF  WS-TB-STATUS = "OK"
               DISPLAY "*** WEBTRAN: FILED AS BATCH " WS-TB-BATCH-ID
                       " -- " WS-TB-COUNT " RECORD(S) ***"
           ELSE
               DISPLAY "*** WEBTRAN: BATCH " WS-TB-BATCH-ID
                       " NOT FILED, STATUS " WS-TB-STATUS
                       " -- RE-RUN ONCE THE CAUSE IS CLEARED ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
           MOVE  WS-RQ-ID           TO   WR-REQ-ID.
           IF  WS-REQ-CLEAN
               MOVE  "ACCEPTED"     TO   WR-DISP
               IF  WS-NEW-NUMBER
                   STRING "QUEUED AS EMP NO " WS-RQ-EMP-KEY
                          " FOR TONIGHT'S RUN"
                       DELIMITED BY SIZE INTO WR-REASON
               ELSE
                   MOVE  "QUEUED FOR TONIGHT'S EMPTRANS RUN"
                                    TO   WR-REASON
               END-IF
               MOVE  WS-TB-BATCH-ID TO   WR-BATCH-ID
           ELSE
               MOVE  "REJECTED"     TO   WR-DISP
               MOVE  WS-REASON      TO   WR-REASON
           END-IF.
           WRITE WRSP-REC.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** WEBTRAN: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-WREQ-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-WREQ-NAME
               MOVE  WS-WORK-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-WORK-NAME
               MOVE  WS-WRSP-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-WRSP-NAME
           END-IF.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
