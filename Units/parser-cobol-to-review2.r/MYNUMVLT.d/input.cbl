      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  MYNUMVLT --- the My Number vault: the only way into the
      *               Individual Numbers of employees and their
      *               dependents, kept on MYNUMVLT.DAT apart from EMP,
      *               EMP_DEPENDENT and everything the unload, mask
      *               and subset jobs can see.  Every call must carry
      *               the operator's ID and password, which are proved
      *               through SIGNCHK and must hold the designated
      *               My Number level M, and a purpose from the fixed
      *               list below; READ returns a number, WRITE records
      *               or replaces one (proving its check digit),
      *               DELETE removes one and PURGE removes all of an
      *               employee's.  Every call, refused or not, leaves
      *               a line on MYNUMLOG.DAT with the operator, the
      *               calling program, the purpose and the outcome --
      *               never the number itself.  EMPUNLD, EMPMASK and
      *               SUBSET are turned away whoever signs them on.
      *               A call from the deployment check (calling
      *               program *PROBE, see HELLO) reaches no number: once
      *               the log is found writable it is answered OK with
      *               nothing returned and nothing logged.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MYNUMVLT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ONE RECORD PER NUMBER HELD, KEYED EMP NO + DEPENDENT SEQ
      *    (00 = THE EMPLOYEE) -- NO OTHER PROGRAM OPENS THIS FILE
           SELECT MVLT-FILE        ASSIGN TO "MYNUMVLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVLT-STATUS.
      *    ACCESS LOG -- ONE LINE PER CALL, APPENDED
           SELECT MLOG-FILE        ASSIGN TO "MYNUMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MVLT-FILE.
       01  MVLT-REC.
           05  MV-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  MV-DEP-SEQ          PIC  9(02).
           05  FILLER              PIC  X.
           05  MV-NUMBER           PIC  X(12).
           05  FILLER              PIC  X.
           05  MV-SET-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  MV-SET-BY           PIC  X(08).

       FD  MLOG-FILE.
       01  MLOG-REC.
           05  ML-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  ML-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  ML-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  ML-CALLER           PIC  X(10).
           05  FILLER              PIC  X.
           05  ML-ACTION           PIC  X(08).
           05  FILLER              PIC  X.
           05  ML-PURPOSE          PIC  X(08).
           05  FILLER              PIC  X.
           05  ML-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  ML-DEP-SEQ          PIC  9(02).
           05  FILLER              PIC  X.
           05  ML-STATUS           PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-MVLT-STATUS          PIC  X(02).
           88  WS-MVLT-OK          VALUE "00".
           88  WS-MVLT-EOF         VALUE "10".
       01  WS-MLOG-STATUS          PIC  X(02).
           88  WS-MLOG-OK          VALUE "00".
           88  WS-MLOG-NEW         VALUE "35".
      *    THE FIXED PURPOSES A NUMBER MAY BE HANDLED FOR -- YEAR-END
      *    WITHHOLDING FILINGS, SOCIAL-INSURANCE AND EMPLOYMENT-
      *    INSURANCE NOTIFICATIONS, KEEPING THE VAULT ITSELF, AND
      *    DISPOSAL AT THE END OF THE RETENTION PERIOD
       01  WS-PURPOSE              PIC  X(08).
           88  WS-PURPOSE-OK       VALUE "YEAREND" "SOCINS"
                                         "EMPINS" "MAINT" "PURGE".
      *    PROGRAMS THAT COPY DATA OUT OF THE SUITE -- REFUSED
      *    OUTRIGHT, SO A NUMBER CAN NEVER RIDE OUT WITH THEM
       01  WS-CALLER               PIC  X(10).
           88  WS-CALLER-BARRED    VALUE "EMPUNLD" "EMPMASK"
                                         "SUBSET".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK)
       01  WS-SIGN-RESULT          PIC  X(02).
       01  WS-SIGN-LEVEL           PIC  X.
           88  WS-SIGN-MYNUMBER    VALUE "M".
       01  WS-SIGN-NAME            PIC  X(20).
       01  WS-SIGN-SAL-VIS         PIC  X.
       01  WS-SIGN-COMPANY         PIC  X(02).
      *    THE WHOLE VAULT IN MEMORY FOR THE READ-UPDATE-REWRITE PASS
       01  WS-MV-TABLE.
           05  WS-MV-CNT           PIC  9(04) VALUE ZERO.
           05  WS-MV-ENTRY         OCCURS 5000.
               10  WS-MT-EMP-NO    PIC  9(04).
               10  WS-MT-DEP-SEQ   PIC  9(02).
               10  WS-MT-NUMBER    PIC  X(12).
               10  WS-MT-SET-DATE  PIC  9(08).
               10  WS-MT-SET-BY    PIC  X(08).
      *            D = REMOVED THIS CALL, LEFT OFF THE REWRITE
               10  WS-MT-GONE      PIC  X.
       01  WS-MV-MAX               PIC  9(04) VALUE 5000.
       01  WS-MV-IDX               PIC  9(04).
       01  WS-MV-HIT               PIC  9(04) VALUE ZERO.
       01  WS-MV-REMOVED           PIC  9(04) VALUE ZERO.
      *    INDIVIDUAL NUMBER CHECK DIGIT -- TWELFTH DIGIT, MODULUS 11
      *    OVER THE FIRST ELEVEN WEIGHTED 2-7 THEN 2-6 FROM THE RIGHT
       01  WS-MN-NUMBER            PIC  X(12).
       01  WS-MN-DIGITS            REDEFINES WS-MN-NUMBER.
           05  WS-MN-D             PIC  9     OCCURS 12.
       01  WS-MN-N                 PIC  9(02).
       01  WS-MN-WEIGHT            PIC  9(02).
       01  WS-MN-SUM               PIC  9(04).
       01  WS-MN-QUOT              PIC  9(03).
       01  WS-MN-REM               PIC  9(02).
       01  WS-MN-CHECK             PIC  9(02).
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).

       LINKAGE                     SECTION.
      *    "READ", "WRITE", "DELETE" OR "PURGE"
       01  LNK-ACTION              PIC  X(08).
      *    THE CALLING PROGRAM -- LOGGED, AND CHECKED AGAINST THE
      *    BARRED LIST
       01  LNK-CALLER              PIC  X(10).
       01  LNK-OPER-ID             PIC  X(08).
       01  LNK-PASSWORD            PIC  X(08).
      *    ONE OF THE PURPOSES ABOVE
       01  LNK-PURPOSE             PIC  X(08).
       01  LNK-EMP-NO              PIC  9(04).
      *    00 = THE EMPLOYEE, 01-99 = THE DEPENDENT'S DEP_SEQ ON
      *    EMP_DEPENDENT (IGNORED BY PURGE)
       01  LNK-DEP-SEQ             PIC  9(02).
      *    RETURNED BY READ, SUPPLIED ON WRITE
       01  LNK-NUMBER              PIC  X(12).
      *    "OK" = DONE, "NF" = NO NUMBER HELD, "AU" = OPERATOR NOT
      *    SIGNED ON AT LEVEL M, "PU" = PURPOSE NOT ALLOWED, "BC" =
      *    CALLING PROGRAM BARRED, "IN" = NUMBER FAILS ITS CHECK
      *    DIGIT, "IO" = VAULT FILE TROUBLE OR UNKNOWN ACTION
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-ACTION,
                                                   LNK-CALLER,
                                                   LNK-OPER-ID,
                                                   LNK-PASSWORD,
                                                   LNK-PURPOSE,
                                                   LNK-EMP-NO,
                                                   LNK-DEP-SEQ,
                                                   LNK-NUMBER,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           MOVE  "OK"               TO   LNK-STATUS.
           ACCEPT  WS-NOW-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-NOW-TIME      FROM TIME.
           MOVE  LNK-CALLER         TO   WS-CALLER.
           MOVE  LNK-PURPOSE        TO   WS-PURPOSE.
      *    NO LOG, NO ACCESS -- AN UNRECORDED READ IS NOT ALLOWED
           OPEN EXTEND MLOG-FILE.
           IF  WS-MLOG-NEW
               OPEN OUTPUT MLOG-FILE
           END-IF.
           IF  NOT WS-MLOG-OK
               DISPLAY "*** MYNUMVLT: MYNUMLOG.DAT NOT WRITABLE, "
                       "STATUS " WS-MLOG-STATUS " -- ACCESS REFUSED ***"
               MOVE  "IO"           TO   LNK-STATUS
               IF  LNK-ACTION = "READ"
                   MOVE  SPACES     TO   LNK-NUMBER
               END-IF
               EXIT PROGRAM
           END-IF.
           IF  LNK-CALLER = "*PROBE"
               CLOSE MLOG-FILE
               MOVE  SPACES         TO   LNK-NUMBER
               EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
               WHEN WS-CALLER-BARRED
                   MOVE  "BC"       TO   LNK-STATUS
               WHEN NOT WS-PURPOSE-OK
                   MOVE  "PU"       TO   LNK-STATUS
               WHEN OTHER
                   PERFORM CHECK-OPERATOR
           END-EVALUATE.
           IF  LNK-STATUS = "OK"
               EVALUATE LNK-ACTION
                   WHEN "READ"
                       PERFORM READ-NUMBER
                   WHEN "WRITE"
                       PERFORM WRITE-NUMBER
                   WHEN "DELETE"
                       PERFORM DELETE-NUMBER
                   WHEN "PURGE"
                       PERFORM PURGE-EMPLOYEE
                   WHEN OTHER
                       MOVE  "IO"   TO   LNK-STATUS
                       DISPLAY "*** MYNUMVLT: UNKNOWN ACTION "
                               LNK-ACTION " ***"
               END-EVALUATE
           END-IF.
      *    NOTHING LEAVES ON A REFUSED OR FAILED READ
           IF  LNK-ACTION = "READ" AND LNK-STATUS NOT = "OK"
               MOVE  SPACES         TO   LNK-NUMBER
           END-IF.
           PERFORM WRITE-ACCESS-LOG.
           EXIT PROGRAM.

      ******************************************************************
       CHECK-OPERATOR.
      ******************************************************************
      *    PROVED ON EVERY CALL, NOT TRUSTED FROM AN EARLIER SIGN-ON
      *    -- A SUSPENDED OR EXPIRED OPERATOR LOSES ACCESS AT ONCE
           CALL "SIGNCHK" USING LNK-OPER-ID, LNK-PASSWORD,
                                 WS-SIGN-RESULT, WS-SIGN-LEVEL,
                                 WS-SIGN-NAME, WS-SIGN-SAL-VIS,
                                 WS-SIGN-COMPANY.
           IF  WS-SIGN-RESULT NOT = "OK" OR NOT WS-SIGN-MYNUMBER
               MOVE  "AU"           TO   LNK-STATUS
           END-IF.

      ******************************************************************
       READ-NUMBER.
      ******************************************************************
           PERFORM LOAD-VAULT-FILE.
           IF  LNK-STATUS = "OK"
               PERFORM FIND-VAULT-ENTRY
               IF  WS-MV-HIT = ZERO
                   MOVE  "NF"       TO   LNK-STATUS
               ELSE
                   MOVE  WS-MT-NUMBER(WS-MV-HIT)  TO   LNK-NUMBER
               END-IF
           END-IF.

      ******************************************************************
       WRITE-NUMBER.
      ******************************************************************
           MOVE  LNK-NUMBER         TO   WS-MN-NUMBER.
           PERFORM CHECK-NUMBER-DIGIT.
           IF  LNK-STATUS = "OK"
               PERFORM LOAD-VAULT-FILE
           END-IF.
           IF  LNK-STATUS = "OK"
               PERFORM FIND-VAULT-ENTRY
               IF  WS-MV-HIT = ZERO
                   IF  WS-MV-CNT < WS-MV-MAX
                       ADD  1           TO   WS-MV-CNT
                       MOVE  WS-MV-CNT  TO   WS-MV-HIT
                       MOVE  LNK-EMP-NO TO   WS-MT-EMP-NO(WS-MV-HIT)
                       MOVE  LNK-DEP-SEQ     TO
                             WS-MT-DEP-SEQ(WS-MV-HIT)
                       MOVE  SPACE      TO   WS-MT-GONE(WS-MV-HIT)
                   ELSE
                       MOVE  "IO"       TO   LNK-STATUS
                       DISPLAY "*** MYNUMVLT: VAULT FULL AT "
                               WS-MV-MAX " ENTRIES ***"
                   END-IF
               END-IF
           END-IF.
           IF  LNK-STATUS = "OK"
               MOVE  LNK-NUMBER     TO   WS-MT-NUMBER(WS-MV-HIT)
               MOVE  WS-NOW-DATE    TO   WS-MT-SET-DATE(WS-MV-HIT)
               MOVE  LNK-OPER-ID    TO   WS-MT-SET-BY(WS-MV-HIT)
               PERFORM REWRITE-VAULT-FILE
           END-IF.

      ******************************************************************
       DELETE-NUMBER.
      ******************************************************************
           PERFORM LOAD-VAULT-FILE.
           IF  LNK-STATUS = "OK"
               PERFORM FIND-VAULT-ENTRY
               IF  WS-MV-HIT = ZERO
                   MOVE  "NF"       TO   LNK-STATUS
               ELSE
                   MOVE  "D"        TO   WS-MT-GONE(WS-MV-HIT)
                   PERFORM REWRITE-VAULT-FILE
               END-IF
           END-IF.

      ******************************************************************
       PURGE-EMPLOYEE.
      ******************************************************************
      *    THE EMPLOYEE'S OWN NUMBER AND EVERY DEPENDENT'S GO TOGETHER
           PERFORM LOAD-VAULT-FILE.
           IF  LNK-STATUS = "OK"
               MOVE  ZERO           TO   WS-MV-REMOVED
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX > WS-MV-CNT
                   IF  WS-MT-EMP-NO(WS-MV-IDX) = LNK-EMP-NO
                       MOVE  "D"    TO   WS-MT-GONE(WS-MV-IDX)
                       ADD  1       TO   WS-MV-REMOVED
                   END-IF
               END-PERFORM
               IF  WS-MV-REMOVED = ZERO
                   MOVE  "NF"       TO   LNK-STATUS
               ELSE
                   PERFORM REWRITE-VAULT-FILE
               END-IF
           END-IF.

      ******************************************************************
       CHECK-NUMBER-DIGIT.
      ******************************************************************
      *    TWELVE DIGITS; THE NTH DIGIT FROM THE RIGHT (NOT COUNTING
      *    THE CHECK DIGIT) IS WEIGHTED N+1 UP TO 6, THEN N-5.  THE
      *    CHECK DIGIT IS ELEVEN MINUS THE REMAINDER, 0 WHEN THE
      *    REMAINDER IS 0 OR 1
           IF  WS-MN-NUMBER NOT NUMERIC
               MOVE  "IN"           TO   LNK-STATUS
           ELSE
               MOVE  ZERO           TO   WS-MN-SUM
               PERFORM VARYING WS-MN-N FROM 1 BY 1
                       UNTIL WS-MN-N > 11
                   IF  WS-MN-N < 7
                       COMPUTE WS-MN-WEIGHT = WS-MN-N + 1
                   ELSE
                       COMPUTE WS-MN-WEIGHT = WS-MN-N - 5
                   END-IF
                   COMPUTE WS-MN-SUM = WS-MN-SUM
                         + WS-MN-D(12 - WS-MN-N) * WS-MN-WEIGHT
               END-PERFORM
               DIVIDE WS-MN-SUM BY 11 GIVING WS-MN-QUOT
                                      REMAINDER WS-MN-REM
               IF  WS-MN-REM < 2
                   MOVE  ZERO       TO   WS-MN-CHECK
               ELSE
                   COMPUTE WS-MN-CHECK = 11 - WS-MN-REM
               END-IF
               IF  WS-MN-CHECK NOT = WS-MN-D(12)
                   MOVE  "IN"       TO   LNK-STATUS
               END-IF
           END-IF.

      ******************************************************************
       FIND-VAULT-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-MV-HIT.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-CNT
                      OR WS-MV-HIT > ZERO
               IF  WS-MT-EMP-NO(WS-MV-IDX) = LNK-EMP-NO
               AND WS-MT-DEP-SEQ(WS-MV-IDX) = LNK-DEP-SEQ
                   MOVE  WS-MV-IDX  TO   WS-MV-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       LOAD-VAULT-FILE.
      ******************************************************************
      *    NO FILE YET SIMPLY MEANS AN EMPTY VAULT -- THE FIRST WRITE
      *    CREATES IT
           MOVE  ZERO               TO   WS-MV-CNT.
           OPEN INPUT MVLT-FILE.
           EVALUATE TRUE
               WHEN WS-MVLT-OK
                   PERFORM UNTIL WS-MVLT-EOF
                       READ MVLT-FILE
                           AT END
                               SET WS-MVLT-EOF TO TRUE
                           NOT AT END
                               IF  WS-MV-CNT < WS-MV-MAX
                                   ADD  1     TO   WS-MV-CNT
                                   MOVE MV-EMP-NO     TO
                                        WS-MT-EMP-NO(WS-MV-CNT)
                                   MOVE MV-DEP-SEQ    TO
                                        WS-MT-DEP-SEQ(WS-MV-CNT)
                                   MOVE MV-NUMBER     TO
                                        WS-MT-NUMBER(WS-MV-CNT)
                                   MOVE MV-SET-DATE   TO
                                        WS-MT-SET-DATE(WS-MV-CNT)
                                   MOVE MV-SET-BY     TO
                                        WS-MT-SET-BY(WS-MV-CNT)
                                   MOVE SPACE         TO
                                        WS-MT-GONE(WS-MV-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MVLT-FILE
               WHEN WS-MVLT-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE  "IO"       TO   LNK-STATUS
                   DISPLAY "*** MYNUMVLT: UNABLE TO READ MYNUMVLT.DAT, "
                           "STATUS " WS-MVLT-STATUS " ***"
           END-EVALUATE.

      ******************************************************************
       REWRITE-VAULT-FILE.
      ******************************************************************
           OPEN OUTPUT MVLT-FILE.
           IF  WS-MVLT-OK
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX > WS-MV-CNT
                   IF  WS-MT-GONE(WS-MV-IDX) NOT = "D"
                       MOVE  SPACES              TO   MVLT-REC
                       MOVE  WS-MT-EMP-NO(WS-MV-IDX)   TO   MV-EMP-NO
                       MOVE  WS-MT-DEP-SEQ(WS-MV-IDX)  TO   MV-DEP-SEQ
                       MOVE  WS-MT-NUMBER(WS-MV-IDX)   TO   MV-NUMBER
                       MOVE  WS-MT-SET-DATE(WS-MV-IDX) TO
                             MV-SET-DATE
                       MOVE  WS-MT-SET-BY(WS-MV-IDX)   TO   MV-SET-BY
                       WRITE MVLT-REC
                   END-IF
               END-PERFORM
               CLOSE MVLT-FILE
           ELSE
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** MYNUMVLT: UNABLE TO WRITE MYNUMVLT.DAT, "
                       "STATUS " WS-MVLT-STATUS " ***"
           END-IF.

      ******************************************************************
       WRITE-ACCESS-LOG.
      ******************************************************************
      *    THE LOG SAYS WHO, FROM WHERE, WHY AND WITH WHAT RESULT --
      *    IT NEVER CARRIES THE NUMBER.  THE FILE WAS OPENED ON THE
      *    WAY IN
           MOVE  SPACES             TO   MLOG-REC.
           MOVE  WS-NOW-DATE        TO   ML-DATE.
           MOVE  WS-NOW-TIME        TO   ML-TIME.
           MOVE  LNK-OPER-ID        TO   ML-OPER-ID.
           MOVE  LNK-CALLER         TO   ML-CALLER.
           MOVE  LNK-ACTION         TO   ML-ACTION.
           MOVE  LNK-PURPOSE        TO   ML-PURPOSE.
           MOVE  LNK-EMP-NO         TO   ML-EMP-NO.
           MOVE  LNK-DEP-SEQ        TO   ML-DEP-SEQ.
           MOVE  LNK-STATUS         TO   ML-STATUS.
           WRITE MLOG-REC.
           CLOSE MLOG-FILE.
      ******************************************************************
