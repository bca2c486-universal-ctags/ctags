      *             with EMP_HISTORY images.  Mode S simulates --
      *             the full before/after list and total cost impact
      *             print without touching the table, so management
      *             signs off the numbers before mode U commits them.  A
      *             rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT) rolls
      *             every update back instead of committing it.
      *             The grid is the version in force on the run date.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               10  FILLER          PIC  X.
               10  GR-STEP-AMT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
      *    VERSION LINE AHEAD OF EACH GRID (SEE SALGRDCK)
       01  GRID-VERSION-REC.
           05  GV-TAG              PIC  X(07).
           05  FILLER              PIC  X.
           05  GV-EFF-DATE         PIC  X(08).
           05  FILLER              PIC  X.
           05  GV-LABEL            PIC  X(40).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SALADJ".
           COPY "REHEARSE.CPY".
       01  WS-ADJPRM-STATUS        PIC  X(02).
           88  WS-ADJPRM-OK        VALUE "00".
           88  WS-ADJPRM-EOF       VALUE "10".
       01  WS-GRID-STATUS          PIC  X(02).
           88  WS-GRID-OK          VALUE "00".
           88  WS-GRID-EOF         VALUE "10".
      *    GRID VERSION TAKEN -- THE LATEST EFFECTIVE ON OR BEFORE
      *    WS-GRID-AS-OF, AS SALGRDCK PICKS IT
       01  WS-GRID-AS-OF           PIC  9(08).
       01  WS-GRID-VER-DATE        PIC  9(08) VALUE ZERO.
       01  WS-GRID-VER-LABEL       PIC  X(40) VALUE SPACES.
       01  WS-GRID-TAKE-FLAG       PIC  X     VALUE "Y".
           88  WS-GRID-TAKING      VALUE "Y".
       01  WS-CHECK-GV             PIC  9(08).
       01  WS-CHECK-GV-X           REDEFINES WS-CHECK-GV
                                   PIC  X(08).
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
                           "FAILED -- RUN BACKED OUT ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   PERFORM COMMIT-UNIT-OF-WORK
           END-EVALUATE.
           PERFORM DISCONNECT-FROM-DB.

      ******************************************************************
       LOAD-SALARY-GRID.
      ******************************************************************
      *    THE GRID IN FORCE TODAY -- THE ONE CURRENT SALARIES SIT ON
           MOVE  WS-AUDIT-START-DATE     TO   WS-GRID-AS-OF.
           OPEN INPUT GRID-FILE.
           IF  WS-GRID-OK
               PERFORM UNTIL WS-GRID-EOF
                       AT END
                           SET WS-GRID-EOF TO TRUE
                       NOT AT END
                           IF  GV-TAG = "VERSION"
                               PERFORM START-GRID-VERSION
                           END-IF
                           IF  GV-TAG NOT = "VERSION"
                           AND WS-GRID-TAKING AND WS-GRID-CNT < 10
                               ADD  1   TO   WS-GRID-CNT
                               MOVE GR-GRADE  TO
                                    WS-G-GRADE(WS-GRID-CNT)
                   END-READ
               END-PERFORM
               CLOSE GRID-FILE
               DISPLAY "*** SALADJ: GRID VERSION EFFECTIVE "
                       WS-GRID-VER-DATE " " WS-GRID-VER-LABEL
           END-IF.

      ******************************************************************
       START-GRID-VERSION.
      ******************************************************************
      *    A VERSION IN FORCE ON THE AS-OF DATE AND LATER THAN THE ONE
      *    TAKEN SO FAR REPLACES IT; ANY OTHER VERSION'S ROWS ARE
      *    SKIPPED.  A VERSION LINE WITH NO REAL DATE COUNTS AS IN
      *    FORCE FROM THE BEGINNING
           MOVE  "N"                TO   WS-GRID-TAKE-FLAG.
           MOVE  GV-EFF-DATE        TO   WS-CHECK-GV-X.
           IF  WS-CHECK-GV NOT NUMERIC
               MOVE  ZERO           TO   WS-CHECK-GV
           END-IF.
           IF  WS-CHECK-GV NOT > WS-GRID-AS-OF
           AND (WS-CHECK-GV > WS-GRID-VER-DATE OR WS-GRID-CNT = ZERO)
               SET  WS-GRID-TAKING  TO   TRUE
               MOVE  WS-CHECK-GV    TO   WS-GRID-VER-DATE
               MOVE  GV-LABEL       TO   WS-GRID-VER-LABEL
               MOVE  ZERO           TO   WS-GRID-CNT
           END-IF.

      ******************************************************************
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY,
                       OLD_GRADE, OLD_STEP, NEW_GRADE, NEW_STEP,
                       CHG_DATE, CHG_TIME, CHANGED_BY, COMPANY_CD)
                      VALUES (:EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-NAME, :NEW-SALARY,
                              :OLD-GRADE, :OLD-STEP,
                              :NEW-GRADE, :NEW-STEP,
                              :HIST-CHG-DATE, :HIST-CHG-TIME,
                              :HIST-CHG-BY,
                              COALESCE((SELECT COMPANY_CD FROM EMP
                                         WHERE EMP_NO = :EMP-NO),
                                       '01'))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
      *        NO ROLLBACK OR COMMIT MID-CURSOR (SEE APPLY
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
