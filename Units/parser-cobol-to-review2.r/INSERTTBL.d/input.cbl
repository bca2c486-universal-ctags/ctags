      *               instead of lost -- the table is never dropped,
      *               so EMP_HISTORY linkage survives the nightly
      *               cycle and readers mid-load never see an empty
      *               table.  The load is for the company on the
      *               run-company card (see COMPANY): its own seed
      *               file, its rows only, and an EMP_NO already held
      *               by another company of the group is rejected
      *               rather than moved across.  A rehearsal run
      *               (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *               update back instead of committing it and leaves
      *               INSRESTART.DAT alone.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               FILE STATUS IS WS-DBPARM-STATUS.
      *    RESTART/CHECKPOINT FILE -- REMEMBERS THE LAST TEST-TBL ROW
      *    COMMITTED SO A RERUN AFTER A FAILURE DOES NOT REINSERT ROWS
           SELECT RESTART-FILE     ASSIGN TO DYNAMIC WS-RESTART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
      *    ROWS ON EMP THE SEED NO LONGER MENTIONS -- REPORTED FOR
      *    REVIEW, NEVER DELETED BY A FILE-MATCHING SIDE EFFECT
           SELECT ABS-FILE         ASSIGN TO DYNAMIC WS-ABS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

           88  WS-SEED-OK          VALUE "00".
           88  WS-SEED-EOF         VALUE "10".
       01  WS-SEED-NAME            PIC  X(40) VALUE "EMPSEED.DAT".
      *    THE CHECKPOINT AND ABSENT LIST ARE EACH COMPANY'S OWN, AS
      *    THE SEED IS (SEE COMPANY)
       01  WS-RESTART-NAME         PIC  X(40) VALUE "INSRESTART.DAT".
       01  WS-ABS-NAME             PIC  X(40) VALUE "INSERTTBL.ABS".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
           88  WS-DISP-DUP         VALUE "DUP".
           88  WS-DISP-LOST        VALUE "LOST".
           88  WS-DISP-ERR         VALUE "ERR".
      *    THE EMP_NO IS ANOTHER COMPANY'S EMPLOYEE
           88  WS-DISP-OTHER       VALUE "OTHR".
       01  SYS-TIME                PIC  9(08).
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "INSERTTBL".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
      *    THE COMPANY BEING LOADED
       01  RUN-COMPANY             PIC  X(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                                    TO   WS-WARN-THRESHOLD
           END-IF.

      *    THE COMPANY BEING LOADED, AND ITS OWN COPIES OF THE SEED,
      *    CHECKPOINT AND ABSENT LIST -- THE PARENT'S KEEP THEIR NAMES
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** INSERTTBL: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT -- NOTHING LOADED ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    RESUME AFTER THE LAST ROW CHECKPOINTED BY A PRIOR, ABENDED
      *    RUN INSTEAD OF REINSERTING ROWS THAT ALREADY COMMITTED.  A
      *    REHEARSAL COMMITS NOTHING, SO IT NEITHER RESUMES FROM NOR
      *    TOUCHES INSRESTART.DAT -- A REAL RUN'S RESTART POINT SURVIVES
           PERFORM CHECK-REHEARSAL-MODE.
           IF  NOT RH-REHEARSAL
               PERFORM LOAD-RESTART-CHECKPOINT
           END-IF.

      *    WHENEVER IS NOT YET SUPPORTED :( (SEE FETCHTBL, SAME
      *    TOOLCHAIN) -- EACH GENUINE-ERROR BRANCH BELOW CALLS
                    EMP_ACCT_TYPE CHAR(1),
                    EMP_ACCT_NO CHAR(7),
                    EMP_PAY_CCY CHAR(3),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01',
                    CONSTRAINT IEMP_0 PRIMARY KEY (EMP_NO)
                )
           END-EXEC.
      *    A TABLE FROM BEFORE COMPANIES WERE KEPT GETS THE COLUMN
      *    ONCE -- EVERY ROW ALREADY ON IT IS THE PARENT'S (01)
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE EMP
                      ADD COLUMN IF NOT EXISTS
                          COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS

      *    THE TWO LITERAL ROWS GO THROUGH THE SAME VALIDATE-AND-
      *    MERGE PATH AS EVERY SEED ROW -- ENFORCEMENT IS UNIFORM
      *    OR IT IS NOTHING.  THEY ARE THE PARENT'S EMPLOYEES, SO
      *    ONLY THE PARENT'S LOAD CARRIES THEM.
           IF  WS-CO-ROLE = "P"
               PERFORM MERGE-LITERAL-ROWS
           END-IF.

      *    MERGE THE SEED FILE ROW AT A TIME; A RERUN AFTER A FAILURE
      *    SKIPS PAST THE ROWS ALREADY COMMITTED PER THE CHECKPOINT
           PERFORM REPORT-SEED-ABSENT.

      *    COMMIT
           PERFORM COMMIT-UNIT-OF-WORK.

      *    CLEAN FINISH -- CLEAR THE CHECKPOINT SO THE NEXT RUN STARTS
      *    A FRESH LOAD FROM ROW 1 INSTEAD OF SKIPPING EVERYTHING
           IF  NOT RH-REHEARSAL
               PERFORM CLEAR-RESTART-CHECKPOINT
           END-IF.

      *    DISCONNECT
           PERFORM DISCONNECT-FROM-DB.
           MOVE 0                    TO   RETURN-CODE.
           GOBACK.

      ******************************************************************
       MERGE-LITERAL-ROWS.
      ******************************************************************
           MOVE  46                TO   EMP-NO.
           MOVE  "鹿児島　六郎"    TO   EMP-NAME.
           MOVE  "カゴシマ　ロクロウ"  TO   EMP-KANA.
           MOVE -320               TO   EMP-SALARY.
           MOVE  2                 TO   EMP-DEPT.
           PERFORM MERGE-LITERAL-ROW.

           MOVE  47                TO   EMP-NO.
           MOVE  "沖縄　七郎"      TO   EMP-NAME.
           MOVE  "オキナワ　シチロウ"  TO   EMP-KANA.
           MOVE  480               TO   EMP-SALARY.
           MOVE  3                 TO   EMP-DEPT.
           PERFORM MERGE-LITERAL-ROW.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** INSERTTBL: LOADING COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SEED-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SEED-NAME
               MOVE  WS-RESTART-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RESTART-NAME
               MOVE  WS-ABS-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ABS-NAME
           END-IF.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH FETCHTBL
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
                                        EMP-TERM-DATE
                                        EMP-BIRTHDATE.
           MOVE "A"                TO   EMP-STATUS.
           MOVE RUN-COMPANY        TO   EMP-COMPANY.
           ADD  1                  TO   WS-ATTEMPTED.
           MOVE SEED-SALARY        TO   WS-CHECK-SALARY.
           PERFORM VALIDATE-SALARY.
      *        AN OFF-GRID AMOUNT IS REJECTED WITH THE GRADE IT WAS
      *        CHECKED AGAINST
               CALL "SALGRDCK" USING WS-CHECK-SALARY,
                     WS-GRID-RESULT, WS-GRID-GRADE, WS-GRID-STEP,
                     WS-GRID-EFF-DATE
               IF  WS-GRID-RESULT = "N"
                   SET SALARY-IS-INVALID TO TRUE
                   DISPLAY "*** SALARY OFF PAY SCALE (GRADE "
                                        EMP-TERM-DATE
                                        EMP-BIRTHDATE.
           MOVE "A"                TO   EMP-STATUS.
           MOVE RUN-COMPANY        TO   EMP-COMPANY.
           ADD  1                  TO   WS-ATTEMPTED.
           MOVE EMP-SALARY         TO   WS-CHECK-SALARY.
           PERFORM VALIDATE-SALARY.
           IF  SALARY-IS-VALID
               CALL "SALGRDCK" USING WS-CHECK-SALARY,
                     WS-GRID-RESULT, WS-GRID-GRADE, WS-GRID-STEP,
                     WS-GRID-EFF-DATE
               IF  WS-GRID-RESULT = "N"
                   SET SALARY-IS-INVALID TO TRUE
                   DISPLAY "*** SALARY OFF PAY SCALE (GRADE "
               PERFORM EXEC-SEED-UPDATE
           END-IF.
           EVALUATE TRUE
      *        THE GROUP SHARES ONE EMP_NO SERIES -- A SEED ROW
      *        CARRYING ANOTHER COMPANY'S NUMBER IS A FEED ERROR, NOT
      *        A TRANSFER BETWEEN COMPANIES
               WHEN WS-DISP-OTHER
                   ADD  1      TO   WS-REJECTED
                   DISPLAY "*** EMP_NO " EMP-NO " BELONGS TO ANOTHER "
                           "COMPANY -- ROW SKIPPED ***"
               WHEN WS-DISP-OK
                   IF  WS-VIA-UPDATE
                       ADD  1      TO   WS-UPDATED
                         WS-WARN-COUNT
      *            COMMIT AND CHECKPOINT THIS ROW RIGHT AWAY SO A
      *            LATER ABEND DOES NOT LOSE OR REDO IT
                   PERFORM COMMIT-UNIT-OF-WORK
                   IF  NOT RH-REHEARSAL
                       PERFORM SAVE-RESTART-CHECKPOINT
                   END-IF
               WHEN OTHER
                   PERFORM ERROR-RTN
                   ADD  1      TO   WS-REJECTED
                          EMP_GRADE = :EMP-GRADE,
                          EMP_STEP = :EMP-STEP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :EMP-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                OR (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
                   SET  WS-DISP-OTHER  TO   TRUE
               WHEN SQLCODE = ZERO
                   SET  WS-DISP-OK     TO   TRUE
               WHEN SQLCODE = -01
               DECLARE CIA CURSOR FOR
               SELECT EMP_NO, EMP_NAME
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
                      EMP_KANA, EMP_HIRE_DATE, EMP_TERM_DATE,
                      EMP_STATUS, EMP_BIRTHDATE, EMP_GRADE,
                      EMP_STEP, EMP_BANK_CODE, EMP_BRANCH_CODE,
                      EMP_ACCT_TYPE, EMP_ACCT_NO, EMP_PAY_CCY,
                      COMPANY_CD)
                     VALUES (:EMP-NO,:EMP-NAME,:EMP-SALARY,
                             :EMP-DEPT,:EMP-KANA,:EMP-HIRE-DATE,
                             :EMP-TERM-DATE,:EMP-STATUS,
                             :EMP-BIRTHDATE,:EMP-GRADE,:EMP-STEP,
                             :EMP-BANK-CODE,:EMP-BRANCH-CODE,
                             :EMP-ACCT-TYPE,:EMP-ACCT-NO,
                             :EMP-PAY-CCY,:EMP-COMPANY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLSTATE = "23505"
