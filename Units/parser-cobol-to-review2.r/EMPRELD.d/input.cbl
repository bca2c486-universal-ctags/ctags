      *              work, and only commits when the trailer count
      *              matches the rows loaded -- a short count rolls
      *              the whole restore back rather than leave a
      *              partial table behind.  Every company of the
      *              group comes back with its own employees.  A
      *              rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *              rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  RD-EMP-ACCT-TYPE    PIC  X.
           05  RD-EMP-ACCT-NO      PIC  X(07).
           05  RD-EMP-PAY-CCY      PIC  X(03).
           05  RD-EMP-COMPANY      PIC  X(02).
           05  FILLER              PIC  X(13).
       01  RELD-TRAILER-REC        REDEFINES RELD-REC.
           05  RT-REC-TYPE         PIC  X.
           05  RT-REC-COUNT        PIC  9(09).
           88  WS-RELDPRM-OK       VALUE "00".
       01  WS-RELD-NAME            PIC  X(40) VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPRELD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
                    EMP_ACCT_TYPE CHAR(1),
                    EMP_ACCT_NO CHAR(7),
                    EMP_PAY_CCY CHAR(3),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01',
                    CONSTRAINT IEMP_0 PRIMARY KEY (EMP_NO)
                )
           END-EXEC.
                           "ROLLED BACK ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   PERFORM COMMIT-UNIT-OF-WORK
                   DISPLAY "*** EMPRELD: " WS-ROWS-LOADED
                           " ROW(S) RESTORED FROM " WS-RELD-NAME
                           " ***"
                   ELSE
                       MOVE  RD-EMP-PAY-CCY TO   EMP-PAY-CCY
                   END-IF
      *            AND ONE CUT BEFORE THE GROUP COMPANIES WERE ADDED
      *            HOLDS ONLY THE PARENT'S EMPLOYEES
                   IF  RD-EMP-COMPANY = SPACES
                       MOVE  "01"           TO   EMP-COMPANY
                   ELSE
                       MOVE  RD-EMP-COMPANY TO   EMP-COMPANY
                   END-IF
                   EXEC SQL
                       INSERT INTO EMP
                              (EMP_NO, EMP_NAME, EMP_SALARY,
                               EMP_BIRTHDATE, EMP_GRADE, EMP_STEP,
                               EMP_BANK_CODE, EMP_BRANCH_CODE,
                               EMP_ACCT_TYPE, EMP_ACCT_NO,
                               EMP_PAY_CCY, COMPANY_CD)
                              VALUES (:EMP-NO, :EMP-NAME,
                                      :EMP-SALARY, :EMP-DEPT,
                                      :EMP-KANA, :EMP-HIRE-DATE,
                                      :EMP-STEP, :EMP-BANK-CODE,
                                      :EMP-BRANCH-CODE,
                                      :EMP-ACCT-TYPE,
                                      :EMP-ACCT-NO, :EMP-PAY-CCY,
                                      :EMP-COMPANY)
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
