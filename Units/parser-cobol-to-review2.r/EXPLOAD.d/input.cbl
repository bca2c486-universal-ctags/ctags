      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  EXPLOAD --- loads the approved travel and expense claims
      *              sent over by the expense system (EXPCLAIM.DAT --
      *              claim ID, EMP_NO, approved amount in yen and
      *              expense category) onto the EMP_EXPENSE claims
      *              register in the RTAXLOAD manner: stream the file
      *              row at a time, commit, and record the run in the
      *              shared audit trail.  A claim ID already on the
      *              register (an earlier file, or earlier in this
      *              one) is listed and skipped -- nothing is ever
      *              reimbursed twice.  A claim for an employee not on
      *              EMP, or one already terminated, is kept on the
      *              register as rejected with the reason, so the
      *              expense system hears back about it on the next
      *              disposition file.  A row that cannot be read
      *              (blank claim ID or category, amount not numeric
      *              or zero) is listed and skipped.  EMPPAYX then
      *              pays every approved claim with the salary as a
      *              non-taxable reimbursement line outside gross, and
      *              EXPPOST marks it paid and writes the disposition.
      *              Each company of the group loads its own claims
      *              file; a claim for another company's employee is
      *              listed and skipped, to be loaded with that
      *              company's file.  A rehearsal run (REHEARSAL-MODE on
      *              SHOPCNFG.DAT) rolls every update back instead of
      *              committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EXPLOAD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ECLAIM-FILE      ASSIGN TO DYNAMIC WS-ECLAIM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECLAIM-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           SELECT DBPARM-FILE      ASSIGN TO "DBCONN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ECLAIM-FILE.
       01  ECLAIM-REC.
           05  ECLAIM-CLAIM-ID     PIC  X(10).
           05  FILLER              PIC  X.
           05  ECLAIM-EMP-NO       PIC  9(04).
           05  FILLER              PIC  X.
           05  ECLAIM-AMOUNT       PIC  9(07).
           05  FILLER              PIC  X.
           05  ECLAIM-CATEGORY     PIC  X(02).

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-ECLAIM-STATUS        PIC  X(02).
           88  WS-ECLAIM-OK        VALUE "00".
           88  WS-ECLAIM-EOF       VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-DUPLICATES       PIC  9(06) VALUE ZERO.
           05  WS-REFUSED          PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-LOAD-HASH            PIC S9(11)V9(02) VALUE ZERO.
       01  WS-CLAIM-CO-FLAG        PIC  X     VALUE "N".
           88  WS-CLAIM-OTHER-CO   VALUE "Y".
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EXPLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_EXPENSE ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-ECLAIM-NAME          PIC  X(40) VALUE "EXPCLAIM.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EXPREC.CPY".
       01  EX-ON-FILE              PIC S9(04).
      *    THE CLAIMANT'S EMP_STATUS -- T MEANS ALREADY LEFT
       01  EX-EMP-STATE            PIC  X.
       01  EX-EMP-COMPANY          PIC  X(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EXPLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EXPLOAD: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DB-PARMS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE REGISTER IS CREATED ONCE AND THEN ONLY ADDED TO -- A
      *    CLAIM STAYS ON IT FOR GOOD SO ITS ID CAN NEVER COME BACK
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_EXPENSE
                (
                    CLAIM_ID       CHAR(10) NOT NULL,
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    EXP_CATEGORY   CHAR(2),
                    AMOUNT         NUMERIC(9,2),
                    STATUS         CHAR(1),
                    REASON         CHAR(20),
                    LOAD_DATE      NUMERIC(8,0),
                    PAID_PERIOD    NUMERIC(6,0),
                    DISP_PERIOD    NUMERIC(6,0),
                    CONSTRAINT IEXP_0 PRIMARY KEY (CLAIM_ID)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-EXPENSE-CLAIMS.

           IF  WS-LOAD-ABORT
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** EXPLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  LOADED: " WS-INSERTED
                   "  DUPLICATE: " WS-DUPLICATES
                   "  REFUSED: " WS-REFUSED
                   "  UNREADABLE: " WS-REJECTED " ***".
           DISPLAY "*** EXPLOAD: APPROVED AMOUNT LOADED "
                   WS-LOAD-HASH " ***".
           IF  (WS-REJECTED NOT = ZERO OR WS-DUPLICATES NOT = ZERO
                OR WS-REFUSED NOT = ZERO)
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE WS-AUDIT-STATUS
               WHEN "OK"
                   MOVE 0            TO   RETURN-CODE
               WHEN "WARN"
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
                   MOVE 8            TO   RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
       LOAD-EXPENSE-CLAIMS.
      ******************************************************************
           OPEN INPUT ECLAIM-FILE.
           IF  NOT WS-ECLAIM-OK
               DISPLAY "*** UNABLE TO OPEN EXPCLAIM.DAT, STATUS: "
                       WS-ECLAIM-STATUS " - NO CLAIMS LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-ECLAIM-EOF OR WS-LOAD-ABORT
                   READ ECLAIM-FILE
                       AT END
                           SET WS-ECLAIM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-CLAIM-ROW
                   END-READ
               END-PERFORM
               CLOSE ECLAIM-FILE
           END-IF.
      ******************************************************************
       LOAD-CLAIM-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
           IF  ECLAIM-CLAIM-ID = SPACES
           OR  ECLAIM-EMP-NO NOT NUMERIC
           OR  ECLAIM-AMOUNT NOT NUMERIC
           OR  ECLAIM-CATEGORY = SPACES
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** INVALID CLAIM ROW SKIPPED: " ECLAIM-REC
           ELSE
               IF  ECLAIM-AMOUNT = ZERO
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** INVALID CLAIM ROW SKIPPED: " ECLAIM-REC
               ELSE
                   PERFORM CHECK-CLAIM-ROW
               END-IF
           END-IF.
      ******************************************************************
       CHECK-CLAIM-ROW.
      ******************************************************************
           MOVE ECLAIM-CLAIM-ID    TO   EX-CLAIM-ID.
           MOVE ECLAIM-EMP-NO      TO   EX-EMP-NO.
           MOVE ECLAIM-CATEGORY    TO   EX-CATEGORY.
           MOVE ECLAIM-AMOUNT      TO   EX-AMOUNT.
           MOVE "A"                TO   EX-STATUS.
           MOVE SPACES             TO   EX-REASON.
           MOVE WS-AUDIT-START-DATE     TO   EX-LOAD-DATE.
           MOVE ZERO               TO   EX-PAID-PERIOD
                                        EX-DISP-PERIOD.
      *    LOOKED FOR FIRST: A FAILED INSERT WOULD TAKE THE REST OF
      *    THE LOAD DOWN WITH IT
           MOVE ZERO               TO   EX-ON-FILE.
           EXEC SQL
               SELECT COUNT(*) INTO :EX-ON-FILE
                      FROM EMP_EXPENSE
                      WHERE CLAIM_ID = :EX-CLAIM-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               ADD  1              TO   WS-REJECTED
               SET  WS-LOAD-ABORT  TO   TRUE
           ELSE
               IF  EX-ON-FILE > ZERO
                   ADD  1          TO   WS-DUPLICATES
                   DISPLAY "*** EXPLOAD: CLAIM " EX-CLAIM-ID
                           " ALREADY ON THE REGISTER -- SKIPPED ***"
               ELSE
                   PERFORM CHECK-CLAIMANT
                   IF  NOT WS-LOAD-ABORT AND NOT WS-CLAIM-OTHER-CO
                       PERFORM ADD-CLAIM-TO-REGISTER
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       CHECK-CLAIMANT.
      ******************************************************************
      *    THE CLAIM MUST BELONG TO SOMEONE STILL ON THE PAYROLL --
      *    ANYONE ELSE IS REFUSED AND TOLD BACK TO THE EXPENSE SYSTEM
           MOVE SPACE              TO   EX-EMP-STATE.
           MOVE "N"                TO   WS-CLAIM-CO-FLAG.
           EXEC SQL
               SELECT COALESCE(EMP_STATUS, 'A'),
                      COALESCE(COMPANY_CD, '01')
                      INTO :EX-EMP-STATE, :EX-EMP-COMPANY
                      FROM EMP
                      WHERE EMP_NO = :EX-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE "X"        TO   EX-STATUS
                   MOVE "EMPLOYEE NOT ON FILE"  TO   EX-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   ADD  1          TO   WS-REJECTED
                   SET  WS-LOAD-ABORT  TO   TRUE
               WHEN EX-EMP-COMPANY NOT = RUN-COMPANY
                   ADD  1          TO   WS-REJECTED
                   SET  WS-CLAIM-OTHER-CO   TO   TRUE
                   DISPLAY "*** EXPLOAD: CLAIM " EX-CLAIM-ID
                           " IS ANOTHER COMPANY'S EMPLOYEE -- "
                           "SKIPPED ***"
               WHEN EX-EMP-STATE = "T"
                   MOVE "X"        TO   EX-STATUS
                   MOVE "EMPLOYEE TERMINATED"   TO   EX-REASON
           END-EVALUATE.
      ******************************************************************
       ADD-CLAIM-TO-REGISTER.
      ******************************************************************
           EXEC SQL
              INSERT INTO EMP_EXPENSE VALUES
                     (:EX-CLAIM-ID,:EX-EMP-NO,:EX-CATEGORY,
                      :EX-AMOUNT,:EX-STATUS,:EX-REASON,
                      :EX-LOAD-DATE,:EX-PAID-PERIOD,
                      :EX-DISP-PERIOD)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               ADD  1              TO   WS-REJECTED
               SET  WS-LOAD-ABORT  TO   TRUE
           ELSE
               CALL "SQLWARNCK" USING SQLWARN,
                     WS-PROGRAM-NAME, WS-WARN-CONTEXT,
                     WS-WARN-COUNT
               IF  EX-STATUS = "X"
                   ADD  1          TO   WS-REFUSED
                   DISPLAY "*** EXPLOAD: CLAIM " EX-CLAIM-ID
                           " EMP_NO " EX-EMP-NO " REFUSED -- "
                           EX-REASON " ***"
               ELSE
                   ADD  1          TO   WS-INSERTED
                   ADD  EX-AMOUNT  TO   WS-LOAD-HASH
               END-IF
           END-IF.
      ******************************************************************
       LOAD-DB-PARMS.
      ******************************************************************
      *    DEFAULTS, OVERRIDDEN BELOW IF DBCONN.DAT IS PRESENT
           MOVE  "testdb"          TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           MOVE  SPACE             TO   PASSWD.
           OPEN INPUT DBPARM-FILE.
           IF  WS-DBPARM-OK
               READ DBPARM-FILE
                   NOT AT END
                       MOVE DBPARM-DBNAME    TO   DBNAME
                       MOVE DBPARM-USERNAME  TO   USERNAME
                       MOVE DBPARM-PASSWD    TO   PASSWD
               END-READ
               CLOSE DBPARM-FILE
           ELSE
               DISPLAY "*** DBCONN.DAT NOT FOUND, USING DEFAULTS ***"
           END-IF.
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           CALL "ERRLOG" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                                SQLERRMC, WS-ERR-ACTION.
           IF  SQLCODE = -30
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EXPLOAD: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-ECLAIM-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ECLAIM-NAME
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
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME, WS-INSERTED,
                                  WS-AUDIT-STATUS.
      ******************************************************************
