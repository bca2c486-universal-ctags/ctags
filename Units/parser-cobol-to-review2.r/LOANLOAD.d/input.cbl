      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LOANLOAD --- registers staff loans and salary advances from
      *               LOANSEED.DAT onto the EMP_LOAN register in the
      *               DEDLOAD manner: stream the seed file row at a
      *               time, commit, and record the run in the shared
      *               audit trail.  Unlike DEDLOAD it never drops the
      *               table -- the register carries live balances that
      *               LOANPOST has been reducing, so a loan already on
      *               file is left exactly as it stands and only new
      *               EMP_NO/loan-ID pairs are added.  The seed row
      *               carries the balance still outstanding, so a
      *               loan taken over part-repaid starts from the
      *               right figure.  EMPPAYX then takes the
      *               installment every run until it is paid off.
      *               Each company of the group loads its own seed
      *               file; a loan for another company's employee is
      *               listed and skipped.  A rehearsal run
      *               (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *               update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LOANLOAD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LSEED-FILE       ASSIGN TO DYNAMIC WS-LSEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSEED-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           SELECT DBPARM-FILE      ASSIGN TO "DBCONN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  LSEED-FILE.
       01  LSEED-REC.
           05  LSEED-EMP-NO        PIC  9(04).
           05  FILLER              PIC  X.
           05  LSEED-LOAN-ID       PIC  X(04).
           05  FILLER              PIC  X.
           05  LSEED-TYPE          PIC  X.
           05  FILLER              PIC  X.
           05  LSEED-PRINCIPAL     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  LSEED-INSTALLMENT   PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  LSEED-START-PERIOD  PIC  9(06).
           05  LSEED-START-PERIOD-R
                                   REDEFINES LSEED-START-PERIOD.
               10  LSEED-START-YYYY
                                   PIC  9(04).
               10  LSEED-START-MM  PIC  9(02).
           05  FILLER              PIC  X.
           05  LSEED-BALANCE       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-LSEED-STATUS         PIC  X(02).
           88  WS-LSEED-OK         VALUE "00".
           88  WS-LSEED-EOF        VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-ON-FILE          PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "LOANLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_LOAN ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-LSEED-NAME           PIC  X(40) VALUE "LOANSEED.DAT".
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
           COPY "LOANREC.CPY".
       01  LN-ON-FILE              PIC S9(04).
       01  LN-OTHER-CO             PIC S9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LOANLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** LOANLOAD: RUN COMPANY " WS-CO-CODE
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

      *    THE REGISTER IS CREATED ONCE AND THEN ONLY ADDED TO
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_LOAN
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    LOAN_ID        CHAR(4) NOT NULL,
                    LOAN_TYPE      CHAR(1),
                    PRINCIPAL      NUMERIC(9,2),
                    INSTALLMENT    NUMERIC(9,2),
                    START_PERIOD   NUMERIC(6,0),
                    BALANCE        NUMERIC(9,2),
                    LAST_PERIOD    NUMERIC(6,0),
                    LAST_AMOUNT    NUMERIC(9,2),
                    STMT_DATE      NUMERIC(8,0),
                    CONSTRAINT ILNR_0 PRIMARY KEY (EMP_NO, LOAN_ID)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-LOAN-SEED.

           IF  WS-LOAD-ABORT
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** LOANLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  INSERTED: " WS-INSERTED
                   "  ALREADY ON FILE: " WS-ON-FILE
                   "  REJECTED: " WS-REJECTED " ***".
           IF  WS-REJECTED NOT = ZERO AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       LOAD-LOAN-SEED.
      ******************************************************************
           OPEN INPUT LSEED-FILE.
           IF  NOT WS-LSEED-OK
               DISPLAY "*** UNABLE TO OPEN LOANSEED.DAT, STATUS: "
                       WS-LSEED-STATUS " - NO LOANS REGISTERED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-LSEED-EOF OR WS-LOAD-ABORT
                   READ LSEED-FILE
                       AT END
                           SET WS-LSEED-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-LOAN-ROW
                   END-READ
               END-PERFORM
               CLOSE LSEED-FILE
           END-IF.
      ******************************************************************
       INSERT-LOAN-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
      *    A LOAN WITH NO INSTALLMENT WOULD NEVER BE RECOVERED, AND A
      *    BALANCE ABOVE THE PRINCIPAL CANNOT BE RIGHT -- THE ROW IS
      *    LISTED AND SKIPPED
           IF  LSEED-EMP-NO NOT NUMERIC
           OR  LSEED-PRINCIPAL NOT NUMERIC
           OR  LSEED-INSTALLMENT NOT NUMERIC
           OR  LSEED-BALANCE NOT NUMERIC
           OR  LSEED-START-PERIOD NOT NUMERIC
           OR  LSEED-LOAN-ID = SPACES
           OR (LSEED-TYPE NOT = "L" AND "A")
           OR  LSEED-START-MM < 1 OR LSEED-START-MM > 12
           OR  LSEED-PRINCIPAL NOT > ZERO
           OR  LSEED-INSTALLMENT NOT > ZERO
           OR  LSEED-BALANCE < ZERO
           OR  LSEED-BALANCE > LSEED-PRINCIPAL
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** INVALID LOAN ROW SKIPPED: " LSEED-REC
           ELSE
               MOVE LSEED-EMP-NO       TO   LN-EMP-NO
               MOVE LSEED-LOAN-ID      TO   LN-LOAN-ID
               MOVE LSEED-TYPE         TO   LN-TYPE
               MOVE LSEED-PRINCIPAL    TO   LN-PRINCIPAL
               MOVE LSEED-INSTALLMENT  TO   LN-INSTALLMENT
               MOVE LSEED-START-PERIOD TO   LN-START-PERIOD
               MOVE LSEED-BALANCE      TO   LN-BALANCE
               MOVE ZERO               TO   LN-LAST-PERIOD
                                            LN-LAST-AMOUNT
                                            LN-STMT-DATE
      *        ALREADY REGISTERED -- ITS RUNNING BALANCE IS NOT
      *        OVERWRITTEN FROM THE SEED.  LOOKED FOR FIRST: A FAILED
      *        INSERT WOULD TAKE THE REST OF THE LOAD DOWN WITH IT
               MOVE ZERO               TO   LN-ON-FILE
                                            LN-OTHER-CO
               EXEC SQL
                   SELECT COUNT(*) INTO :LN-OTHER-CO
                          FROM EMP
                          WHERE EMP_NO = :LN-EMP-NO
                            AND COMPANY_CD <> :RUN-COMPANY
               END-EXEC
               IF  SQLCODE = ZERO
                   EXEC SQL
                       SELECT COUNT(*) INTO :LN-ON-FILE
                              FROM EMP_LOAN
                              WHERE EMP_NO = :LN-EMP-NO
                                AND LOAN_ID = :LN-LOAN-ID
                   END-EXEC
               END-IF
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   ADD  1          TO   WS-REJECTED
                   SET  WS-LOAD-ABORT TO TRUE
               ELSE
                   IF  LN-OTHER-CO > ZERO
                       ADD  1      TO   WS-REJECTED
                       DISPLAY "*** ANOTHER COMPANY'S EMPLOYEE -- "
                               "LOAN ROW SKIPPED: " LSEED-REC
                   ELSE
                   IF  LN-ON-FILE > ZERO
                       ADD  1      TO   WS-ON-FILE
                   ELSE
                       PERFORM ADD-LOAN-TO-REGISTER
                   END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       ADD-LOAN-TO-REGISTER.
      ******************************************************************
           EXEC SQL
              INSERT INTO EMP_LOAN VALUES
                     (:LN-EMP-NO,:LN-LOAN-ID,:LN-TYPE,
                      :LN-PRINCIPAL,:LN-INSTALLMENT,
                      :LN-START-PERIOD,:LN-BALANCE,
                      :LN-LAST-PERIOD,:LN-LAST-AMOUNT,
                      :LN-STMT-DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               ADD  1              TO   WS-REJECTED
               SET  WS-LOAD-ABORT  TO   TRUE
           ELSE
               ADD  1              TO   WS-INSERTED
               CALL "SQLWARNCK" USING SQLWARN,
                     WS-PROGRAM-NAME, WS-WARN-CONTEXT,
                     WS-WARN-COUNT
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
               DISPLAY "*** LOANLOAD: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-LSEED-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-LSEED-NAME
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
