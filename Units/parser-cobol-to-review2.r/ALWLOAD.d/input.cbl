      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  ALWLOAD --- loads the EMP_ALLOWANCE table from ALWSEED.DAT
      *              the same way DEDLOAD loads DEDUCT: drop/create,
      *              stream the seed file row at a time, commit, and
      *              record the run in the shared audit trail.
      *              EMP_ALLOWANCE carries each employee's fixed
      *              monthly allowances (CM = commuting, HS = housing,
      *              PS = position, FM = family), whether each is
      *              taxable, and the non-taxable ceiling a commuting
      *              allowance is held to -- EMPPAYX pays them into
      *              gross as item lines, taxable and non-taxable
      *              kept apart.  Day-to-day changes come through
      *              EMPTRANS (W = allowance) once the table is seeded.
      *              As with DEDLOAD, each company of the group loads
      *              its own seed file and only the run company's
      *              employees are cleared and reloaded; a row for
      *              another company's employee is skipped.  A rehearsal
      *              run (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *              update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ALWLOAD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ASEED-FILE       ASSIGN TO DYNAMIC WS-ASEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASEED-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           SELECT DBPARM-FILE      ASSIGN TO "DBCONN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ASEED-FILE.
       01  ASEED-REC.
           05  ASEED-EMP-NO        PIC  9(04).
           05  FILLER              PIC  X.
           05  ASEED-CODE          PIC  X(02).
           05  FILLER              PIC  X.
           05  ASEED-AMOUNT        PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  ASEED-TAXABLE       PIC  X.
           05  FILLER              PIC  X.
           05  ASEED-NONTAX-CAP    PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-ASEED-STATUS         PIC  X(02).
           88  WS-ASEED-OK         VALUE "00".
           88  WS-ASEED-EOF        VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "ALWLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_ALLOWANCE ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-ASEED-NAME           PIC  X(40) VALUE "ALWSEED.DAT".
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
           COPY "ALWREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** ALWLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** ALWLOAD: RUN COMPANY " WS-CO-CODE
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

           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_ALLOWANCE
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    ALW_CODE       CHAR(2) NOT NULL,
                    ALW_AMOUNT     NUMERIC(9,2),
                    ALW_TAXABLE    CHAR(1),
                    ALW_NONTAX_CAP NUMERIC(9,2),
                    CONSTRAINT IALW_0 PRIMARY KEY (EMP_NO, ALW_CODE)
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM EMP_ALLOWANCE
                    WHERE EMP_NO IN
                          (SELECT EMP_NO FROM EMP
                            WHERE COMPANY_CD = :RUN-COMPANY)
               END-EXEC
               IF  SQLCODE = +100
                   MOVE ZERO         TO   SQLCODE
               END-IF
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ALLOWANCE-SEED.

           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** ALWLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  INSERTED: " WS-INSERTED
                   "  REJECTED: " WS-REJECTED " ***".
           IF  WS-REJECTED NOT = ZERO
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 0                    TO   RETURN-CODE.
           GOBACK.

      ******************************************************************
       LOAD-ALLOWANCE-SEED.
      ******************************************************************
           OPEN INPUT ASEED-FILE.
           IF  NOT WS-ASEED-OK
               DISPLAY "*** UNABLE TO OPEN " WS-ASEED-NAME
               DISPLAY "*** STATUS: " WS-ASEED-STATUS
                       " - NO ALLOWANCE ROWS LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-ASEED-EOF OR WS-LOAD-ABORT
                   READ ASEED-FILE
                       AT END
                           SET WS-ASEED-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-ALLOWANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE ASEED-FILE
           END-IF.
      ******************************************************************
       INSERT-ALLOWANCE-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
      *    AN UNKNOWN CODE OR FLAG WOULD PAY THROUGH EMPPAYX UNDER THE
      *    WRONG TAX TREATMENT -- THE ROW IS LISTED AND SKIPPED
           IF  ASEED-EMP-NO NOT NUMERIC
           OR  ASEED-AMOUNT NOT NUMERIC
           OR  ASEED-NONTAX-CAP NOT NUMERIC
           OR (ASEED-CODE NOT = "CM" AND "HS" AND "PS" AND "FM")
           OR (ASEED-TAXABLE NOT = "Y" AND "N")
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** INVALID ALLOWANCE ROW SKIPPED: "
                       ASEED-REC
           ELSE
               MOVE ASEED-EMP-NO       TO   ALW-EMP-NO
               MOVE ASEED-CODE         TO   ALW-CODE
               MOVE ASEED-AMOUNT       TO   ALW-AMOUNT
               MOVE ASEED-TAXABLE      TO   ALW-TAXABLE
               MOVE ASEED-NONTAX-CAP   TO   ALW-NONTAX-CAP
               EXEC SQL
                  INSERT INTO EMP_ALLOWANCE
                         SELECT :ALW-EMP-NO,:ALW-CODE,:ALW-AMOUNT,
                                :ALW-TAXABLE,:ALW-NONTAX-CAP
                          WHERE NOT EXISTS
                                (SELECT 1 FROM EMP
                                  WHERE EMP_NO = :ALW-EMP-NO
                                    AND COMPANY_CD <> :RUN-COMPANY)
               END-EXEC
               IF  SQLSTATE = "23505"
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** DUPLICATE EMP_NO/ALW_CODE SKIPPED: "
                           ASEED-EMP-NO " " ASEED-CODE
               ELSE
               IF  SQLCODE = +100
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** ANOTHER COMPANY'S EMPLOYEE SKIPPED: "
                           ASEED-EMP-NO " " ASEED-CODE
               ELSE
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       ADD  1      TO   WS-REJECTED
                       SET  WS-LOAD-ABORT TO TRUE
                   ELSE
                       ADD  1      TO   WS-INSERTED
                       CALL "SQLWARNCK" USING SQLWARN,
                             WS-PROGRAM-NAME, WS-WARN-CONTEXT,
                             WS-WARN-COUNT
                   END-IF
               END-IF
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
               DISPLAY "*** ALWLOAD: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-ASEED-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ASEED-NAME
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
