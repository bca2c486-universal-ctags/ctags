      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RTAXLOAD --- loads the municipalities' resident-tax special-
      *               collection notices (RTAXNOTE.DAT -- EMP_NO,
      *               municipality code, annual amount, the June
      *               installment and the July-to-May installment,
      *               municipality name) onto the EMP_RESTAX register
      *               in the LOANLOAD manner: stream the file row at a
      *               time, commit, and record the run in the shared
      *               audit trail.  The tax year is the one starting
      *               in June of the load year (a load before May
      *               belongs to the year already running).  A row
      *               whose installments do not make up the annual
      *               amount (June plus eleven times the monthly) is
      *               listed and skipped.  A notice for an employee
      *               and year already on file is the municipality's
      *               revision: the amounts are replaced, and what
      *               has been collected so far stands.  EMPPAYX then
      *               takes the month's installment every run and
      *               RTAXPOST posts it.  Each company loads its own
      *               notices for the company on the run card; a notice
      *               for another company's employee is skipped.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RTAXLOAD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RNOTE-FILE       ASSIGN TO DYNAMIC WS-RNOTE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNOTE-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           SELECT DBPARM-FILE      ASSIGN TO "DBCONN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RNOTE-FILE.
       01  RNOTE-REC.
           05  RNOTE-EMP-NO        PIC  9(04).
           05  FILLER              PIC  X.
           05  RNOTE-MUNI-CODE     PIC  X(06).
           05  FILLER              PIC  X.
           05  RNOTE-ANNUAL        PIC  9(09).
           05  FILLER              PIC  X.
           05  RNOTE-JUNE-AMOUNT   PIC  9(09).
           05  FILLER              PIC  X.
           05  RNOTE-MONTHLY-AMOUNT
                                   PIC  9(09).
           05  FILLER              PIC  X.
           05  RNOTE-MUNI-NAME     PIC  X(30).

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-RNOTE-STATUS         PIC  X(02).
           88  WS-RNOTE-OK         VALUE "00".
           88  WS-RNOTE-EOF        VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-REVISED          PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RTAXLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_RESTAX ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
      *    JUNE PLUS ELEVEN MONTHLY INSTALLMENTS -- MUST MAKE THE
      *    ANNUAL AMOUNT
       01  WS-INSTALLMENT-SUM      PIC  9(11).
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-RUN-DATE-R           REDEFINES WS-RUN-DATE.
           05  WS-RD-YYYY          PIC  9(04).
           05  WS-RD-MM            PIC  9(02).
           05  WS-RD-DD            PIC  9(02).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-RNOTE-NAME           PIC  X(40) VALUE "RTAXNOTE.DAT".
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
           COPY "RTAXREC.CPY".
       01  RT-ON-FILE              PIC S9(04).
       01  RT-OTHER-CO             PIC S9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RTAXLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** RTAXLOAD: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    NOTICES ARRIVE IN MAY FOR THE YEAR STARTING IN JUNE; A
      *    REVISION LOADED FROM JANUARY TO APRIL IS FOR THE YEAR THAT
      *    STARTED LAST JUNE
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.
           MOVE  WS-RD-YYYY             TO   RT-TAX-YEAR.
           IF  WS-RD-MM < 5
               SUBTRACT 1               FROM RT-TAX-YEAR
           END-IF.
           DISPLAY "*** RTAXLOAD: NOTICES FOR THE TAX YEAR FROM JUNE "
                   RT-TAX-YEAR " ***".

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
                CREATE TABLE IF NOT EXISTS EMP_RESTAX
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    TAX_YEAR       NUMERIC(4,0) NOT NULL,
                    MUNI_CODE      CHAR(6),
                    MUNI_NAME      CHAR(30),
                    ANNUAL_AMOUNT  NUMERIC(9,0),
                    JUNE_AMOUNT    NUMERIC(9,0),
                    MONTHLY_AMOUNT NUMERIC(9,0),
                    COLLECTED      NUMERIC(9,0),
                    LAST_PERIOD    NUMERIC(6,0),
                    LAST_AMOUNT    NUMERIC(9,0),
                    NOTICE_DATE    NUMERIC(8,0),
                    CONSTRAINT IRTX_0 PRIMARY KEY (EMP_NO, TAX_YEAR)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RESIDENT-TAX-NOTICES.

           IF  WS-LOAD-ABORT
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** RTAXLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  INSERTED: " WS-INSERTED
                   "  REVISED: " WS-REVISED
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
       LOAD-RESIDENT-TAX-NOTICES.
      ******************************************************************
           OPEN INPUT RNOTE-FILE.
           IF  NOT WS-RNOTE-OK
               DISPLAY "*** UNABLE TO OPEN RTAXNOTE.DAT, STATUS: "
                       WS-RNOTE-STATUS " - NO NOTICES LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-RNOTE-EOF OR WS-LOAD-ABORT
                   READ RNOTE-FILE
                       AT END
                           SET WS-RNOTE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-NOTICE-ROW
                   END-READ
               END-PERFORM
               CLOSE RNOTE-FILE
           END-IF.
      ******************************************************************
       LOAD-NOTICE-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
           IF  RNOTE-EMP-NO NUMERIC
           AND RNOTE-ANNUAL NUMERIC
           AND RNOTE-JUNE-AMOUNT NUMERIC
           AND RNOTE-MONTHLY-AMOUNT NUMERIC
               COMPUTE WS-INSTALLMENT-SUM = RNOTE-JUNE-AMOUNT
                                          + RNOTE-MONTHLY-AMOUNT * 11
           ELSE
               MOVE ZERO           TO   WS-INSTALLMENT-SUM
           END-IF.
      *    A NOTICE WHOSE INSTALLMENTS DO NOT MAKE THE ANNUAL AMOUNT
      *    WAS MIS-KEYED -- LISTED AND SKIPPED
           IF  RNOTE-EMP-NO NOT NUMERIC
           OR  RNOTE-ANNUAL NOT NUMERIC
           OR  RNOTE-JUNE-AMOUNT NOT NUMERIC
           OR  RNOTE-MONTHLY-AMOUNT NOT NUMERIC
           OR  RNOTE-MUNI-CODE = SPACES
           OR  RNOTE-ANNUAL = ZERO
           OR  WS-INSTALLMENT-SUM NOT = RNOTE-ANNUAL
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** INVALID NOTICE ROW SKIPPED: " RNOTE-REC
           ELSE
               MOVE RNOTE-EMP-NO         TO   RT-EMP-NO
               MOVE RNOTE-MUNI-CODE      TO   RT-MUNI-CODE
               MOVE RNOTE-MUNI-NAME      TO   RT-MUNI-NAME
               MOVE RNOTE-ANNUAL         TO   RT-ANNUAL
               MOVE RNOTE-JUNE-AMOUNT    TO   RT-JUNE-AMOUNT
               MOVE RNOTE-MONTHLY-AMOUNT TO   RT-MONTHLY-AMOUNT
               MOVE ZERO                 TO   RT-COLLECTED
                                              RT-LAST-PERIOD
                                              RT-LAST-AMOUNT
                                              RT-NOTICE-DATE
      *        LOOKED FOR FIRST: A FAILED INSERT WOULD TAKE THE REST
      *        OF THE LOAD DOWN WITH IT
               MOVE ZERO                 TO   RT-ON-FILE
                                              RT-OTHER-CO
               EXEC SQL
                   SELECT COUNT(*) INTO :RT-OTHER-CO
                          FROM EMP
                          WHERE EMP_NO = :RT-EMP-NO
                            AND COMPANY_CD <> :RUN-COMPANY
               END-EXEC
               IF  SQLCODE = ZERO
                   EXEC SQL
                       SELECT COUNT(*) INTO :RT-ON-FILE
                              FROM EMP_RESTAX
                              WHERE EMP_NO = :RT-EMP-NO
                                AND TAX_YEAR = :RT-TAX-YEAR
                   END-EXEC
               END-IF
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   ADD  1          TO   WS-REJECTED
                   SET  WS-LOAD-ABORT TO TRUE
               ELSE
                   IF  RT-OTHER-CO > ZERO
                       ADD  1      TO   WS-REJECTED
                       DISPLAY "*** ANOTHER COMPANY'S EMPLOYEE -- "
                               "NOTICE SKIPPED: " RNOTE-REC
                   ELSE
                   IF  RT-ON-FILE > ZERO
                       PERFORM REVISE-NOTICE-ON-FILE
                   ELSE
                       PERFORM ADD-NOTICE-TO-REGISTER
                   END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       ADD-NOTICE-TO-REGISTER.
      ******************************************************************
           EXEC SQL
              INSERT INTO EMP_RESTAX VALUES
                     (:RT-EMP-NO,:RT-TAX-YEAR,:RT-MUNI-CODE,
                      :RT-MUNI-NAME,:RT-ANNUAL,:RT-JUNE-AMOUNT,
                      :RT-MONTHLY-AMOUNT,:RT-COLLECTED,
                      :RT-LAST-PERIOD,:RT-LAST-AMOUNT,
                      :RT-NOTICE-DATE)
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
       REVISE-NOTICE-ON-FILE.
      ******************************************************************
      *    THE MUNICIPALITY'S CHANGE NOTICE -- WHAT IS STILL TO COME
      *    FOLLOWS THE NEW FIGURES, WHAT WAS COLLECTED STANDS
           EXEC SQL
              UPDATE EMP_RESTAX
                     SET MUNI_CODE = :RT-MUNI-CODE,
                         MUNI_NAME = :RT-MUNI-NAME,
                         ANNUAL_AMOUNT = :RT-ANNUAL,
                         JUNE_AMOUNT = :RT-JUNE-AMOUNT,
                         MONTHLY_AMOUNT = :RT-MONTHLY-AMOUNT
                     WHERE EMP_NO = :RT-EMP-NO
                       AND TAX_YEAR = :RT-TAX-YEAR
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               ADD  1              TO   WS-REJECTED
               SET  WS-LOAD-ABORT  TO   TRUE
           ELSE
               ADD  1              TO   WS-REVISED
               DISPLAY "*** RTAXLOAD: EMP_NO " RT-EMP-NO
                       " NOTICE REVISED -- ANNUAL NOW " RT-ANNUAL
                       " ***"
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
               DISPLAY "*** RTAXLOAD: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-RNOTE-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RNOTE-NAME
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
