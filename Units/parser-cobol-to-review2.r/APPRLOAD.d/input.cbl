      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  APPRLOAD --- loads the annual appraisal ratings HR keeps in
      *               its spreadsheet (exported as APPRSEED.DAT) into
      *               EMP_APPRAISAL, the same way POSLOAD loads the
      *               establishment: stream the seed file row at a
      *               time, commit, and record the run in the shared
      *               audit trail.  Only the appraisal years present
      *               on the file are replaced, so earlier years stay
      *               on the table.  Every rating must use a code on
      *               APPRTGT.DAT and must come from the employee's
      *               manager -- the DEPT_MGR_NO of the employee's
      *               department, or of its parent department when
      *               the employee is that manager; anything else is
      *               rejected and the run ends in a warning.  The
      *               merit round itself is worked out by APPRRPT.
      *               Each company of the group loads its own ratings
      *               file: only the run company's employees are
      *               cleared for a year, and a rating for another
      *               company's employee is rejected.  A rehearsal run
      *               (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *               update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 APPRLOAD.
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
      *    RATING CODES WITH THEIR TARGET SHARE AND STEPS EARNED --
      *    SAME FILE AND SHAPE APPRRPT READS
           SELECT ATGT-FILE        ASSIGN TO "APPRTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATGT-STATUS.
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
           05  ASEED-EMP-NO        PIC  X(04).
           05  FILLER              PIC  X.
           05  ASEED-YEAR          PIC  X(04).
           05  FILLER              PIC  X.
           05  ASEED-RATING        PIC  X.
           05  FILLER              PIC  X.
           05  ASEED-EVALUATOR     PIC  X(04).

       FD  ATGT-FILE.
       01  ATGT-REC.
           05  AT-RATING           PIC  X.
           05  FILLER              PIC  X.
           05  AT-TARGET-PCT       PIC  9(03).
           05  FILLER              PIC  X.
           05  AT-STEPS            PIC  9.
           05  FILLER              PIC  X.
           05  AT-DESC             PIC  X(20).

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-ASEED-STATUS         PIC  X(02).
           88  WS-ASEED-OK         VALUE "00".
           88  WS-ASEED-EOF        VALUE "10".
       01  WS-ATGT-STATUS          PIC  X(02).
           88  WS-ATGT-OK          VALUE "00".
           88  WS-ATGT-EOF         VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "APPRLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_APPRAISAL ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-ASEED-NAME           PIC  X(40) VALUE "APPRSEED.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    THE RATING CODES FROM APPRTGT.DAT
       01  WS-RATING-TABLE.
           05  WS-RATING-CNT       PIC  9(02) VALUE ZERO.
           05  WS-RATING-ENTRY     OCCURS 10.
               10  WS-RT-CODE      PIC  X.
       01  WS-R-IDX                PIC  9(02).
       01  WS-RATING-FOUND         PIC  X     VALUE "N".
      *    APPRAISAL YEARS ALREADY CLEARED FOR RELOAD THIS RUN
       01  WS-YEAR-TABLE.
           05  WS-YEAR-CNT         PIC  9(02) VALUE ZERO.
           05  WS-YEAR-ENTRY       OCCURS 10.
               10  WS-YR-CLEARED   PIC  9(04).
       01  WS-Y-IDX                PIC  9(02).
       01  WS-YEAR-FOUND           PIC  X     VALUE "N".
      *    NUMERIC VIEWS OF THE SEED FIELDS FOR THE NUMERIC TESTS
       01  WS-CHECK-EMP-NO         PIC  9(04).
       01  WS-CHECK-EMP-NO-X       REDEFINES WS-CHECK-EMP-NO
                                   PIC  X(04).
       01  WS-CHECK-YEAR           PIC  9(04).
       01  WS-CHECK-YEAR-X         REDEFINES WS-CHECK-YEAR
                                   PIC  X(04).
       01  WS-CHECK-EVAL           PIC  9(04).
       01  WS-CHECK-EVAL-X         REDEFINES WS-CHECK-EVAL
                                   PIC  X(04).
       01  WS-REJECT-TEXT          PIC  X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "APPRREC.CPY".
      *    THE RATED EMPLOYEE'S STATUS AND THE MANAGERS ENTITLED TO
      *    RATE THEM
       01  APR-EMP-STATUS          PIC  X.
       01  APR-DEPT-MGR-NO         PIC S9(04).
       01  APR-PARENT-MGR-NO       PIC S9(04).
       01  APR-EMP-COMPANY         PIC  X(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** APPRLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** APPRLOAD: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RATING-CODES.
           IF  WS-RATING-CNT = ZERO
               DISPLAY "*** APPRLOAD: APPRTGT.DAT NOT AVAILABLE -- "
                       "NO RATING CODES TO CHECK AGAINST ***"
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

      *    EARLIER YEARS ARE KEPT -- ONLY THE YEARS ON THIS FILE ARE
      *    CLEARED, AS THEIR FIRST ROW ARRIVES
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_APPRAISAL
                (
                    EMP_NO        NUMERIC(4,0) NOT NULL,
                    APPR_YEAR     NUMERIC(4,0) NOT NULL,
                    RATING        CHAR(1),
                    EVALUATOR_NO  NUMERIC(4,0),
                    LOAD_DATE     NUMERIC(8,0),
                    CONSTRAINT IAPPR_0 PRIMARY KEY (EMP_NO, APPR_YEAR)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-APPRAISAL-SEED.

           IF  WS-LOAD-ABORT
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** APPRLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  INSERTED: " WS-INSERTED
                   "  REJECTED: " WS-REJECTED " ***".
           IF  WS-REJECTED NOT = ZERO
           AND WS-AUDIT-STATUS = "OK"
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
       LOAD-RATING-CODES.
      ******************************************************************
           OPEN INPUT ATGT-FILE.
           IF  WS-ATGT-OK
               PERFORM UNTIL WS-ATGT-EOF
                   READ ATGT-FILE
                       AT END
                           SET WS-ATGT-EOF TO TRUE
                       NOT AT END
                           IF  WS-RATING-CNT < 10
                           AND AT-RATING NOT = SPACE
                               ADD  1   TO   WS-RATING-CNT
                               MOVE AT-RATING TO
                                    WS-RT-CODE(WS-RATING-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATGT-FILE
           END-IF.
      ******************************************************************
       LOAD-APPRAISAL-SEED.
      ******************************************************************
           OPEN INPUT ASEED-FILE.
           IF  NOT WS-ASEED-OK
               DISPLAY "*** UNABLE TO OPEN " WS-ASEED-NAME
               DISPLAY "*** STATUS: " WS-ASEED-STATUS
                       " - NO APPRAISAL ROWS LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-ASEED-EOF OR WS-LOAD-ABORT
                   READ ASEED-FILE
                       AT END
                           SET WS-ASEED-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-APPRAISAL-ROW
                   END-READ
               END-PERFORM
               CLOSE ASEED-FILE
           END-IF.
      ******************************************************************
       INSERT-APPRAISAL-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
           MOVE SPACES             TO   WS-REJECT-TEXT.
           MOVE ASEED-EMP-NO       TO   WS-CHECK-EMP-NO-X.
           MOVE ASEED-YEAR         TO   WS-CHECK-YEAR-X.
           MOVE ASEED-EVALUATOR    TO   WS-CHECK-EVAL-X.
           MOVE "N"                TO   WS-RATING-FOUND.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-RATING-CNT
               IF  ASEED-RATING = WS-RT-CODE(WS-R-IDX)
                   MOVE "Y"        TO   WS-RATING-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CHECK-EMP-NO NOT NUMERIC
                 OR WS-CHECK-YEAR NOT NUMERIC
                 OR WS-CHECK-EVAL NOT NUMERIC
                 OR WS-CHECK-YEAR = ZERO
                   MOVE "INVALID ROW"        TO   WS-REJECT-TEXT
               WHEN WS-RATING-FOUND = "N"
                   MOVE "UNKNOWN RATING CODE" TO  WS-REJECT-TEXT
               WHEN WS-CHECK-EVAL = WS-CHECK-EMP-NO
                   MOVE "SELF-RATED"         TO   WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM CHECK-EVALUATOR
           END-EVALUATE.
           IF  WS-LOAD-ABORT
               ADD  1              TO   WS-REJECTED
           ELSE
               IF  WS-REJECT-TEXT NOT = SPACES
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** APPRAISAL ROW SKIPPED ("
                           WS-REJECT-TEXT "): " ASEED-REC
               ELSE
                   PERFORM CLEAR-APPRAISAL-YEAR
                   IF  NOT WS-LOAD-ABORT
                       PERFORM WRITE-APPRAISAL-ROW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       CHECK-EVALUATOR.
      ******************************************************************
      *    THE RATER MUST BE THE MANAGER OF THE EMPLOYEE'S DEPARTMENT;
      *    A MANAGER IS RATED BY THE MANAGER OF THE PARENT DEPARTMENT
           MOVE WS-CHECK-EMP-NO    TO   APR-EMP-NO.
           MOVE WS-CHECK-YEAR      TO   APR-YEAR.
           MOVE ASEED-RATING       TO   APR-RATING.
           MOVE WS-CHECK-EVAL      TO   APR-EVALUATOR.
           EXEC SQL
               SELECT COALESCE(E.EMP_STATUS, 'A'),
                      COALESCE(D.DEPT_MGR_NO, 0),
                      COALESCE(P.DEPT_MGR_NO, 0),
                      COALESCE(E.COMPANY_CD, '01')
                      INTO :APR-EMP-STATUS, :APR-DEPT-MGR-NO,
                           :APR-PARENT-MGR-NO, :APR-EMP-COMPANY
                      FROM EMP E
                      LEFT JOIN DEPT D ON D.DEPT_NO = E.EMP_DEPT
                      LEFT JOIN DEPT P ON P.DEPT_NO = D.DEPT_PARENT
                      WHERE E.EMP_NO = :APR-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-TEXT
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  WS-LOAD-ABORT TO TRUE
               WHEN APR-EMP-COMPANY NOT = RUN-COMPANY
                   MOVE "ANOTHER COMPANY'S EMPLOYEE"
                                             TO   WS-REJECT-TEXT
               WHEN APR-EMP-STATUS = "T"
                   MOVE "EMPLOYEE TERMINATED" TO  WS-REJECT-TEXT
               WHEN APR-DEPT-MGR-NO = APR-EMP-NO
                AND APR-EVALUATOR NOT = APR-PARENT-MGR-NO
                   MOVE "RATER NOT PARENT MANAGER"
                                             TO   WS-REJECT-TEXT
               WHEN APR-DEPT-MGR-NO NOT = APR-EMP-NO
                AND APR-EVALUATOR NOT = APR-DEPT-MGR-NO
                   MOVE "RATER NOT DEPT MANAGER"
                                             TO   WS-REJECT-TEXT
           END-EVALUATE.
      ******************************************************************
       CLEAR-APPRAISAL-YEAR.
      ******************************************************************
           MOVE "N"                TO   WS-YEAR-FOUND.
           PERFORM VARYING WS-Y-IDX FROM 1 BY 1
                   UNTIL WS-Y-IDX > WS-YEAR-CNT
               IF  APR-YEAR = WS-YR-CLEARED(WS-Y-IDX)
                   MOVE "Y"        TO   WS-YEAR-FOUND
               END-IF
           END-PERFORM.
           IF  WS-YEAR-FOUND = "N"
               EXEC SQL
                   DELETE FROM EMP_APPRAISAL
                          WHERE APPR_YEAR = :APR-YEAR
                            AND EMP_NO IN
                                (SELECT EMP_NO FROM EMP
                                  WHERE COMPANY_CD = :RUN-COMPANY)
               END-EXEC
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
                   SET  WS-LOAD-ABORT TO TRUE
               ELSE
                   DISPLAY "*** APPRAISAL YEAR " APR-YEAR
                           " REPLACED ***"
                   IF  WS-YEAR-CNT < 10
                       ADD  1      TO   WS-YEAR-CNT
                       MOVE APR-YEAR    TO
                            WS-YR-CLEARED(WS-YEAR-CNT)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       WRITE-APPRAISAL-ROW.
      ******************************************************************
           ACCEPT  APR-LOAD-DATE   FROM DATE YYYYMMDD.
           EXEC SQL
              INSERT INTO EMP_APPRAISAL VALUES
                     (:APR-EMP-NO,:APR-YEAR,:APR-RATING,
                      :APR-EVALUATOR,:APR-LOAD-DATE)
           END-EXEC.
           IF  SQLSTATE = "23505"
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** DUPLICATE EMPLOYEE/YEAR SKIPPED: "
                       ASEED-EMP-NO " " ASEED-YEAR
           ELSE
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   ADD  1          TO   WS-REJECTED
                   SET  WS-LOAD-ABORT TO TRUE
               ELSE
                   ADD  1          TO   WS-INSERTED
                   CALL "SQLWARNCK" USING SQLWARN,
                         WS-PROGRAM-NAME, WS-WARN-CONTEXT,
                         WS-WARN-COUNT
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
               DISPLAY "*** APPRLOAD: RUNNING FOR COMPANY " WS-CO-CODE
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
