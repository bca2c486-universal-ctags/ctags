      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  APPRRPT --- appraisal distribution and merit-increase
      *              eligibility report for one appraisal year
      *              (APPR-YEAR, default this year).  For every
      *              department: each active employee's rating and
      *              rater, the grade and step their salary occupies
      *              on SALGRID.DAT, the steps that rating earns
      *              (APPRTGT.DAT), and the new step and salary --
      *              followed by the department's rating distribution
      *              against the target distribution.  A company
      *              distribution closes the report.  Every step
      *              movement is also written to MERITRND.DAT as a C
      *              (change) transaction in the EMPTRAN.DAT layout,
      *              dated MERIT-EFF-DATE when one is configured, so
      *              the merit round is reviewed as a file and fed to
      *              EMPTRANS rather than retyped.  Unrated and off-
      *              scale employees get no movement and end the run
      *              in a warning.
      *              Placement is on the grid version in force on the
      *              run date.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 APPRRPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PAY-SCALE GRID -- SAME FILE AND SHAPE SALGRDCK LOADS
           SELECT GRID-FILE        ASSIGN TO "SALGRID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.
      *    RATING CODES WITH THEIR TARGET SHARE AND STEPS EARNED --
      *    SAME FILE AND SHAPE APPRLOAD CHECKS RATINGS AGAINST
           SELECT ATGT-FILE        ASSIGN TO "APPRTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATGT-STATUS.
      *    THE MERIT ROUND AS EMPTRANS CHANGE TRANSACTIONS
           SELECT MERIT-FILE       ASSIGN TO "MERITRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  GRID-FILE.
       01  GRID-REC.
           05  GR-GRADE            PIC  9(02).
           05  GR-STEP-GROUP       OCCURS 10.
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

       FD  ATGT-FILE.
       01  ATGT-REC.
           05  AT-RATING           PIC  X.
           05  FILLER              PIC  X.
           05  AT-TARGET-PCT       PIC  9(03).
           05  FILLER              PIC  X.
           05  AT-STEPS            PIC  9.
           05  FILLER              PIC  X.
           05  AT-DESC             PIC  X(20).

      *    SAME LAYOUT AS EMPTRANS' TRAN-REC -- BLANK LIFECYCLE FIELDS
      *    LEAVE THE ROW AS IT IS, SO ONLY THE SALARY MOVES
       FD  MERIT-FILE.
       01  MERIT-REC.
           05  MR-CODE             PIC  X.
           05  MR-EMP-NO           PIC  9(04).
           05  MR-NAME             PIC  X(60).
           05  MR-SALARY           PIC  9(07)V9(02).
           05  MR-DEPT             PIC  9(03).
           05  MR-KANA             PIC  X(60).
           05  MR-HIRE-DATE        PIC  X(08).
           05  MR-TERM-DATE        PIC  X(08).
           05  MR-STATUS           PIC  X.
           05  MR-EFF-DATE         PIC  X(08).
           05  MR-CHECK-DIGIT      PIC  X.
           05  MR-CYCLE            PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "APPRRPT".
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
       01  WS-ATGT-STATUS          PIC  X(02).
           88  WS-ATGT-OK          VALUE "00".
           88  WS-ATGT-EOF         VALUE "10".
       01  WS-MERIT-STATUS         PIC  X(02).
           88  WS-MERIT-OK         VALUE "00".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    EFFECTIVE DATE CARRIED ON THE MERIT TRANSACTIONS (SPACES =
      *    APPLIED THE NIGHT EMPTRANS READS THEM)
       01  WS-MERIT-EFF-DATE       PIC  X(08) VALUE SPACES.
      *    THE GRID IN MEMORY
       01  WS-GRID-TABLE.
           05  WS-GRID-CNT         PIC  9(02) VALUE ZERO.
           05  WS-G-GRADE-ENTRY    OCCURS 10.
               10  WS-G-GRADE      PIC  9(02).
               10  WS-G-STEP       OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-G-IDX                PIC  9(02).
       01  WS-S-IDX                PIC  9(02).
       01  WS-GRADE-HIT            PIC  9(02) VALUE ZERO.
       01  WS-STEP-HIT             PIC  9(02) VALUE ZERO.
      *    THE RATING CODES, WITH THE DEPARTMENT AND COMPANY COUNTS
      *    FOR EACH
       01  WS-RATING-TABLE.
           05  WS-RATING-CNT       PIC  9(02) VALUE ZERO.
           05  WS-RATING-ENTRY     OCCURS 10.
               10  WS-RT-CODE      PIC  X.
               10  WS-RT-TARGET    PIC  9(03).
               10  WS-RT-STEPS     PIC  9.
               10  WS-RT-DESC      PIC  X(20).
               10  WS-RT-DEPT-CNT  PIC  9(06).
               10  WS-RT-ALL-CNT   PIC  9(06).
       01  WS-R-IDX                PIC  9(02).
       01  WS-RATING-HIT           PIC  9(02) VALUE ZERO.
      *    ONE EMPLOYEE'S MOVEMENT
       01  WS-STEPS-EARNED         PIC  9(02) VALUE ZERO.
       01  WS-NEW-STEP             PIC  9(02) VALUE ZERO.
       01  WS-NEW-SALARY           PIC S9(07)V9(02) VALUE ZERO.
      *    DEPARTMENT CONTROL BREAK
       01  WS-PREV-DEPT            PIC  9(03) VALUE ZERO.
       01  WS-FIRST-ROW-FLAG       PIC  X     VALUE "Y".
           88  WS-FIRST-ROW        VALUE "Y".
       01  WS-DEPT-COUNTS.
           05  WS-DEPT-RATED       PIC  9(06) VALUE ZERO.
           05  WS-DEPT-UNRATED     PIC  9(06) VALUE ZERO.
       01  WS-RUN-COUNTS.
           05  WS-ROWS-SEEN        PIC  9(06) VALUE ZERO.
           05  WS-ALL-RATED        PIC  9(06) VALUE ZERO.
           05  WS-ALL-UNRATED      PIC  9(06) VALUE ZERO.
           05  WS-OFF-SCALE        PIC  9(06) VALUE ZERO.
           05  WS-MERIT-WRITTEN    PIC  9(06) VALUE ZERO.
      *    DISTRIBUTION BLOCK ARGUMENTS -- WHICH COUNTS TO PRINT
       01  WS-DIST-SCOPE           PIC  X     VALUE "D".
           88  WS-DIST-DEPT        VALUE "D".
           88  WS-DIST-ALL         VALUE "A".
       01  WS-DIST-RATED           PIC  9(06) VALUE ZERO.
       01  WS-DIST-UNRATED         PIC  9(06) VALUE ZERO.
       01  WS-DIST-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-ACTUAL-PCT           PIC  9(03)V9 VALUE ZERO.
       01  WS-VARIANCE-PCT         PIC S9(03)V9 VALUE ZERO.
       01  D-MERIT-LINE.
           05  D-MR-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-MR-GRADE          PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-MR-STEP           PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-MR-RATING         PIC  X.
           05  FILLER              PIC  X(02).
           05  D-MR-RATER          PIC  ZZZ9.
           05  FILLER              PIC  X(02).
           05  D-MR-SALARY         PIC  --,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-MR-EARNED         PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-MR-NEW-STEP       PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-MR-NEW-SALARY     PIC  --,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-MR-FLAG           PIC  X(14).
       01  D-DIST-LINE.
           05  FILLER              PIC  X(02).
           05  D-DI-RATING         PIC  X.
           05  FILLER              PIC  X(01).
           05  D-DI-DESC           PIC  X(20).
           05  FILLER              PIC  X(02).
           05  D-DI-COUNT          PIC  ZZZZZ9.
           05  FILLER              PIC  X(02).
           05  D-DI-ACTUAL         PIC  ZZ9.9.
           05  FILLER              PIC  X(02).
           05  D-DI-TARGET         PIC  ZZ9.
           05  FILLER              PIC  X(02).
           05  D-DI-VARIANCE       PIC  +ZZ9.9.
       01  D-DEPT-NO               PIC  9(03).
       01  D-APPR-YEAR             PIC  9(04).
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC) -- EACH
      *    MERIT ROW CARRIES THE CHECK DIGIT EMPTRANS INSISTS ON
       01  WS-ENA-ACTION           PIC  X(08) VALUE "CHECK".
       01  WS-ENA-EMP-NO           PIC  9(04).
       01  WS-ENA-STATUS           PIC  X(02).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
           COPY "APPRREC.CPY".
       01  AR-DEPT-NAME            PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** APPRRPT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-SALARY-GRID.
           PERFORM LOAD-RATING-TARGETS.
           IF  WS-GRID-CNT = ZERO OR WS-RATING-CNT = ZERO
               DISPLAY "*** APPRRPT: SALGRID.DAT OR APPRTGT.DAT NOT "
                       "AVAILABLE -- NO MERIT ROUND TO WORK OUT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MERIT-FILE.
           IF  NOT WS-MERIT-OK
               DISPLAY "*** APPRRPT: UNABLE TO OPEN MERITRND.DAT, "
                       "STATUS: " WS-MERIT-STATUS " ***"
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-APPR-SPOOL.
           PERFORM LIST-MERIT-ROUND.
           IF  NOT WS-FIRST-ROW
               PERFORM PRINT-DEPT-DISTRIBUTION
           END-IF.
           PERFORM PRINT-COMPANY-DISTRIBUTION.
           CLOSE MERIT-FILE.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** APPRRPT FINISHED -- RATED: " WS-ALL-RATED
                   "  UNRATED: " WS-ALL-UNRATED
                   "  OFF SCALE: " WS-OFF-SCALE
                   "  MERIT TRANSACTIONS: " WS-MERIT-WRITTEN " ***".
      *    AN UNRATED OR OFF-SCALE EMPLOYEE IS A GAP IN THE ROUND
      *    SOMEBODY HAS TO CLOSE BEFORE MERITRND.DAT GOES FORWARD
           IF  (WS-ALL-UNRATED NOT = ZERO OR WS-OFF-SCALE NOT = ZERO)
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
       LOAD-SALARY-GRID.
      ******************************************************************
      *    THE GRID IN FORCE TODAY -- THE ONE CURRENT SALARIES SIT ON
           MOVE  WS-AUDIT-START-DATE     TO   WS-GRID-AS-OF.
           OPEN INPUT GRID-FILE.
           IF  WS-GRID-OK
               PERFORM UNTIL WS-GRID-EOF
                   READ GRID-FILE
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
                               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                                       UNTIL WS-S-IDX > 10
                                   MOVE GR-STEP-AMT(WS-S-IDX)  TO
                                        WS-G-STEP(WS-GRID-CNT,
                                                  WS-S-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRID-FILE
               DISPLAY "*** APPRRPT: GRID VERSION EFFECTIVE "
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
       LOAD-RATING-TARGETS.
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
                               MOVE AT-RATING      TO
                                    WS-RT-CODE(WS-RATING-CNT)
                               MOVE AT-TARGET-PCT  TO
                                    WS-RT-TARGET(WS-RATING-CNT)
                               MOVE AT-STEPS       TO
                                    WS-RT-STEPS(WS-RATING-CNT)
                               MOVE AT-DESC        TO
                                    WS-RT-DESC(WS-RATING-CNT)
                               MOVE ZERO           TO
                                    WS-RT-DEPT-CNT(WS-RATING-CNT)
                                    WS-RT-ALL-CNT(WS-RATING-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATGT-FILE
           END-IF.

      ******************************************************************
       OPEN-APPR-SPOOL.
      ******************************************************************
           MOVE  "./apprrpt.dat"    TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  APR-YEAR           TO   D-APPR-YEAR.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "APPRAISAL DISTRIBUTION AND MERIT ROUND FOR "
                  D-APPR-YEAR
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       LIST-MERIT-ROUND.
      ******************************************************************
      *    EVERY ACTIVE EMPLOYEE, RATED OR NOT, BY DEPARTMENT
           EXEC SQL
               DECLARE CA1 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_NAME, COALESCE(E.EMP_KANA, ' '),
                      E.EMP_SALARY, COALESCE(E.EMP_DEPT, 0),
                      COALESCE(D.DEPT_NAME, ' '),
                      COALESCE(A.RATING, ' '),
                      COALESCE(A.EVALUATOR_NO, 0)
                 FROM EMP E
                 LEFT JOIN DEPT D ON D.DEPT_NO = E.EMP_DEPT
                 LEFT JOIN EMP_APPRAISAL A
                        ON A.EMP_NO = E.EMP_NO
                       AND A.APPR_YEAR = :APR-YEAR
                WHERE COALESCE(E.EMP_STATUS, 'A') <> 'T'
                ORDER BY 5, E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CA1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CA1
                        INTO :EMP-NO, :EMP-NAME, :EMP-KANA,
                             :EMP-SALARY, :EMP-DEPT, :AR-DEPT-NAME,
                             :APR-RATING, :APR-EVALUATOR
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-ROWS-SEEN
                           IF  WS-FIRST-ROW
                           OR  EMP-DEPT NOT = WS-PREV-DEPT
                               IF  NOT WS-FIRST-ROW
                                   PERFORM PRINT-DEPT-DISTRIBUTION
                               END-IF
                               PERFORM START-DEPARTMENT
                           END-IF
                           PERFORM RATE-ONE-EMPLOYEE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CA1
               END-EXEC
           END-IF.

      ******************************************************************
       START-DEPARTMENT.
      ******************************************************************
           MOVE  "N"                TO   WS-FIRST-ROW-FLAG.
           MOVE  EMP-DEPT           TO   WS-PREV-DEPT.
           MOVE  ZERO               TO   WS-DEPT-RATED
                                         WS-DEPT-UNRATED.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-RATING-CNT
               MOVE  ZERO           TO   WS-RT-DEPT-CNT(WS-R-IDX)
           END-PERFORM.
           MOVE  EMP-DEPT           TO   D-DEPT-NO.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "DEPARTMENT " D-DEPT-NO " " AR-DEPT-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "NO    GR  ST  R  RATER SALARY         +S  NS  "
                                    TO   PA-BUFFER.
           MOVE  "NEW SALARY     FLAG"
                                    TO   PA-BUFFER(47:19).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       RATE-ONE-EMPLOYEE.
      ******************************************************************
           MOVE  SPACES             TO   D-MERIT-LINE.
           MOVE  EMP-NO             TO   D-MR-EMP-NO.
           MOVE  EMP-SALARY         TO   D-MR-SALARY.
           MOVE  APR-RATING         TO   D-MR-RATING.
           MOVE  ZERO               TO   WS-RATING-HIT.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-RATING-CNT
                      OR WS-RATING-HIT > ZERO
               IF  APR-RATING = WS-RT-CODE(WS-R-IDX)
                   MOVE  WS-R-IDX   TO   WS-RATING-HIT
               END-IF
           END-PERFORM.
           PERFORM FIND-GRID-PLACE.
           IF  WS-GRADE-HIT NOT = ZERO
               MOVE  WS-G-GRADE(WS-GRADE-HIT)  TO   D-MR-GRADE
               MOVE  WS-STEP-HIT               TO   D-MR-STEP
           END-IF.
      *    A CODE DROPPED FROM APPRTGT.DAT SINCE THE LOAD COUNTS AS
      *    UNRATED -- IT EARNS NOTHING UNTIL HR SAYS WHAT IT MEANS
           IF  WS-RATING-HIT = ZERO
               ADD  1               TO   WS-DEPT-UNRATED
                                         WS-ALL-UNRATED
               MOVE  "NOT RATED"    TO   D-MR-FLAG
           ELSE
               ADD  1               TO   WS-DEPT-RATED WS-ALL-RATED
               ADD  1               TO   WS-RT-DEPT-CNT(WS-RATING-HIT)
                                         WS-RT-ALL-CNT(WS-RATING-HIT)
               MOVE  APR-EVALUATOR  TO   D-MR-RATER
               MOVE  WS-RT-STEPS(WS-RATING-HIT)
                                    TO   WS-STEPS-EARNED
               MOVE  WS-STEPS-EARNED     TO   D-MR-EARNED
               IF  WS-GRADE-HIT = ZERO
                   ADD  1           TO   WS-OFF-SCALE
                   MOVE  "OFF SCALE"      TO   D-MR-FLAG
               ELSE
                   PERFORM MOVE-UP-GRID
               END-IF
           END-IF.
           MOVE  D-MERIT-LINE       TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       FIND-GRID-PLACE.
      ******************************************************************
      *    EXACT STEP MATCH, SAME RULE AS SALGRDCK
           MOVE  ZERO               TO   WS-GRADE-HIT WS-STEP-HIT.
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-GRID-CNT
                      OR WS-GRADE-HIT > ZERO
               IF  EMP-SALARY NOT < WS-G-STEP(WS-G-IDX, 1)
               AND EMP-SALARY NOT > WS-G-STEP(WS-G-IDX, 10)
                   PERFORM VARYING WS-S-IDX FROM 1 BY 1
                           UNTIL WS-S-IDX > 10
                              OR WS-STEP-HIT > ZERO
                       IF  EMP-SALARY =
                           WS-G-STEP(WS-G-IDX, WS-S-IDX)
                           MOVE  WS-G-IDX   TO   WS-GRADE-HIT
                           MOVE  WS-S-IDX   TO   WS-STEP-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       MOVE-UP-GRID.
      ******************************************************************
      *    THE STEPS EARNED, WITHIN THE GRADE -- STEP 10 IS THE TOP;
      *    GOING PAST IT IS A PROMOTION, NOT A MERIT INCREASE
           COMPUTE WS-NEW-STEP = WS-STEP-HIT + WS-STEPS-EARNED.
           IF  WS-NEW-STEP > 10
               MOVE  10             TO   WS-NEW-STEP
               IF  WS-STEP-HIT = 10
                   MOVE  "AT TOP OF GRADE"    TO   D-MR-FLAG
               ELSE
                   MOVE  "CAPPED AT TOP"      TO   D-MR-FLAG
               END-IF
           END-IF.
           MOVE  WS-G-STEP(WS-GRADE-HIT, WS-NEW-STEP)
                                    TO   WS-NEW-SALARY.
           MOVE  WS-NEW-STEP        TO   D-MR-NEW-STEP.
           MOVE  WS-NEW-SALARY      TO   D-MR-NEW-SALARY.
           IF  WS-NEW-STEP > WS-STEP-HIT
               PERFORM WRITE-MERIT-TRANSACTION
           END-IF.

      ******************************************************************
       WRITE-MERIT-TRANSACTION.
      ******************************************************************
      *    A CHANGE CARRIES THE NAME AND KANA AS THEY STAND, SO ONLY
      *    THE SALARY MOVES WHEN EMPTRANS APPLIES IT
           MOVE  SPACES             TO   MERIT-REC.
           MOVE  "C"                TO   MR-CODE.
           MOVE  EMP-NO             TO   MR-EMP-NO.
           MOVE  EMP-NAME           TO   MR-NAME.
           MOVE  WS-NEW-SALARY      TO   MR-SALARY.
           MOVE  EMP-DEPT           TO   MR-DEPT.
           MOVE  EMP-KANA           TO   MR-KANA.
           MOVE  WS-MERIT-EFF-DATE  TO   MR-EFF-DATE.
           MOVE  EMP-NO             TO   WS-ENA-EMP-NO.
           CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                  WS-ENA-EMP-NO, MR-CHECK-DIGIT,
                                  WS-ENA-STATUS.
           WRITE MERIT-REC.
           IF  WS-MERIT-OK
               ADD  1               TO   WS-MERIT-WRITTEN
           ELSE
               DISPLAY "*** APPRRPT: WRITE TO MERITRND.DAT FAILED, "
                       "STATUS: " WS-MERIT-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       PRINT-DEPT-DISTRIBUTION.
      ******************************************************************
           SET   WS-DIST-DEPT       TO   TRUE.
           MOVE  WS-DEPT-RATED      TO   WS-DIST-RATED.
           MOVE  WS-DEPT-UNRATED    TO   WS-DIST-UNRATED.
           PERFORM PRINT-DISTRIBUTION.

      ******************************************************************
       PRINT-COMPANY-DISTRIBUTION.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "COMPANY TOTAL"    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           SET   WS-DIST-ALL        TO   TRUE.
           MOVE  WS-ALL-RATED       TO   WS-DIST-RATED.
           MOVE  WS-ALL-UNRATED     TO   WS-DIST-UNRATED.
           PERFORM PRINT-DISTRIBUTION.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "MERIT TRANSACTIONS WRITTEN TO MERITRND.DAT: "
                  WS-MERIT-WRITTEN "  OFF SCALE: " WS-OFF-SCALE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-DISTRIBUTION.
      ******************************************************************
      *    SHARE OF THE RATED HEADCOUNT AT EACH RATING AGAINST THE
      *    TARGET, IN PERCENTAGE POINTS
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "  R DESCRIPTION            COUNT  ACT%   TGT    VAR"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > WS-RATING-CNT
               IF  WS-DIST-DEPT
                   MOVE  WS-RT-DEPT-CNT(WS-R-IDX) TO  WS-DIST-COUNT
               ELSE
                   MOVE  WS-RT-ALL-CNT(WS-R-IDX)  TO  WS-DIST-COUNT
               END-IF
               IF  WS-DIST-RATED = ZERO
                   MOVE  ZERO       TO   WS-ACTUAL-PCT
               ELSE
                   COMPUTE WS-ACTUAL-PCT ROUNDED =
                           WS-DIST-COUNT * 100 / WS-DIST-RATED
               END-IF
               COMPUTE WS-VARIANCE-PCT =
                       WS-ACTUAL-PCT - WS-RT-TARGET(WS-R-IDX)
               MOVE  SPACES                   TO   D-DIST-LINE
               MOVE  WS-RT-CODE(WS-R-IDX)     TO   D-DI-RATING
               MOVE  WS-RT-DESC(WS-R-IDX)     TO   D-DI-DESC
               MOVE  WS-DIST-COUNT            TO   D-DI-COUNT
               MOVE  WS-ACTUAL-PCT            TO   D-DI-ACTUAL
               MOVE  WS-RT-TARGET(WS-R-IDX)   TO   D-DI-TARGET
               MOVE  WS-VARIANCE-PCT          TO   D-DI-VARIANCE
               MOVE  D-DIST-LINE              TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-PERFORM.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  RATED: " WS-DIST-RATED
                  "  NOT RATED: " WS-DIST-UNRATED
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           MOVE  "testdb"          TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           MOVE  SPACE             TO   PASSWD.
           MOVE  "DB-NAME"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   DBNAME
           END-IF.
           MOVE  "DB-USER"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   USERNAME
           END-IF.
           MOVE  "DB-PASSWD"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.
      *    THE APPRAISAL YEAR DEFAULTS TO THIS YEAR
           MOVE  WS-AUDIT-START-DATE(1:4)  TO   APR-YEAR.
           MOVE  "APPR-YEAR"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:4) NUMERIC
               MOVE  WS-CFG-VALUE(1:4)   TO   APR-YEAR
           END-IF.
           MOVE  "MERIT-EFF-DATE"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:8) NUMERIC
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-MERIT-EFF-DATE
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           CALL "ERRLOG" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                                SQLERRMC, WS-ERR-ACTION.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME, WS-MERIT-WRITTEN,
                                  WS-AUDIT-STATUS.
      ******************************************************************
