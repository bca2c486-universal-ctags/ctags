      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RPTGEN --- ad hoc report generator over EMP, so a one-off
      *             question from management is a few definition
      *             lines instead of a new program or a hand-edited
      *             FETCHTBL filter.  A report definition names its
      *             columns (any EMP field, the department name off
      *             DEPT, and the derived AGE and SERVICE in completed
      *             years on the run date), its selections (ANDed
      *             field/operator/value tests), up to three sort keys
      *             and up to two control breaks with row-count and
      *             salary subtotals, and whether it prints through
      *             VIRTUAL-PRINTER or goes to a CSV file.  Definitions
      *             are kept by name on RPTDEF.DAT for the whole
      *             group.  The company's RPTRUN.DAT card asks for
      *             reports: RUN lines name saved definitions, and
      *             definition lines under a new name make an ad hoc
      *             report there and then, saved to RPTDEF.DAT when a
      *             SAVE line goes with them.  The card is cleared
      *             after the run.  A JOBSCHED.DAT line naming a
      *             report runs that saved definition straight off
      *             (see SCHEDULER), so a recurring question is one
      *             schedule line.  Only the run company's employees
      *             are read.  Salaries show as far as SALVIS clears
      *             the RPTGEN recipients on DISTMTRX.DAT -- full
      *             amounts, department subtotals only, or none -- and
      *             a run not cleared in full may not select or sort
      *             on salary either.  A definition in error is
      *             refused and the run warns.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RPTGEN.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE SAVED REPORT DEFINITIONS, ONE LIBRARY FOR THE GROUP
           SELECT RDEF-FILE        ASSIGN TO "RPTDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDEF-STATUS.
      *    THE COMPANY'S REPORT REQUESTS
           SELECT RRUN-FILE        ASSIGN TO DYNAMIC WS-RRUN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRUN-STATUS.
      *    A REPORT ASKED FOR AS CSV
           SELECT CSV-FILE         ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    ONE DEFINITION LINE -- REPORT NAME, KEYWORD, OPERANDS:
      *      TITLE   REPORT TITLE TEXT
      *      OUTPUT  PRINT OR CSV (DEFAULT PRINT)
      *      COLUMN  FIELD -- ONE LINE PER COLUMN, LEFT TO RIGHT
      *      SELECT  FIELD OP VALUE -- OP EQ NE GT GE LT LE; DATES
      *              AS YYYYMMDD
      *      SORT    FIELD A/D
      *      BREAK   FIELD -- FIRST LINE IS THE OUTER BREAK
      *    A LINE STARTING "*" IS A COMMENT
       FD  RDEF-FILE.
       01  RDEF-REC.
           05  RD-NAME             PIC  X(10).
           05  FILLER              PIC  X.
           05  RD-KEYWORD          PIC  X(06).
           05  FILLER              PIC  X.
           05  RD-OPERANDS         PIC  X(62).

      *    THE SAME LINES, PLUS RUN (NAME A SAVED DEFINITION) AND
      *    SAVE (KEEP THE AD HOC DEFINITION OF THAT NAME)
       FD  RRUN-FILE.
       01  RRUN-REC.
           05  RQ-NAME             PIC  X(10).
           05  FILLER              PIC  X.
           05  RQ-KEYWORD          PIC  X(06).
           05  FILLER              PIC  X.
           05  RQ-OPERANDS         PIC  X(62).

       FD  CSV-FILE.
       01  CSV-REC                 PIC  X(400).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RPTGEN".
       01  WS-RDEF-STATUS          PIC  X(02).
           88  WS-RDEF-OK          VALUE "00".
           88  WS-RDEF-EOF         VALUE "10".
       01  WS-RRUN-STATUS          PIC  X(02).
           88  WS-RRUN-OK          VALUE "00".
           88  WS-RRUN-EOF         VALUE "10".
       01  WS-CSV-STATUS           PIC  X(02).
           88  WS-CSV-OK           VALUE "00".
       01  WS-RRUN-NAME            PIC  X(40) VALUE "RPTRUN.DAT".
       01  WS-CSV-NAME             PIC  X(40).
       01  WS-SPOOL-NAME           PIC  X(40).
      *    SHARED WITH SCHEDULER (EXTERNAL) -- A SCHEDULED REPORT
      *    NAMES ITS SAVED DEFINITION HERE AND THE CARD IS LEFT ALONE
       01  WS-RPT-REQUEST          PIC  X(10) EXTERNAL.
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
       01  WS-RUN-DATE             PIC  9(08).
      *    THE FIELDS A DEFINITION MAY NAME -- CODE, TYPE (N NUMBER,
      *    M MONEY, D DATE, X TEXT), PRINT WIDTH AND HEADING.  THE
      *    ENTRY NUMBER IS THE FIELD NUMBER USED THROUGHOUT
       01  WS-FIELD-NAMES.
           05  FILLER              PIC  X(25) VALUE
               "EMPNO     N06EMP NO      ".
           05  FILLER              PIC  X(25) VALUE
               "NAME      X30NAME        ".
           05  FILLER              PIC  X(25) VALUE
               "KANA      X30KANA        ".
           05  FILLER              PIC  X(25) VALUE
               "DEPT      N04DEPT        ".
           05  FILLER              PIC  X(25) VALUE
               "DEPTNAME  X30DEPARTMENT  ".
           05  FILLER              PIC  X(25) VALUE
               "SALARY    M13SALARY      ".
           05  FILLER              PIC  X(25) VALUE
               "GRADE     N05GRADE       ".
           05  FILLER              PIC  X(25) VALUE
               "STEP      N04STEP        ".
           05  FILLER              PIC  X(25) VALUE
               "HIREDATE  D10HIRED       ".
           05  FILLER              PIC  X(25) VALUE
               "TERMDATE  D10LEFT        ".
           05  FILLER              PIC  X(25) VALUE
               "BIRTHDATE D10BORN        ".
           05  FILLER              PIC  X(25) VALUE
               "STATUS    X06STATUS      ".
           05  FILLER              PIC  X(25) VALUE
               "AGE       N03AGE         ".
           05  FILLER              PIC  X(25) VALUE
               "SERVICE   N07SERVICE     ".
       01  WS-FIELD-TABLE          REDEFINES WS-FIELD-NAMES.
           05  WS-FT-ENTRY         OCCURS 14.
               10  WS-FT-CODE      PIC  X(10).
               10  WS-FT-TYPE      PIC  X.
               10  WS-FT-WIDTH     PIC  9(02).
               10  WS-FT-HEADING   PIC  X(12).
       01  WS-FT-CNT               PIC  9(02) VALUE 14.
       01  WS-FT-IDX               PIC  9(02).
       01  WS-FIELD-HIT            PIC  9(02).
      *    THE COMPANY'S EMPLOYEES, READ ONCE FOR EVERY REPORT OF THE
      *    RUN, IN EMP_NO ORDER
       01  WS-EMP-TABLE.
           05  WS-EMP-CNT          PIC  9(04) VALUE ZERO.
           05  WS-EMP-ROW          OCCURS 2000.
               10  WR-EMP-NO       PIC  9(04).
               10  WR-NAME         PIC  X(60).
               10  WR-KANA         PIC  X(60).
               10  WR-DEPT         PIC  9(03).
               10  WR-DEPT-NAME    PIC  X(30).
               10  WR-SALARY       PIC S9(07)V9(02).
               10  WR-GRADE        PIC  9(02).
               10  WR-STEP         PIC  9(02).
               10  WR-HIRE-DATE    PIC  9(08).
               10  WR-TERM-DATE    PIC  9(08).
               10  WR-BIRTHDATE    PIC  9(08).
               10  WR-STATUS       PIC  X.
               10  WR-AGE          PIC  9(03).
               10  WR-SERVICE      PIC  9(02).
       01  WS-EMP-MAX              PIC  9(04) VALUE 2000.
       01  WS-EMP-DROPPED          PIC  9(06) VALUE ZERO.
       01  WS-EMP-LOADED-FLAG      PIC  X     VALUE "N".
           88  WS-EMP-LOADED       VALUE "Y".
      *    SERVICE RUNS TO THE LEAVING DATE FOR A LEAVER
       01  WS-SERVICE-TO           PIC  9(08).
      *    THE SAVED DEFINITIONS
       01  WS-LIB-TABLE.
           05  WS-LIB-CNT          PIC  9(04) VALUE ZERO.
           05  WS-LIB-LINE         OCCURS 500.
               10  WS-LB-NAME      PIC  X(10).
               10  WS-LB-KEYWORD   PIC  X(06).
               10  WS-LB-OPERANDS  PIC  X(62).
       01  WS-LIB-IDX              PIC  9(04).
      *    AD HOC DEFINITION LINES OFF THE RUN CARD
       01  WS-ADH-TABLE.
           05  WS-ADH-CNT          PIC  9(04) VALUE ZERO.
           05  WS-ADH-LINE         OCCURS 200.
               10  WS-AH-NAME      PIC  X(10).
               10  WS-AH-KEYWORD   PIC  X(06).
               10  WS-AH-OPERANDS  PIC  X(62).
       01  WS-ADH-IDX              PIC  9(04).
      *    THE REPORTS ASKED FOR, IN CARD ORDER -- L = SAVED
      *    DEFINITION, A = AD HOC; SAVE "Y" KEEPS AN AD HOC ONE
       01  WS-REQ-TABLE.
           05  WS-REQ-CNT          PIC  9(02) VALUE ZERO.
           05  WS-REQ-ENTRY        OCCURS 20.
               10  WS-RQ-NAME      PIC  X(10).
               10  WS-RQ-SOURCE    PIC  X.
               10  WS-RQ-SAVE      PIC  X.
       01  WS-REQ-IDX              PIC  9(02).
       01  WS-REQ-HIT              PIC  9(02).
       01  WS-CARD-LINES           PIC  9(04) VALUE ZERO.
      *    ONE DEFINITION LINE BEING TAKEN IN
       01  WS-PL-KEYWORD           PIC  X(06).
       01  WS-PL-OPERANDS          PIC  X(62).
       01  WS-PL-OPERANDS-R        REDEFINES WS-PL-OPERANDS.
           05  WS-PL-FIELD         PIC  X(10).
           05  FILLER              PIC  X.
           05  WS-PL-OP            PIC  X(02).
           05  FILLER              PIC  X.
           05  WS-PL-VALUE         PIC  X(48).
      *    THE DEFINITION BEING RUN
       01  WS-DEF.
           05  WS-DEF-NAME         PIC  X(10).
           05  WS-DEF-TITLE        PIC  X(62).
           05  WS-DEF-OUTPUT       PIC  X(10).
               88  WS-DEF-CSV      VALUE "CSV".
           05  WS-DEF-LINES        PIC  9(04).
           05  WS-DEF-ERROR        PIC  X(60).
           05  WS-COL-CNT          PIC  9(02).
           05  WS-COL-FIELD        OCCURS 12 PIC 9(02).
           05  WS-SEL-CNT          PIC  9(02).
           05  WS-SEL-ENTRY        OCCURS 8.
               10  WS-SEL-FIELD    PIC  9(02).
               10  WS-SEL-OP       PIC  X(02).
               10  WS-SEL-TEXT     PIC  X(60).
               10  WS-SEL-NUM      PIC S9(09)V9(02).
           05  WS-SORT-CNT         PIC  9.
           05  WS-SORT-ENTRY       OCCURS 3.
               10  WS-SORT-FIELD   PIC  9(02).
               10  WS-SORT-DIR     PIC  X.
           05  WS-BRK-CNT          PIC  9.
           05  WS-BRK-FIELD        OCCURS 2 PIC 9(02).
      *        THE ORDER ROWS COME OUT IN -- BREAKS FIRST, THEN THE
      *        SORT KEYS, THEN EMP NO
           05  WS-KEY-CNT          PIC  9.
           05  WS-KEY-ENTRY        OCCURS 6.
               10  WS-KEY-FIELD    PIC  9(02).
               10  WS-KEY-DIR      PIC  X.
           05  WS-LINE-WIDTH       PIC  9(03).
           05  WS-SAL-COLUMN-FLAG  PIC  X.
               88  WS-SAL-COLUMN   VALUE "Y".
           05  WS-SAL-IGNORED-FLAG PIC  X.
               88  WS-SAL-IGNORED  VALUE "Y".
       01  WS-COL-IDX              PIC  9(02).
       01  WS-SEL-IDX              PIC  9(02).
       01  WS-SORT-IDX             PIC  9(02).
       01  WS-BRK-IDX              PIC  9(02).
       01  WS-KEY-IDX              PIC  9(02).
      *    THE ROWS A REPORT SELECTED, AS SUBSCRIPTS INTO THE EMPLOYEE
      *    TABLE -- SORTED IN PLACE
       01  WS-PICK-TABLE.
           05  WS-PICK-CNT         PIC  9(04) VALUE ZERO.
           05  WS-PICK-ROW         OCCURS 2000 PIC 9(04).
       01  WS-PICK-IDX             PIC  9(04).
       01  WS-PICK-IDX-2           PIC  9(04).
       01  WS-PICK-SWAP            PIC  9(04).
       01  WS-ROW-PASSES-FLAG      PIC  X.
           88  WS-ROW-PASSES       VALUE "Y".
      *    ONE FIELD OF ONE ROW, AS A NUMBER OR AS TEXT
       01  WS-GF-ROW               PIC  9(04).
       01  WS-GF-FIELD             PIC  9(02).
       01  WS-FV-NUM               PIC S9(09)V9(02).
       01  WS-FV-TEXT              PIC  X(60).
      *    A COMPARISON -- "<", "=" OR ">" OF THE A SIDE TO THE B SIDE
       01  WS-CA-NUM               PIC S9(09)V9(02).
       01  WS-CA-TEXT              PIC  X(60).
       01  WS-CB-NUM               PIC S9(09)V9(02).
       01  WS-CB-TEXT              PIC  X(60).
       01  WS-CMP-FIELD            PIC  9(02).
       01  WS-CMP-RESULT           PIC  X.
       01  WS-ROW-A                PIC  9(04).
       01  WS-ROW-B                PIC  9(04).
      *    CONTROL BREAKS -- LEVEL 1 OUTER, LEVEL 2 INNER
       01  WS-BREAK-TOTALS.
           05  WS-BT-ENTRY         OCCURS 2.
               10  WS-BT-ROWS      PIC  9(06).
               10  WS-BT-SALARY    PIC S9(11)V9(02).
               10  WS-BT-VALUE     PIC  X(60).
       01  WS-BREAK-LEVEL          PIC  9.
       01  WS-BREAK-FROM           PIC  9.
       01  WS-GRAND-ROWS           PIC  9(06).
       01  WS-GRAND-SALARY         PIC S9(11)V9(02).
       01  WS-PREV-ROW             PIC  9(04).
       01  WS-SHOW-SUBTOTAL-FLAG   PIC  X.
           88  WS-SHOW-SUBTOTAL    VALUE "Y".
      *    ONE FORMATTED CELL AND THE LINE IT GOES INTO
       01  WS-CELL                 PIC  X(120).
       01  WS-CELL-LEN             PIC  9(03).
       01  WS-CELL-WIDTH           PIC  9(03).
       01  WS-CELL-RIGHT-FLAG      PIC  X.
           88  WS-CELL-RIGHT       VALUE "Y".
       01  WS-OUT-LINE             PIC  X(400).
       01  WS-OUT-POS              PIC  9(03).
       01  WS-NAME-WORK            PIC  X(60).
       01  WS-NAME-CELLS           PIC  9(03).
       01  D-EMP-NO                PIC  9(04).
       01  D-DEPT                  PIC  9(03).
       01  D-SMALL                 PIC  Z9.
       01  D-AGE                   PIC  ZZ9.
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-RAW              PIC  9(08).
       01  D-SALARY                PIC  --,---,--9.99.
       01  D-TOTAL                 PIC  ---,---,---,--9.99.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  WS-MASK-AMOUNT          PIC  X(13) VALUE "   **********".
       01  WS-CSV-SALARY           PIC  -(7)9.99.
       01  WS-CSV-MASK             PIC  X(11) VALUE "   ********".
      *    SALARY VISIBILITY FOR THE RUN, AS SALVIS DECIDED IT FOR THE
      *    RPTGEN RECIPIENTS (OPERATOR SPACES -- UNATTENDED)
       01  WS-OPER-ID              PIC  X(08) VALUE SPACES.
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
           88  WS-SAL-FULL         VALUE "F".
           88  WS-SAL-DEPT         VALUE "D".
       01  WS-RUN-COUNTS.
           05  WS-REPORTS-RUN      PIC  9(04) VALUE ZERO.
           05  WS-REPORTS-REFUSED  PIC  9(04) VALUE ZERO.
           05  WS-REPORTS-SAVED    PIC  9(04) VALUE ZERO.
           05  WS-ROWS-LISTED      PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  RG-DEPT-NAME            PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RPTGEN STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** RPTGEN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           IF  WS-RPT-REQUEST = LOW-VALUE
               MOVE  SPACES         TO   WS-RPT-REQUEST
           END-IF.
           PERFORM LOAD-DEFINITION-LIBRARY.
           IF  WS-RPT-REQUEST NOT = SPACES
               DISPLAY "*** RPTGEN: SCHEDULED REPORT " WS-RPT-REQUEST
                       " ***"
               MOVE  1              TO   WS-REQ-CNT
               MOVE  WS-RPT-REQUEST TO   WS-RQ-NAME(1)
               MOVE  "L"            TO   WS-RQ-SOURCE(1)
               MOVE  "N"            TO   WS-RQ-SAVE(1)
           ELSE
               PERFORM LOAD-RUN-CARD
           END-IF.
           IF  WS-REQ-CNT = ZERO
               DISPLAY "*** RPTGEN: NO REPORTS ASKED FOR ***"
           ELSE
               CALL "SALVIS" USING WS-PROGRAM-NAME, WS-OPER-ID,
                                    WS-OPER-SAL-VIS
               PERFORM CONNECT-TO-DB
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               ELSE
                   PERFORM LOAD-EMPLOYEE-ROWS
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   PERFORM DISCONNECT-FROM-DB
               END-IF
           END-IF.
           IF  WS-EMP-LOADED
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-CNT
                   PERFORM RUN-ONE-REQUEST
               END-PERFORM
           END-IF.

           IF  WS-RPT-REQUEST = SPACES
           AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM CLEAR-RUN-CARD
           END-IF.

           DISPLAY "*** RPTGEN FINISHED -- " WS-REPORTS-RUN
                   " REPORT(S), " WS-ROWS-LISTED " ROW(S) LISTED, "
                   WS-REPORTS-REFUSED " REFUSED, " WS-REPORTS-SAVED
                   " SAVED ***".
           IF  (WS-REPORTS-REFUSED NOT = ZERO
                OR WS-EMP-DROPPED NOT = ZERO)
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
       LOAD-DEFINITION-LIBRARY.
      ******************************************************************
           MOVE  ZERO               TO   WS-LIB-CNT.
           OPEN INPUT RDEF-FILE.
           IF  WS-RDEF-OK
               PERFORM UNTIL WS-RDEF-EOF
                   READ RDEF-FILE
                       AT END
                           SET WS-RDEF-EOF TO TRUE
                       NOT AT END
                           IF  RD-NAME NOT = SPACES
                           AND RD-NAME(1:1) NOT = "*"
                           AND WS-LIB-CNT < 500
                               ADD  1   TO   WS-LIB-CNT
                               MOVE RD-NAME     TO
                                    WS-LB-NAME(WS-LIB-CNT)
                               MOVE RD-KEYWORD  TO
                                    WS-LB-KEYWORD(WS-LIB-CNT)
                               MOVE RD-OPERANDS TO
                                    WS-LB-OPERANDS(WS-LIB-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RDEF-FILE
           END-IF.

      ******************************************************************
       LOAD-RUN-CARD.
      ******************************************************************
           OPEN INPUT RRUN-FILE.
           IF  WS-RRUN-OK
               PERFORM UNTIL WS-RRUN-EOF
                   READ RRUN-FILE
                       AT END
                           SET WS-RRUN-EOF TO TRUE
                       NOT AT END
                           IF  RQ-NAME NOT = SPACES
                           AND RQ-NAME(1:1) NOT = "*"
                               ADD  1   TO   WS-CARD-LINES
                               PERFORM TAKE-RUN-CARD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RRUN-FILE
           END-IF.

      ******************************************************************
       TAKE-RUN-CARD-LINE.
      ******************************************************************
      *    A NAME ASKED FOR TWICE IS RUN ONCE
           PERFORM FIND-REQUEST.
           EVALUATE TRUE
               WHEN RQ-KEYWORD = "RUN"
                   IF  WS-REQ-HIT = ZERO
                       PERFORM ADD-REQUEST
                   END-IF
               WHEN RQ-KEYWORD = "SAVE"
                   IF  WS-REQ-HIT NOT = ZERO
                       MOVE  "Y"    TO   WS-RQ-SAVE(WS-REQ-HIT)
                   ELSE
                       DISPLAY "*** RPTGEN: SAVE FOR " RQ-NAME
                               " WITH NO DEFINITION LINES AHEAD OF "
                               "IT -- IGNORED ***"
                       ADD  1       TO   WS-REPORTS-REFUSED
                   END-IF
               WHEN OTHER
      *            A DEFINITION LINE -- THE AD HOC VERSION OF THE NAME
      *            WINS OVER ANY SAVED ONE FOR THIS RUN
                   IF  WS-REQ-HIT = ZERO
                       PERFORM ADD-REQUEST
                   END-IF
                   IF  WS-REQ-HIT NOT = ZERO
                       MOVE  "A"    TO   WS-RQ-SOURCE(WS-REQ-HIT)
                       IF  WS-ADH-CNT < 200
                           ADD  1   TO   WS-ADH-CNT
                           MOVE RQ-NAME     TO   WS-AH-NAME(WS-ADH-CNT)
                           MOVE RQ-KEYWORD  TO
                                WS-AH-KEYWORD(WS-ADH-CNT)
                           MOVE RQ-OPERANDS TO
                                WS-AH-OPERANDS(WS-ADH-CNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       FIND-REQUEST.
      ******************************************************************
           MOVE  ZERO               TO   WS-REQ-HIT.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-CNT
                      OR WS-REQ-HIT NOT = ZERO
               IF  WS-RQ-NAME(WS-REQ-IDX) = RQ-NAME
                   MOVE  WS-REQ-IDX TO   WS-REQ-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       ADD-REQUEST.
      ******************************************************************
           IF  WS-REQ-CNT < 20
               ADD  1               TO   WS-REQ-CNT
               MOVE  WS-REQ-CNT     TO   WS-REQ-HIT
               MOVE  RQ-NAME        TO   WS-RQ-NAME(WS-REQ-CNT)
               MOVE  "L"            TO   WS-RQ-SOURCE(WS-REQ-CNT)
               MOVE  "N"            TO   WS-RQ-SAVE(WS-REQ-CNT)
           ELSE
               DISPLAY "*** RPTGEN: MORE THAN 20 REPORTS ON THE CARD "
                       "-- " RQ-NAME " NOT RUN ***"
               ADD  1               TO   WS-REPORTS-REFUSED
           END-IF.

      ******************************************************************
       LOAD-EMPLOYEE-ROWS.
      ******************************************************************
      *    EVERY EMPLOYEE OF THE COMPANY, LEAVERS INCLUDED -- A
      *    DEFINITION SELECTS ON STATUS WHEN IT WANTS THEM OUT
           EXEC SQL
               DECLARE CR1 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_NAME, COALESCE(E.EMP_KANA, ' '),
                      E.EMP_SALARY, COALESCE(E.EMP_DEPT, 0),
                      COALESCE(D.DEPT_NAME, ' '),
                      COALESCE(E.EMP_GRADE, 0),
                      COALESCE(E.EMP_STEP, 0),
                      COALESCE(E.EMP_HIRE_DATE, 0),
                      COALESCE(E.EMP_TERM_DATE, 0),
                      COALESCE(E.EMP_BIRTHDATE, 0),
                      COALESCE(E.EMP_STATUS, 'A')
                 FROM EMP E
                 LEFT JOIN DEPT D ON D.DEPT_NO = E.EMP_DEPT
                WHERE E.COMPANY_CD = :RUN-COMPANY
                ORDER BY E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CR1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CR1
                        INTO :EMP-NO, :EMP-NAME, :EMP-KANA,
                             :EMP-SALARY, :EMP-DEPT, :RG-DEPT-NAME,
                             :EMP-GRADE, :EMP-STEP, :EMP-HIRE-DATE,
                             :EMP-TERM-DATE, :EMP-BIRTHDATE,
                             :EMP-STATUS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM KEEP-ONE-EMPLOYEE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CR1
               END-EXEC
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   SET  WS-EMP-LOADED    TO   TRUE
               END-IF
           END-IF.
           IF  WS-EMP-DROPPED NOT = ZERO
               DISPLAY "*** RPTGEN: " WS-EMP-DROPPED " EMPLOYEE(S) "
                       "BEYOND THE FIRST " WS-EMP-MAX " LEFT OFF "
                       "EVERY REPORT ***"
           END-IF.

      ******************************************************************
       KEEP-ONE-EMPLOYEE.
      ******************************************************************
           IF  WS-EMP-CNT NOT < WS-EMP-MAX
               ADD  1               TO   WS-EMP-DROPPED
           ELSE
               ADD  1               TO   WS-EMP-CNT
               MOVE  EMP-NO         TO   WR-EMP-NO(WS-EMP-CNT)
               MOVE  EMP-NAME       TO   WR-NAME(WS-EMP-CNT)
               MOVE  EMP-KANA       TO   WR-KANA(WS-EMP-CNT)
               MOVE  EMP-DEPT       TO   WR-DEPT(WS-EMP-CNT)
               MOVE  RG-DEPT-NAME   TO   WR-DEPT-NAME(WS-EMP-CNT)
               MOVE  EMP-SALARY     TO   WR-SALARY(WS-EMP-CNT)
               MOVE  EMP-GRADE      TO   WR-GRADE(WS-EMP-CNT)
               MOVE  EMP-STEP       TO   WR-STEP(WS-EMP-CNT)
               MOVE  EMP-HIRE-DATE  TO   WR-HIRE-DATE(WS-EMP-CNT)
               MOVE  EMP-TERM-DATE  TO   WR-TERM-DATE(WS-EMP-CNT)
               MOVE  EMP-BIRTHDATE  TO   WR-BIRTHDATE(WS-EMP-CNT)
               MOVE  EMP-STATUS     TO   WR-STATUS(WS-EMP-CNT)
      *        COMPLETED YEARS -- YYYYMMDD DIFFERENCES TRUNCATED TO
      *        THE TEN-THOUSANDS ARE WHOLE YEARS, BIRTHDAYS COUNTED
               MOVE  ZERO           TO   WR-AGE(WS-EMP-CNT)
                                         WR-SERVICE(WS-EMP-CNT)
               IF  EMP-BIRTHDATE > ZERO
               AND EMP-BIRTHDATE NOT > WS-RUN-DATE
                   COMPUTE WR-AGE(WS-EMP-CNT) =
                           (WS-RUN-DATE - EMP-BIRTHDATE) / 10000
               END-IF
               MOVE  WS-RUN-DATE    TO   WS-SERVICE-TO
               IF  EMP-TERM-DATE > ZERO
               AND EMP-TERM-DATE < WS-RUN-DATE
                   MOVE  EMP-TERM-DATE   TO   WS-SERVICE-TO
               END-IF
               IF  EMP-HIRE-DATE > ZERO
               AND EMP-HIRE-DATE NOT > WS-SERVICE-TO
                   COMPUTE WR-SERVICE(WS-EMP-CNT) =
                           (WS-SERVICE-TO - EMP-HIRE-DATE) / 10000
               END-IF
           END-IF.

      ******************************************************************
       RUN-ONE-REQUEST.
      ******************************************************************
           PERFORM BUILD-DEFINITION.
           IF  WS-DEF-ERROR NOT = SPACES
               ADD  1               TO   WS-REPORTS-REFUSED
               DISPLAY "*** RPTGEN: REPORT " WS-DEF-NAME
                       " REFUSED -- " WS-DEF-ERROR " ***"
           ELSE
               PERFORM SELECT-REPORT-ROWS
               PERFORM SORT-REPORT-ROWS
               IF  WS-DEF-CSV
                   PERFORM WRITE-CSV-REPORT
               ELSE
                   PERFORM PRINT-REPORT
               END-IF
               ADD  1               TO   WS-REPORTS-RUN
               ADD  WS-PICK-CNT     TO   WS-ROWS-LISTED
               DISPLAY "*** RPTGEN: REPORT " WS-DEF-NAME " -- "
                       WS-PICK-CNT " ROW(S) ***"
               IF  WS-RQ-SAVE(WS-REQ-IDX) = "Y"
                   PERFORM SAVE-AD-HOC-DEFINITION
               END-IF
           END-IF.

      ******************************************************************
       BUILD-DEFINITION.
      ******************************************************************
           INITIALIZE WS-DEF.
           MOVE  WS-RQ-NAME(WS-REQ-IDX)  TO   WS-DEF-NAME.
           MOVE  "PRINT"            TO   WS-DEF-OUTPUT.
           MOVE  "N"                TO   WS-SAL-COLUMN-FLAG
                                         WS-SAL-IGNORED-FLAG.
           IF  WS-RQ-SOURCE(WS-REQ-IDX) = "A"
               PERFORM VARYING WS-ADH-IDX FROM 1 BY 1
                       UNTIL WS-ADH-IDX > WS-ADH-CNT
                   IF  WS-AH-NAME(WS-ADH-IDX) = WS-DEF-NAME
                       MOVE  WS-AH-KEYWORD(WS-ADH-IDX)
                                    TO   WS-PL-KEYWORD
                       MOVE  WS-AH-OPERANDS(WS-ADH-IDX)
                                    TO   WS-PL-OPERANDS
                       PERFORM TAKE-DEFINITION-LINE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                       UNTIL WS-LIB-IDX > WS-LIB-CNT
                   IF  WS-LB-NAME(WS-LIB-IDX) = WS-DEF-NAME
                       MOVE  WS-LB-KEYWORD(WS-LIB-IDX)
                                    TO   WS-PL-KEYWORD
                       MOVE  WS-LB-OPERANDS(WS-LIB-IDX)
                                    TO   WS-PL-OPERANDS
                       PERFORM TAKE-DEFINITION-LINE
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-DEF-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-DEF-LINES = ZERO
                   MOVE  "NO SUCH DEFINITION ON RPTDEF.DAT"
                                    TO   WS-DEF-ERROR
               WHEN WS-COL-CNT = ZERO
                   MOVE  "NO COLUMN LINES"    TO   WS-DEF-ERROR
               WHEN NOT WS-DEF-CSV AND WS-LINE-WIDTH > 132
                   MOVE  "COLUMNS WIDER THAN 132 PRINT POSITIONS"
                                    TO   WS-DEF-ERROR
               WHEN OTHER
                   PERFORM BUILD-SORT-KEYS
           END-EVALUATE.
           IF  WS-SAL-IGNORED
               DISPLAY "*** RPTGEN: REPORT " WS-DEF-NAME
                       " -- SALARY SELECTION AND SORT IGNORED, RUN "
                       "NOT CLEARED FOR SALARIES ***"
           END-IF.

      ******************************************************************
       TAKE-DEFINITION-LINE.
      ******************************************************************
      *    THE FIRST FAULT FOUND IS THE ONE REPORTED
           ADD  1                   TO   WS-DEF-LINES.
           IF  WS-PL-KEYWORD NOT = "TITLE" AND "OUTPUT" AND "SAVE"
               MOVE  WS-PL-FIELD    TO   WS-CA-TEXT
               PERFORM FIND-FIELD
           END-IF.
           EVALUATE TRUE
               WHEN WS-DEF-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-PL-KEYWORD = "TITLE"
                   MOVE  WS-PL-OPERANDS TO   WS-DEF-TITLE
               WHEN WS-PL-KEYWORD = "OUTPUT"
                   IF  WS-PL-FIELD = "PRINT" OR "CSV"
                       MOVE  WS-PL-FIELD    TO   WS-DEF-OUTPUT
                   ELSE
                       MOVE  "OUTPUT IS PRINT OR CSV"
                                    TO   WS-DEF-ERROR
                   END-IF
               WHEN WS-PL-KEYWORD = "SAVE"
                   CONTINUE
               WHEN WS-PL-KEYWORD NOT = "COLUMN" AND "SELECT"
                                    AND "SORT" AND "BREAK"
                   STRING "UNKNOWN KEYWORD " WS-PL-KEYWORD
                       DELIMITED BY SIZE INTO WS-DEF-ERROR
               WHEN WS-FIELD-HIT = ZERO
                   STRING "UNKNOWN FIELD " WS-PL-FIELD
                       DELIMITED BY SIZE INTO WS-DEF-ERROR
               WHEN WS-PL-KEYWORD = "COLUMN"
                   PERFORM TAKE-COLUMN-LINE
               WHEN WS-PL-KEYWORD = "SELECT"
                   PERFORM TAKE-SELECT-LINE
               WHEN WS-PL-KEYWORD = "SORT"
                   PERFORM TAKE-SORT-LINE
               WHEN OTHER
                   PERFORM TAKE-BREAK-LINE
           END-EVALUATE.

      ******************************************************************
       FIND-FIELD.
      ******************************************************************
           MOVE  ZERO               TO   WS-FIELD-HIT.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-CNT
                      OR WS-FIELD-HIT NOT = ZERO
               IF  WS-FT-CODE(WS-FT-IDX) = WS-CA-TEXT
                   MOVE  WS-FT-IDX  TO   WS-FIELD-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       TAKE-COLUMN-LINE.
      ******************************************************************
           IF  WS-COL-CNT NOT < 12
               MOVE  "MORE THAN 12 COLUMNS"   TO   WS-DEF-ERROR
           ELSE
               ADD  1               TO   WS-COL-CNT
               MOVE  WS-FIELD-HIT   TO   WS-COL-FIELD(WS-COL-CNT)
               IF  WS-COL-CNT > 1
                   ADD  2           TO   WS-LINE-WIDTH
               END-IF
               ADD  WS-FT-WIDTH(WS-FIELD-HIT)  TO   WS-LINE-WIDTH
               IF  WS-FT-TYPE(WS-FIELD-HIT) = "M"
                   SET  WS-SAL-COLUMN    TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       TAKE-SELECT-LINE.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-PL-OP NOT = "EQ" AND "NE" AND "GT"
                               AND "GE" AND "LT" AND "LE"
                   STRING "UNKNOWN OPERATOR " WS-PL-OP
                       DELIMITED BY SIZE INTO WS-DEF-ERROR
               WHEN WS-SEL-CNT NOT < 8
                   MOVE  "MORE THAN 8 SELECT LINES"
                                    TO   WS-DEF-ERROR
               WHEN WS-FT-TYPE(WS-FIELD-HIT) = "M" AND NOT WS-SAL-FULL
                   SET  WS-SAL-IGNORED   TO   TRUE
               WHEN WS-FT-TYPE(WS-FIELD-HIT) NOT = "X"
                AND FUNCTION TEST-NUMVAL(WS-PL-VALUE) NOT = ZERO
                   STRING "VALUE NOT A NUMBER FOR " WS-PL-FIELD
                       DELIMITED BY SIZE INTO WS-DEF-ERROR
               WHEN OTHER
                   ADD  1           TO   WS-SEL-CNT
                   MOVE  WS-FIELD-HIT    TO   WS-SEL-FIELD(WS-SEL-CNT)
                   MOVE  WS-PL-OP   TO   WS-SEL-OP(WS-SEL-CNT)
                   MOVE  WS-PL-VALUE     TO   WS-SEL-TEXT(WS-SEL-CNT)
                   MOVE  ZERO       TO   WS-SEL-NUM(WS-SEL-CNT)
                   IF  WS-FT-TYPE(WS-FIELD-HIT) NOT = "X"
                       MOVE  FUNCTION NUMVAL(WS-PL-VALUE)
                                    TO   WS-SEL-NUM(WS-SEL-CNT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
       TAKE-SORT-LINE.
      ******************************************************************
           IF  WS-PL-OP(1:1) = SPACE
               MOVE  "A"            TO   WS-PL-OP(1:1)
           END-IF.
           EVALUATE TRUE
               WHEN WS-PL-OP(1:1) NOT = "A" AND "D"
                   MOVE  "SORT DIRECTION IS A OR D"
                                    TO   WS-DEF-ERROR
               WHEN WS-SORT-CNT NOT < 3
                   MOVE  "MORE THAN 3 SORT KEYS"  TO   WS-DEF-ERROR
               WHEN WS-FT-TYPE(WS-FIELD-HIT) = "M" AND NOT WS-SAL-FULL
                   SET  WS-SAL-IGNORED   TO   TRUE
               WHEN OTHER
                   ADD  1           TO   WS-SORT-CNT
                   MOVE  WS-FIELD-HIT    TO   WS-SORT-FIELD(WS-SORT-CNT)
                   MOVE  WS-PL-OP(1:1)   TO   WS-SORT-DIR(WS-SORT-CNT)
           END-EVALUATE.

      ******************************************************************
       TAKE-BREAK-LINE.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-BRK-CNT NOT < 2
                   MOVE  "MORE THAN 2 BREAK LEVELS"
                                    TO   WS-DEF-ERROR
               WHEN WS-FT-TYPE(WS-FIELD-HIT) = "M"
                   MOVE  "NO BREAK ON SALARY"     TO   WS-DEF-ERROR
               WHEN OTHER
                   ADD  1           TO   WS-BRK-CNT
                   MOVE  WS-FIELD-HIT    TO   WS-BRK-FIELD(WS-BRK-CNT)
           END-EVALUATE.

      ******************************************************************
       BUILD-SORT-KEYS.
      ******************************************************************
      *    A BREAK FIELD IS A LEADING SORT KEY WHETHER OR NOT THE
      *    DEFINITION SORTS ON IT -- IN THE DIRECTION A SORT LINE
      *    GIVES IT, ELSE ASCENDING.  EMP NO SETTLES TIES
           MOVE  ZERO               TO   WS-KEY-CNT.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-CNT
               ADD  1               TO   WS-KEY-CNT
               MOVE  WS-BRK-FIELD(WS-BRK-IDX)
                                    TO   WS-KEY-FIELD(WS-KEY-CNT)
               MOVE  "A"            TO   WS-KEY-DIR(WS-KEY-CNT)
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > WS-SORT-CNT
                   IF  WS-SORT-FIELD(WS-SORT-IDX)
                     = WS-BRK-FIELD(WS-BRK-IDX)
                       MOVE  WS-SORT-DIR(WS-SORT-IDX)
                                    TO   WS-KEY-DIR(WS-KEY-CNT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-SORT-CNT
               MOVE  WS-SORT-FIELD(WS-SORT-IDX)  TO   WS-FIELD-HIT
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-CNT
                   IF  WS-KEY-FIELD(WS-KEY-IDX) = WS-FIELD-HIT
                       MOVE  ZERO   TO   WS-FIELD-HIT
                   END-IF
               END-PERFORM
               IF  WS-FIELD-HIT NOT = ZERO
                   ADD  1           TO   WS-KEY-CNT
                   MOVE  WS-FIELD-HIT    TO   WS-KEY-FIELD(WS-KEY-CNT)
                   MOVE  WS-SORT-DIR(WS-SORT-IDX)
                                    TO   WS-KEY-DIR(WS-KEY-CNT)
               END-IF
           END-PERFORM.
           ADD  1                   TO   WS-KEY-CNT.
           MOVE  1                  TO   WS-KEY-FIELD(WS-KEY-CNT).
           MOVE  "A"                TO   WS-KEY-DIR(WS-KEY-CNT).

      ******************************************************************
       SELECT-REPORT-ROWS.
      ******************************************************************
           MOVE  ZERO               TO   WS-PICK-CNT.
           PERFORM VARYING WS-GF-ROW FROM 1 BY 1
                   UNTIL WS-GF-ROW > WS-EMP-CNT
               SET  WS-ROW-PASSES   TO   TRUE
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-CNT
                          OR NOT WS-ROW-PASSES
                   PERFORM TEST-ONE-SELECTION
               END-PERFORM
               IF  WS-ROW-PASSES
                   ADD  1           TO   WS-PICK-CNT
                   MOVE  WS-GF-ROW  TO   WS-PICK-ROW(WS-PICK-CNT)
               END-IF
           END-PERFORM.

      ******************************************************************
       TEST-ONE-SELECTION.
      ******************************************************************
           MOVE  WS-SEL-FIELD(WS-SEL-IDX)  TO   WS-GF-FIELD
                                              WS-CMP-FIELD.
           PERFORM GET-FIELD-VALUE.
           MOVE  WS-FV-NUM          TO   WS-CA-NUM.
           MOVE  WS-FV-TEXT         TO   WS-CA-TEXT.
           MOVE  WS-SEL-NUM(WS-SEL-IDX)    TO   WS-CB-NUM.
           MOVE  WS-SEL-TEXT(WS-SEL-IDX)   TO   WS-CB-TEXT.
           PERFORM COMPARE-VALUES.
           MOVE  "N"                TO   WS-ROW-PASSES-FLAG.
           EVALUATE WS-SEL-OP(WS-SEL-IDX)
               WHEN "EQ"
                   IF  WS-CMP-RESULT = "="
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
               WHEN "NE"
                   IF  WS-CMP-RESULT NOT = "="
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
               WHEN "GT"
                   IF  WS-CMP-RESULT = ">"
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
               WHEN "GE"
                   IF  WS-CMP-RESULT NOT = "<"
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
               WHEN "LT"
                   IF  WS-CMP-RESULT = "<"
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
               WHEN OTHER
                   IF  WS-CMP-RESULT NOT = ">"
                       SET  WS-ROW-PASSES    TO   TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
       GET-FIELD-VALUE.
      ******************************************************************
           MOVE  ZERO               TO   WS-FV-NUM.
           MOVE  SPACES             TO   WS-FV-TEXT.
           EVALUATE WS-GF-FIELD
               WHEN 1
                   MOVE  WR-EMP-NO(WS-GF-ROW)     TO   WS-FV-NUM
               WHEN 2
                   MOVE  WR-NAME(WS-GF-ROW)       TO   WS-FV-TEXT
               WHEN 3
                   MOVE  WR-KANA(WS-GF-ROW)       TO   WS-FV-TEXT
               WHEN 4
                   MOVE  WR-DEPT(WS-GF-ROW)       TO   WS-FV-NUM
               WHEN 5
                   MOVE  WR-DEPT-NAME(WS-GF-ROW)  TO   WS-FV-TEXT
               WHEN 6
                   MOVE  WR-SALARY(WS-GF-ROW)     TO   WS-FV-NUM
               WHEN 7
                   MOVE  WR-GRADE(WS-GF-ROW)      TO   WS-FV-NUM
               WHEN 8
                   MOVE  WR-STEP(WS-GF-ROW)       TO   WS-FV-NUM
               WHEN 9
                   MOVE  WR-HIRE-DATE(WS-GF-ROW)  TO   WS-FV-NUM
               WHEN 10
                   MOVE  WR-TERM-DATE(WS-GF-ROW)  TO   WS-FV-NUM
               WHEN 11
                   MOVE  WR-BIRTHDATE(WS-GF-ROW)  TO   WS-FV-NUM
               WHEN 12
                   MOVE  WR-STATUS(WS-GF-ROW)     TO   WS-FV-TEXT
               WHEN 13
                   MOVE  WR-AGE(WS-GF-ROW)        TO   WS-FV-NUM
               WHEN OTHER
                   MOVE  WR-SERVICE(WS-GF-ROW)    TO   WS-FV-NUM
           END-EVALUATE.

      ******************************************************************
       COMPARE-VALUES.
      ******************************************************************
      *    TEXT FIELDS COMPARE AS STORED -- THE KANA READING IS WHAT
      *    GIVES AIUEO ORDER
           IF  WS-FT-TYPE(WS-CMP-FIELD) = "X"
               EVALUATE TRUE
                   WHEN WS-CA-TEXT < WS-CB-TEXT
                       MOVE  "<"    TO   WS-CMP-RESULT
                   WHEN WS-CA-TEXT > WS-CB-TEXT
                       MOVE  ">"    TO   WS-CMP-RESULT
                   WHEN OTHER
                       MOVE  "="    TO   WS-CMP-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CA-NUM < WS-CB-NUM
                       MOVE  "<"    TO   WS-CMP-RESULT
                   WHEN WS-CA-NUM > WS-CB-NUM
                       MOVE  ">"    TO   WS-CMP-RESULT
                   WHEN OTHER
                       MOVE  "="    TO   WS-CMP-RESULT
               END-EVALUATE
           END-IF.

      ******************************************************************
       COMPARE-ROW-FIELD.
      ******************************************************************
      *    WS-ROW-A AGAINST WS-ROW-B ON FIELD WS-CMP-FIELD
           MOVE  WS-CMP-FIELD       TO   WS-GF-FIELD.
           MOVE  WS-ROW-A           TO   WS-GF-ROW.
           PERFORM GET-FIELD-VALUE.
           MOVE  WS-FV-NUM          TO   WS-CA-NUM.
           MOVE  WS-FV-TEXT         TO   WS-CA-TEXT.
           MOVE  WS-ROW-B           TO   WS-GF-ROW.
           PERFORM GET-FIELD-VALUE.
           MOVE  WS-FV-NUM          TO   WS-CB-NUM.
           MOVE  WS-FV-TEXT         TO   WS-CB-TEXT.
           PERFORM COMPARE-VALUES.

      ******************************************************************
       COMPARE-ROWS.
      ******************************************************************
      *    KEY BY KEY UNTIL ONE DIFFERS; A DESCENDING KEY TURNS THE
      *    ANSWER ROUND
           MOVE  "="                TO   WS-CMP-RESULT.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-CNT
                      OR WS-CMP-RESULT NOT = "="
               MOVE  WS-KEY-FIELD(WS-KEY-IDX)  TO   WS-CMP-FIELD
               PERFORM COMPARE-ROW-FIELD
               IF  WS-KEY-DIR(WS-KEY-IDX) = "D"
                   EVALUATE WS-CMP-RESULT
                       WHEN "<"
                           MOVE  ">"     TO   WS-CMP-RESULT
                       WHEN ">"
                           MOVE  "<"     TO   WS-CMP-RESULT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
       SORT-REPORT-ROWS.
      ******************************************************************
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX >= WS-PICK-CNT
               PERFORM VARYING WS-PICK-IDX-2 FROM WS-PICK-IDX BY 1
                       UNTIL WS-PICK-IDX-2 > WS-PICK-CNT
                   MOVE  WS-PICK-ROW(WS-PICK-IDX-2)  TO   WS-ROW-A
                   MOVE  WS-PICK-ROW(WS-PICK-IDX)    TO   WS-ROW-B
                   PERFORM COMPARE-ROWS
                   IF  WS-CMP-RESULT = "<"
                       MOVE  WS-PICK-ROW(WS-PICK-IDX)
                                    TO   WS-PICK-SWAP
                       MOVE  WS-PICK-ROW(WS-PICK-IDX-2)
                                    TO   WS-PICK-ROW(WS-PICK-IDX)
                       MOVE  WS-PICK-SWAP
                                    TO   WS-PICK-ROW(WS-PICK-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
       FORMAT-CELL.
      ******************************************************************
      *    FIELD WS-GF-FIELD OF ROW WS-GF-ROW INTO WS-CELL FOR THE
      *    PRINTED LINE OR, ON A CSV REPORT, AS PLAIN DATA; TEXT
      *    COLUMNS ARE SIZED IN DISPLAY CELLS (SEE DSPNAME)
           MOVE  SPACES             TO   WS-CELL.
           MOVE  "Y"                TO   WS-CELL-RIGHT-FLAG.
           PERFORM GET-FIELD-VALUE.
           EVALUATE TRUE
               WHEN WS-FT-TYPE(WS-GF-FIELD) = "X"
                   MOVE  "N"        TO   WS-CELL-RIGHT-FLAG
                   MOVE  WS-FV-TEXT TO   WS-NAME-WORK
                   IF  WS-DEF-CSV
                       MOVE  ZERO   TO   WS-NAME-CELLS
                   ELSE
                       MOVE  WS-FT-WIDTH(WS-GF-FIELD)
                                    TO   WS-NAME-CELLS
                   END-IF
                   CALL "DSPNAME" USING WS-NAME-WORK, WS-CELL,
                         WS-CELL-LEN, WS-NAME-CELLS
               WHEN WS-GF-FIELD = 1
                   MOVE  "N"        TO   WS-CELL-RIGHT-FLAG
                   MOVE  WR-EMP-NO(WS-GF-ROW)     TO   D-EMP-NO
                   MOVE  D-EMP-NO   TO   WS-CELL
                   MOVE  4          TO   WS-CELL-LEN
               WHEN WS-GF-FIELD = 4
                   MOVE  WR-DEPT(WS-GF-ROW)       TO   D-DEPT
                   MOVE  D-DEPT     TO   WS-CELL
                   MOVE  3          TO   WS-CELL-LEN
               WHEN WS-FT-TYPE(WS-GF-FIELD) = "M"
                   PERFORM FORMAT-SALARY-CELL
               WHEN WS-FT-TYPE(WS-GF-FIELD) = "D"
                   IF  WS-DEF-CSV
                       MOVE  WS-FV-NUM  TO   D-DATE-RAW
                       MOVE  D-DATE-RAW TO   WS-CELL
                       MOVE  8      TO   WS-CELL-LEN
                   ELSE
                       IF  WS-FV-NUM NOT = ZERO
                           MOVE  WS-FV-NUM    TO   D-DATE
                           MOVE  D-DATE       TO   WS-CELL
                       END-IF
                       MOVE  10     TO   WS-CELL-LEN
                   END-IF
               WHEN WS-GF-FIELD = 13
                   MOVE  WS-FV-NUM  TO   D-AGE
                   MOVE  D-AGE      TO   WS-CELL
                   MOVE  3          TO   WS-CELL-LEN
               WHEN OTHER
                   MOVE  WS-FV-NUM  TO   D-SMALL
                   MOVE  D-SMALL    TO   WS-CELL
                   MOVE  2          TO   WS-CELL-LEN
           END-EVALUATE.

      ******************************************************************
       FORMAT-SALARY-CELL.
      ******************************************************************
      *    ONLY A RUN CLEARED IN FULL SEES AMOUNTS ON THE ROWS
           IF  WS-DEF-CSV
               IF  WS-SAL-FULL
                   MOVE  WS-FV-NUM  TO   WS-CSV-SALARY
                   MOVE  WS-CSV-SALARY    TO   WS-CELL
               ELSE
                   MOVE  WS-CSV-MASK      TO   WS-CELL
               END-IF
               MOVE  11             TO   WS-CELL-LEN
           ELSE
               IF  WS-SAL-FULL
                   MOVE  WS-FV-NUM  TO   D-SALARY
                   MOVE  D-SALARY   TO   WS-CELL
               ELSE
                   MOVE  WS-MASK-AMOUNT   TO   WS-CELL
               END-IF
               MOVE  13             TO   WS-CELL-LEN
           END-IF.

      ******************************************************************
       PLACE-CELL.
      ******************************************************************
      *    NUMBERS STAND RIGHT IN THEIR COLUMN, TEXT LEFT; A KANJI
      *    CELL TAKES MORE BYTES THAN PRINT POSITIONS
           MOVE  WS-FT-WIDTH(WS-GF-FIELD)  TO   WS-CELL-WIDTH.
           IF  WS-CELL-RIGHT AND WS-CELL-LEN < WS-CELL-WIDTH
               COMPUTE WS-OUT-POS = WS-OUT-POS + WS-CELL-WIDTH
                                  - WS-CELL-LEN
               MOVE  WS-CELL-LEN    TO   WS-CELL-WIDTH
           END-IF.
           IF  WS-CELL-LEN > WS-CELL-WIDTH
               MOVE  WS-CELL-LEN    TO   WS-CELL-WIDTH
           END-IF.
           IF  WS-OUT-POS + WS-CELL-LEN - 1 NOT > 400
               MOVE  WS-CELL(1:WS-CELL-LEN)
                                    TO   WS-OUT-LINE(WS-OUT-POS:
                                                     WS-CELL-LEN)
           END-IF.
           COMPUTE WS-OUT-POS = WS-OUT-POS + WS-CELL-WIDTH + 2.

      ******************************************************************
       PRINT-REPORT.
      ******************************************************************
           PERFORM OPEN-REPORT-SPOOL.
           MOVE  ZERO               TO   WS-GRAND-ROWS WS-GRAND-SALARY.
           INITIALIZE WS-BREAK-TOTALS.
           IF  WS-PICK-CNT = ZERO
               MOVE  "NO EMPLOYEES MEET THE SELECTION"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-CNT
               IF  WS-PICK-IDX > 1
                   PERFORM CHECK-CONTROL-BREAKS
               END-IF
               PERFORM PRINT-DETAIL-LINE
               MOVE  WS-PICK-ROW(WS-PICK-IDX)  TO   WS-PREV-ROW
           END-PERFORM.
           IF  WS-PICK-CNT > ZERO
               MOVE  1              TO   WS-BREAK-FROM
               PERFORM PRINT-BREAK-TOTALS
           END-IF.
           PERFORM PRINT-GRAND-TOTAL.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      ******************************************************************
       OPEN-REPORT-SPOOL.
      ******************************************************************
      *    EACH REPORT ITS OWN SPOOL FILE, NAMED FOR THE DEFINITION
           MOVE  SPACES             TO   WS-SPOOL-NAME.
           STRING "./rpt_"
                  FUNCTION LOWER-CASE(WS-DEF-NAME) DELIMITED BY SPACE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-SPOOL-NAME.
           MOVE  WS-SPOOL-NAME      TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-RUN-DATE        TO   D-DATE.
           MOVE  3                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1)
                                         PA-TITLE-LINE(2)
                                         PA-TITLE-LINE(3).
           IF  WS-DEF-TITLE = SPACES
               STRING "AD HOC REPORT " WS-DEF-NAME
                   DELIMITED BY SIZE INTO PA-TITLE-LINE(1)
           ELSE
               MOVE  WS-DEF-TITLE   TO   PA-TITLE-LINE(1)
           END-IF.
           STRING "REPORT " WS-DEF-NAME "  RUN DATE " D-DATE
                  "  COMPANY " WS-CO-CODE " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  1                  TO   WS-OUT-POS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-CNT
               MOVE  WS-COL-FIELD(WS-COL-IDX)  TO   WS-GF-FIELD
               MOVE  WS-FT-HEADING(WS-GF-FIELD)
                                    TO   PA-TITLE-LINE(3)(WS-OUT-POS:
                                         WS-FT-WIDTH(WS-GF-FIELD))
               COMPUTE WS-OUT-POS = WS-OUT-POS
                                  + WS-FT-WIDTH(WS-GF-FIELD) + 2
           END-PERFORM.
           MOVE  55                 TO   PA-PAGE-LINES.
           IF  WS-SAL-IGNORED
               MOVE  SPACES         TO   PA-BUFFER
               STRING "SALARY SELECTION AND SORT IGNORED -- RUN NOT "
                      "CLEARED FOR SALARIES"
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-EMP-DROPPED NOT = ZERO
               MOVE  WS-EMP-DROPPED TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "*** " D-COUNT " EMPLOYEE(S) BEYOND THE TABLE "
                      "LIMIT NOT CONSIDERED ***"
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-DETAIL-LINE.
      ******************************************************************
           MOVE  WS-PICK-ROW(WS-PICK-IDX)  TO   WS-GF-ROW.
           MOVE  SPACES             TO   WS-OUT-LINE.
           MOVE  1                  TO   WS-OUT-POS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-CNT
               MOVE  WS-COL-FIELD(WS-COL-IDX)  TO   WS-GF-FIELD
               PERFORM FORMAT-CELL
               PERFORM PLACE-CELL
           END-PERFORM.
           MOVE  WS-OUT-LINE(1:132) TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    EVERY LEVEL COUNTS THE ROW
           ADD  1                   TO   WS-GRAND-ROWS
                                         WS-BT-ROWS(1) WS-BT-ROWS(2).
           ADD  WR-SALARY(WS-GF-ROW)
                                    TO   WS-GRAND-SALARY
                                         WS-BT-SALARY(1)
                                         WS-BT-SALARY(2).

      ******************************************************************
       CHECK-CONTROL-BREAKS.
      ******************************************************************
      *    THE OUTERMOST LEVEL THAT CHANGED CLOSES ITSELF AND EVERY
      *    LEVEL INSIDE IT
           MOVE  ZERO               TO   WS-BREAK-FROM.
           MOVE  WS-PREV-ROW        TO   WS-ROW-A.
           MOVE  WS-PICK-ROW(WS-PICK-IDX)  TO   WS-ROW-B.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-CNT
                      OR WS-BREAK-FROM NOT = ZERO
               MOVE  WS-BRK-FIELD(WS-BRK-IDX)  TO   WS-CMP-FIELD
               PERFORM COMPARE-ROW-FIELD
               IF  WS-CMP-RESULT NOT = "="
                   MOVE  WS-BRK-IDX TO   WS-BREAK-FROM
               END-IF
           END-PERFORM.
           IF  WS-BREAK-FROM NOT = ZERO
               PERFORM PRINT-BREAK-TOTALS
           END-IF.

      ******************************************************************
       PRINT-BREAK-TOTALS.
      ******************************************************************
      *    INNERMOST FIRST, DOWN TO LEVEL WS-BREAK-FROM, FOR THE GROUP
      *    THE PREVIOUS ROW CLOSED
           PERFORM VARYING WS-BREAK-LEVEL FROM WS-BRK-CNT BY -1
                   UNTIL WS-BREAK-LEVEL < WS-BREAK-FROM
                      OR WS-BREAK-LEVEL = ZERO
               PERFORM PRINT-ONE-SUBTOTAL
               MOVE  ZERO           TO   WS-BT-ROWS(WS-BREAK-LEVEL)
                                         WS-BT-SALARY(WS-BREAK-LEVEL)
           END-PERFORM.

      ******************************************************************
       PRINT-ONE-SUBTOTAL.
      ******************************************************************
      *    A RUN CLEARED FOR DEPARTMENT TOTALS SEES THE AMOUNT ONLY ON
      *    A DEPARTMENT BREAK
           MOVE  WS-BRK-FIELD(WS-BREAK-LEVEL)  TO   WS-GF-FIELD.
           MOVE  WS-PREV-ROW        TO   WS-GF-ROW.
           PERFORM FORMAT-CELL.
           MOVE  "N"                TO   WS-SHOW-SUBTOTAL-FLAG.
           IF  WS-SAL-COLUMN
               IF  WS-SAL-FULL
               OR  (WS-SAL-DEPT AND (WS-GF-FIELD = 4 OR 5))
                   SET  WS-SHOW-SUBTOTAL TO   TRUE
               END-IF
           END-IF.
           MOVE  WS-BT-ROWS(WS-BREAK-LEVEL)    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  * TOTAL "      DELIMITED BY SIZE
                  WS-FT-CODE(WS-GF-FIELD)
                                    DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-CELL(1:WS-CELL-LEN)
                                    DELIMITED BY SIZE
                  "  ROWS "         DELIMITED BY SIZE
                  D-COUNT           DELIMITED BY SIZE
               INTO PA-BUFFER.
           IF  WS-SHOW-SUBTOTAL
               MOVE  WS-BT-SALARY(WS-BREAK-LEVEL)  TO   D-TOTAL
               MOVE  "SALARY"       TO   PA-BUFFER(90:6)
               MOVE  D-TOTAL        TO   PA-BUFFER(97:18)
           END-IF.
           PERFORM PRINT-A-LINE.
           IF  WS-BREAK-LEVEL = 1
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-GRAND-TOTAL.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-GRAND-ROWS      TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "REPORT TOTAL  ROWS " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           IF  WS-SAL-COLUMN AND (WS-SAL-FULL OR WS-SAL-DEPT)
               MOVE  WS-GRAND-SALARY     TO   D-TOTAL
               MOVE  "SALARY"       TO   PA-BUFFER(90:6)
               MOVE  D-TOTAL        TO   PA-BUFFER(97:18)
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       WRITE-CSV-REPORT.
      ******************************************************************
      *    A HEADER ROW OF FIELD CODES, THEN PLAIN DATA ROWS -- BREAKS
      *    AND SUBTOTALS ARE FOR THE PRINTED REPORT
           MOVE  SPACES             TO   WS-CSV-NAME.
           STRING WS-DEF-NAME       DELIMITED BY SPACE
                  ".CSV"            DELIMITED BY SIZE
               INTO WS-CSV-NAME.
           MOVE  WS-CSV-NAME        TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-CSV-NAME.
           OPEN OUTPUT CSV-FILE.
           IF  NOT WS-CSV-OK
               DISPLAY "*** RPTGEN: UNABLE TO OPEN " WS-CSV-NAME
                       " STATUS " WS-CSV-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  SPACES         TO   WS-OUT-LINE
               MOVE  1              TO   WS-OUT-POS
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > WS-COL-CNT
                   MOVE  WS-COL-FIELD(WS-COL-IDX)  TO   WS-GF-FIELD
                   IF  WS-COL-IDX > 1
                       STRING ","   DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
                   END-IF
                   STRING WS-FT-CODE(WS-GF-FIELD) DELIMITED BY SPACE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
               END-PERFORM
               WRITE CSV-REC        FROM WS-OUT-LINE
               PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                       UNTIL WS-PICK-IDX > WS-PICK-CNT
                   PERFORM WRITE-CSV-ROW
               END-PERFORM
               CLOSE CSV-FILE
               DISPLAY "*** RPTGEN: REPORT " WS-DEF-NAME
                       " WRITTEN TO " WS-CSV-NAME " ***"
           END-IF.

      ******************************************************************
       WRITE-CSV-ROW.
      ******************************************************************
           MOVE  WS-PICK-ROW(WS-PICK-IDX)  TO   WS-GF-ROW.
           MOVE  SPACES             TO   WS-OUT-LINE.
           MOVE  1                  TO   WS-OUT-POS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-CNT
               MOVE  WS-COL-FIELD(WS-COL-IDX)  TO   WS-GF-FIELD
               PERFORM FORMAT-CELL
               IF  WS-COL-IDX > 1
                   STRING ","       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
               END-IF
               STRING WS-CELL(1:WS-CELL-LEN)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
           END-PERFORM.
           WRITE CSV-REC            FROM WS-OUT-LINE.

      ******************************************************************
       SAVE-AD-HOC-DEFINITION.
      ******************************************************************
      *    A SAVED NAME IS NOT OVERWRITTEN FROM A CARD -- CHANGING A
      *    SAVED DEFINITION IS AN EDIT OF RPTDEF.DAT
           MOVE  ZERO               TO   WS-FIELD-HIT.
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-CNT
               IF  WS-LB-NAME(WS-LIB-IDX) = WS-DEF-NAME
                   MOVE  1          TO   WS-FIELD-HIT
               END-IF
           END-PERFORM.
           IF  WS-FIELD-HIT NOT = ZERO
               ADD  1               TO   WS-REPORTS-REFUSED
               DISPLAY "*** RPTGEN: " WS-DEF-NAME " ALREADY SAVED ON "
                       "RPTDEF.DAT -- NOT SAVED AGAIN ***"
           ELSE
               OPEN EXTEND RDEF-FILE
               IF  NOT WS-RDEF-OK
                   OPEN OUTPUT RDEF-FILE
               END-IF
               IF  NOT WS-RDEF-OK
                   ADD  1           TO   WS-REPORTS-REFUSED
                   DISPLAY "*** RPTGEN: UNABLE TO WRITE RPTDEF.DAT, "
                           "STATUS " WS-RDEF-STATUS " ***"
               ELSE
                   PERFORM VARYING WS-ADH-IDX FROM 1 BY 1
                           UNTIL WS-ADH-IDX > WS-ADH-CNT
                       IF  WS-AH-NAME(WS-ADH-IDX) = WS-DEF-NAME
                       AND WS-AH-KEYWORD(WS-ADH-IDX) NOT = "SAVE"
                           MOVE  SPACES      TO   RDEF-REC
                           MOVE  WS-DEF-NAME TO   RD-NAME
                           MOVE  WS-AH-KEYWORD(WS-ADH-IDX)
                                             TO   RD-KEYWORD
                           MOVE  WS-AH-OPERANDS(WS-ADH-IDX)
                                             TO   RD-OPERANDS
                           WRITE RDEF-REC
                       END-IF
                   END-PERFORM
                   CLOSE RDEF-FILE
                   ADD  1           TO   WS-REPORTS-SAVED
                   DISPLAY "*** RPTGEN: " WS-DEF-NAME
                           " SAVED ON RPTDEF.DAT ***"
               END-IF
           END-IF.

      ******************************************************************
       CLEAR-RUN-CARD.
      ******************************************************************
      *    EVERY REPORT ASKED FOR HAS RUN OR BEEN REFUSED -- A REFUSED
      *    ONE IS CORRECTED AND HANDED IN AGAIN
           IF  WS-CARD-LINES > ZERO
               OPEN OUTPUT RRUN-FILE
               IF  WS-RRUN-OK
                   CLOSE RRUN-FILE
               END-IF
           END-IF.

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
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** RPTGEN: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-RRUN-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RRUN-NAME
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
                                  WS-AUDIT-START-TIME, WS-ROWS-LISTED,
                                  WS-AUDIT-STATUS.
      ******************************************************************
