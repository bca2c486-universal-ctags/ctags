      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  COSTFCST --- twelve-month labour-cost forecast per EMP_DEPT,
      *               so next year's salary budget is built from the
      *               data the payroll runs on rather than a copy of
      *               EMPLIST.CSV.  Starting from today's EMP, its
      *               fixed monthly allowances (EMP_ALLOWANCE) and its
      *               fixed-term contracts (EMP_CONTRACT), each of the
      *               next twelve months is projected as it will stand
      *               on the first of the month: the effective-dated
      *               transactions parked on EMPTRAN.PND (adds,
      *               changes, transfers, deletes, allowance and
      *               contract changes) take effect in the month their
      *               date is reached; every employee placed on the
      *               grade/step grid moves up one step at the start
      *               of the fiscal year (FISCAL-START-MONTH) and is
      *               repriced when a new SALGRID.DAT version comes
      *               into force; employees leave after their
      *               termination date, at the mandatory retirement
      *               age RETWATCH watches for, or when a fixed-term
      *               contract ends unrenewed.  Where DEPTBUDG.DAT
      *               budgets more heads for a month than the
      *               projection leaves, the difference is costed as
      *               budgeted hires at the department's projected
      *               pay per head.  Salary cost, allowances and
      *               hires are printed per department and month
      *               through VIRTUAL-PRINTER, with the variance
      *               against the salary budget and an over-budget
      *               flag as BUDGVAR shows them, and a twelve-month
      *               total per department and for the company.  Runs
      *               for the company on the run card, against that
      *               company's budget and pending files.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 COSTFCST.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    BUDGETED HEADCOUNT AND SALARY PER PERIOD AND DEPARTMENT
           SELECT BUDG-FILE        ASSIGN TO DYNAMIC WS-BUDG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
      *    FUTURE-DATED TRANSACTIONS PARKED BY EMPTRANS
           SELECT PND-FILE         ASSIGN TO DYNAMIC WS-PND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT GRID-FILE        ASSIGN TO "SALGRID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    SAME LAYOUT BUDGVAR READS
       FD  BUDG-FILE.
       01  BUDG-REC.
           05  BG-PERIOD           PIC  9(06).
           05  FILLER              PIC  X.
           05  BG-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  BG-HEADCOUNT        PIC  9(05).
           05  FILLER              PIC  X.
           05  BG-SALARY           PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.

      *    THE TRANSACTION IMAGE EMPTRANS PARKS (SEE ITS TRAN-REC)
       FD  PND-FILE.
       01  PND-REC.
           05  PN-CODE             PIC  X.
           05  PN-EMP-NO           PIC  X(04).
           05  PN-NAME             PIC  X(60).
           05  PN-ALLOWANCE-DATA   REDEFINES PN-NAME.
               10  PN-AW-CODE      PIC  X(02).
               10  PN-AW-AMOUNT    PIC  X(09).
               10  FILLER          PIC  X(49).
           05  PN-CONTRACT-DATA    REDEFINES PN-NAME.
               10  PN-CT-TYPE      PIC  X.
               10  PN-CT-START     PIC  X(08).
               10  PN-CT-END       PIC  X(08).
               10  FILLER          PIC  X(43).
           05  PN-SALARY           PIC  X(09).
           05  PN-DEPT             PIC  X(03).
           05  PN-KANA             PIC  X(60).
           05  PN-HIRE-DATE        PIC  X(08).
           05  PN-TERM-DATE        PIC  X(08).
           05  PN-STATUS           PIC  X.
           05  PN-EFF-DATE         PIC  X(08).
           05  PN-CHECK-DIGIT      PIC  X.
           05  PN-BATCH-ID         PIC  X(08).

      *    SAME LAYOUT SALGRDCK READS
       FD  GRID-FILE.
       01  GRID-REC.
           05  GR-GRADE            PIC  9(02).
           05  GR-STEP-GROUP       OCCURS 10.
               10  FILLER          PIC  X.
               10  GR-STEP-AMT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
       01  GRID-VERSION-REC.
           05  GV-TAG              PIC  X(07).
           05  FILLER              PIC  X.
           05  GV-EFF-DATE         PIC  X(08).
           05  FILLER              PIC  X.
           05  GV-LABEL            PIC  X(40).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "COSTFCST".
       01  WS-BUDG-STATUS          PIC  X(02).
           88  WS-BUDG-OK          VALUE "00".
           88  WS-BUDG-EOF         VALUE "10".
       01  WS-PND-STATUS           PIC  X(02).
           88  WS-PND-OK           VALUE "00".
           88  WS-PND-EOF          VALUE "10".
       01  WS-GRID-STATUS          PIC  X(02).
           88  WS-GRID-OK          VALUE "00".
           88  WS-GRID-EOF         VALUE "10".
       01  WS-BUDG-NAME            PIC  X(40) VALUE "DEPTBUDG.DAT".
       01  WS-PND-NAME             PIC  X(40) VALUE "EMPTRAN.PND".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./costfcst.dat".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    THE STEP INCREASE TAKES EFFECT AT THE START OF THE FISCAL
      *    YEAR
       01  WS-STEP-MONTH           PIC  9(02) VALUE 04.
      *    MANDATORY RETIREMENT AGE -- THE RULE RETWATCH WATCHES FOR
       01  WS-RETIRE-AGE           PIC  9(02) VALUE 60.
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    THE TWELVE FORECAST MONTHS, FROM NEXT MONTH -- EACH AS IT
      *    STANDS ON ITS FIRST DAY; MONTH 13 CLOSES THE HORIZON
       01  WS-MONTH-TABLE.
           05  WS-MO-ENTRY         OCCURS 13.
               10  WS-MO-START     PIC  9(08).
       01  WS-MO-IDX               PIC  9(02).
       01  WS-MO-WORK              PIC  9(08).
       01  WS-MO-WORK-R            REDEFINES WS-MO-WORK.
           05  WS-MW-YYYY          PIC  9(04).
           05  WS-MW-MM            PIC  9(02).
           05  WS-MW-DD            PIC  9(02).
       01  WS-MO-START-CUR         PIC  9(08).
       01  WS-HORIZON-END          PIC  9(08).
      *    THE COMPANY'S EMPLOYEES AS THE FORECAST CARRIES THEM --
      *    PENDING ADDS JOIN AT THE END
       01  WS-FC-EMP-TABLE.
           05  WS-FC-EMP-CNT       PIC  9(04) VALUE ZERO.
           05  WS-FC-EMP           OCCURS 2000.
               10  FE-EMP-NO       PIC  9(04).
               10  FE-DEPT         PIC  9(03).
               10  FE-GRADE        PIC  9(02).
               10  FE-STEP         PIC  9(02).
               10  FE-SALARY       PIC S9(07)V9(02).
               10  FE-ALLOW        PIC S9(07)V9(02).
      *            FIRST DAY ON THE PAYROLL (ZERO = ALREADY ON IT),
      *            LAST DAY ON IT BY TERMINATION DATE OR CONTRACT
      *            END, RETIREMENT DATE AND THE DATE A PENDING
      *            DELETE TAKES THEM OFF (ZERO = NONE)
               10  FE-START-DATE   PIC  9(08).
               10  FE-TERM-DATE    PIC  9(08).
               10  FE-CTR-END      PIC  9(08).
               10  FE-RETIRE-DATE  PIC  9(08).
               10  FE-GONE-DATE    PIC  9(08).
       01  WS-FC-EMP-MAX           PIC  9(04) VALUE 2000.
       01  WS-FE-IDX               PIC  9(04).
       01  WS-FE-HIT               PIC  9(04).
       01  WS-FIND-EMP-NO          PIC  9(04).
       01  WS-FE-ACTIVE-FLAG       PIC  X.
           88  WS-FE-ACTIVE        VALUE "Y".
      *    ONE ROW PER EMPLOYEE ALLOWANCE -- A PENDING ALLOWANCE
      *    CHANGE REPLACES ITS CODE'S AMOUNT
       01  WS-FC-ALW-TABLE.
           05  WS-FC-ALW-CNT       PIC  9(04) VALUE ZERO.
           05  WS-FC-ALW           OCCURS 6000.
               10  FA-EMP-NO       PIC  9(04).
               10  FA-CODE         PIC  X(02).
               10  FA-AMOUNT       PIC S9(07)V9(02).
       01  WS-FA-IDX               PIC  9(04).
       01  WS-FA-HIT               PIC  9(04).
      *    PENDING TRANSACTIONS WITHIN THE HORIZON, IN EFFECTIVE-DATE
      *    ORDER
       01  WS-EV-TABLE.
           05  WS-EV-CNT           PIC  9(04) VALUE ZERO.
           05  WS-EV-ENTRY         OCCURS 500.
               10  EV-EFF-DATE     PIC  9(08).
               10  EV-CODE         PIC  X.
               10  EV-EMP-NO       PIC  9(04).
               10  EV-SALARY       PIC S9(07)V9(02).
               10  EV-DEPT         PIC  9(03).
               10  EV-TERM-DATE    PIC  9(08).
               10  EV-AW-CODE      PIC  X(02).
               10  EV-AW-AMOUNT    PIC S9(07)V9(02).
               10  EV-CT-TYPE      PIC  X.
               10  EV-CT-END       PIC  9(08).
               10  EV-APPLIED      PIC  X.
       01  WS-EV-SWAP              PIC  X(54).
       01  WS-EV-IDX               PIC  9(04).
       01  WS-EV-IDX-2             PIC  9(04).
       01  WS-EV-MAX               PIC  9(04) VALUE 500.
      *    PENDING FIELDS ARE CHECKED AS TEXT BEFORE THEY ARE USED
       01  WS-PN-NUM-8             PIC  9(08).
       01  WS-PN-NUM-8-X           REDEFINES WS-PN-NUM-8 PIC X(08).
       01  WS-PN-NUM-4             PIC  9(04).
       01  WS-PN-NUM-4-X           REDEFINES WS-PN-NUM-4 PIC X(04).
       01  WS-PN-NUM-3             PIC  9(03).
       01  WS-PN-NUM-3-X           REDEFINES WS-PN-NUM-3 PIC X(03).
       01  WS-PN-AMOUNT            PIC  9(07)V9(02).
       01  WS-PN-AMOUNT-X          REDEFINES WS-PN-AMOUNT PIC X(09).
      *    GRID VERSIONS, SHAPED AS SALGRDCK HOLDS THEM
       01  WS-GRID-TABLE.
           05  WS-VER-CNT          PIC  9(02) VALUE ZERO.
           05  WS-V-ENTRY          OCCURS 12.
               10  WS-V-EFF-DATE   PIC  9(08).
               10  WS-GRID-CNT     PIC  9(02).
               10  WS-G-GRADE-ENTRY OCCURS 10.
                   15  WS-G-GRADE  PIC  9(02).
                   15  WS-G-STEP   OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-V-IDX                PIC  9(02).
       01  WS-G-IDX                PIC  9(02).
       01  WS-S-IDX                PIC  9(02).
       01  WS-V-HIT                PIC  9(02) VALUE ZERO.
       01  WS-V-PREV               PIC  9(02) VALUE ZERO.
       01  WS-CHECK-DATE           PIC  9(08).
       01  WS-CHECK-GV             PIC  9(08).
       01  WS-CHECK-GV-X           REDEFINES WS-CHECK-GV
                                   PIC  X(08).
      *    GRID LOOKUP -- GRADE/STEP TO AMOUNT, OR AMOUNT TO GRADE/STEP
       01  WS-LK-GRADE             PIC  9(02).
       01  WS-LK-STEP              PIC  9(02).
       01  WS-LK-AMOUNT            PIC S9(07)V9(02).
       01  WS-REPRICE-ALL-FLAG     PIC  X.
           88  WS-REPRICE-ALL      VALUE "Y".
       01  WS-STEP-MONTH-FLAG      PIC  X.
           88  WS-IS-STEP-MONTH    VALUE "Y".
       01  WS-REPRICE-FLAG         PIC  X.
           88  WS-REPRICE          VALUE "Y".
      *    DATECALC CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    RETIREMENT DATE -- BIRTHDATE PLUS THE RETIREMENT AGE, DAY
      *    CLAMPED TO THE 28TH WHEN A FEB-29 BIRTHDAY LANDS ON A
      *    NON-LEAP TARGET YEAR (AS RETWATCH WORKS IT OUT)
       01  WS-RETIRE-YMD           PIC  9(08).
       01  WS-RETIRE-YMD-R         REDEFINES WS-RETIRE-YMD.
           05  WS-RET-YYYY         PIC  9(04).
           05  WS-RET-MM           PIC  9(02).
           05  WS-RET-DD           PIC  9(02).
      *    PER DEPARTMENT (DEPT NO + 1) AND MONTH -- PROJECTED HEADS,
      *    SALARY AND ALLOWANCES, AND THE BUDGET WHERE ONE IS SET
       01  WS-DEPT-FC-TABLE.
           05  WS-DF-ENTRY         OCCURS 1000.
               10  DF-USED         PIC  X.
               10  DF-NAME         PIC  X(30).
               10  DF-MONTH        OCCURS 12.
                   15  DF-HEADS    PIC  9(05).
                   15  DF-SALARY   PIC S9(11)V9(02).
                   15  DF-ALLOW    PIC S9(11)V9(02).
                   15  DF-BUD-FLAG PIC  X.
                   15  DF-BUD-HEADS PIC 9(05).
                   15  DF-BUD-SALARY PIC S9(11)V9(02).
       01  WS-DF-IDX               PIC  9(04).
      *    ONE PRINTED MONTH -- HIRES COSTED AT THE PROJECTED PAY PER
      *    HEAD (THE BUDGET'S OWN RATE WHEN NOBODY IS LEFT)
       01  WS-PM-HIRES             PIC  9(05).
       01  WS-PM-SALARY            PIC S9(11)V9(02).
       01  WS-PM-ALLOW             PIC S9(11)V9(02).
       01  WS-PM-TOTAL             PIC S9(12)V9(02).
       01  WS-PM-VAR               PIC S9(12)V9(02).
       01  WS-PM-PCT               PIC S9(05)V9(02).
      *    TWELVE-MONTH TOTAL OF A DEPARTMENT, AND EVERY DEPARTMENT BY
      *    MONTH
       01  WS-DEPT-TOTALS.
           05  WS-DT-SALARY        PIC S9(12)V9(02).
           05  WS-DT-ALLOW         PIC S9(12)V9(02).
           05  WS-DT-BUDGET        PIC S9(12)V9(02).
           05  WS-DT-VAR           PIC S9(12)V9(02).
           05  WS-DT-BUD-FLAG      PIC  X.
       01  WS-ALL-TABLE.
           05  WS-AM-ENTRY         OCCURS 12.
               10  AM-HEADS        PIC  9(06).
               10  AM-HIRES        PIC  9(06).
               10  AM-SALARY       PIC S9(12)V9(02).
               10  AM-ALLOW        PIC S9(12)V9(02).
               10  AM-BUDGET       PIC S9(12)V9(02).
               10  AM-VAR          PIC S9(12)V9(02).
               10  AM-BUD-FLAG     PIC  X.
       01  WS-LINE-MONTH           PIC  9(02).
       01  WS-LINE-LABEL           PIC  X(07).
       01  WS-LINE-HEADS           PIC  9(06).
       01  WS-LINE-HIRES           PIC  9(06).
       01  WS-LINE-SALARY          PIC S9(12)V9(02).
       01  WS-LINE-ALLOW           PIC S9(12)V9(02).
       01  WS-LINE-BUDGET          PIC S9(12)V9(02).
       01  WS-LINE-VAR             PIC S9(12)V9(02).
       01  WS-LINE-BUD-FLAG        PIC  X.
       01  WS-LINE-HEADS-FLAG      PIC  X.
       01  D-FC-LINE.
           05  D-FC-PERIOD         PIC  X(07).
           05  FILLER              PIC  X.
           05  D-FC-HEADS          PIC  ZZ,ZZ9.
           05  FILLER              PIC  X.
           05  D-FC-HIRES          PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-FC-SALARY         PIC  ---,---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-FC-ALLOW          PIC  ---,---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-FC-TOTAL          PIC  ---,---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-FC-BUDGET         PIC  ---,---,---,--9.99.
           05  D-FC-BUDGET-X       REDEFINES D-FC-BUDGET
                                   PIC  X(18).
           05  FILLER              PIC  X.
           05  D-FC-VAR            PIC  ---,---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-FC-PCT            PIC  ---9.99.
           05  FILLER              PIC  X.
           05  D-FC-FLAG           PIC  X(06).
       01  D-DATE                  PIC  9999/99/99.
       01  D-PERIOD-FROM           PIC  9999/99.
       01  D-PERIOD-TO             PIC  9999/99.
       01  WS-FC-COUNTS.
           05  WS-DEPTS-SHOWN      PIC  9(06) VALUE ZERO.
           05  WS-OVER-BUDGET      PIC  9(06) VALUE ZERO.
           05  WS-EV-APPLIED       PIC  9(06) VALUE ZERO.
           05  WS-EV-NOT-ON-FILE   PIC  9(06) VALUE ZERO.
           05  WS-EV-BEYOND        PIC  9(06) VALUE ZERO.
           05  WS-STEP-UPS         PIC  9(06) VALUE ZERO.
           05  WS-GRID-REVISIONS   PIC  9(06) VALUE ZERO.
           05  WS-RETIREMENTS      PIC  9(06) VALUE ZERO.
           05  WS-CONTRACT-ENDS    PIC  9(06) VALUE ZERO.
           05  WS-EMP-DROPPED      PIC  9(06) VALUE ZERO.
           05  WS-ALW-DROPPED      PIC  9(06) VALUE ZERO.
       01  WS-DETAIL-LINE          PIC  X(132).
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
           COPY "ALWREC.CPY".
           COPY "CTRREC.CPY".
       01  FC-DEPT-NO              PIC  9(03).
       01  FC-DEPT-NAME            PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** COSTFCST STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** COSTFCST: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-DEPT-FC-TABLE WS-ALL-TABLE.
           PERFORM SET-FORECAST-MONTHS.
           PERFORM LOAD-SALARY-GRID.
           PERFORM LOAD-EMPLOYEES.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-DEPARTMENT-NAMES
               PERFORM LOAD-ALLOWANCES
               PERFORM LOAD-CONTRACTS
           END-IF.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-PENDING-TRANSACTIONS
               PERFORM LOAD-BUDGET
               PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                       UNTIL WS-MO-IDX > 12
                   PERFORM PROJECT-ONE-MONTH
               END-PERFORM
               PERFORM PRINT-FORECAST
           END-IF.

           DISPLAY "*** COSTFCST FINISHED -- " WS-DEPTS-SHOWN
                   " DEPARTMENT(S), " WS-OVER-BUDGET
                   " DEPARTMENT-MONTH(S) OVER BUDGET ***".
           IF  (WS-OVER-BUDGET NOT = ZERO
                OR WS-EMP-DROPPED NOT = ZERO
                OR WS-ALW-DROPPED NOT = ZERO)
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
       SET-FORECAST-MONTHS.
      ******************************************************************
      *    THE FIRST OF EACH OF THE NEXT TWELVE MONTHS, AND OF THE
      *    MONTH AFTER THEM
           MOVE  WS-RUN-DATE        TO   WS-MO-WORK.
           MOVE  01                 TO   WS-MW-DD.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 13
               IF  WS-MW-MM = 12
                   MOVE  01         TO   WS-MW-MM
                   ADD  1           TO   WS-MW-YYYY
               ELSE
                   ADD  1           TO   WS-MW-MM
               END-IF
               MOVE  WS-MO-WORK     TO   WS-MO-START(WS-MO-IDX)
           END-PERFORM.
           MOVE  WS-MO-START(13)    TO   WS-HORIZON-END.

      ******************************************************************
       LOAD-EMPLOYEES.
      ******************************************************************
      *    LEAVERS ALREADY GONE ARE NOT CARRIED
           EXEC SQL
               DECLARE CF1 CURSOR FOR
               SELECT EMP_NO, COALESCE(EMP_DEPT, 0), EMP_SALARY,
                      COALESCE(EMP_GRADE, 0), COALESCE(EMP_STEP, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_BIRTHDATE, 0)
                 FROM EMP
                WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                  AND COMPANY_CD = :RUN-COMPANY
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CF1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CF1
                        INTO :EMP-NO, :EMP-DEPT, :EMP-SALARY,
                             :EMP-GRADE, :EMP-STEP, :EMP-TERM-DATE,
                             :EMP-BIRTHDATE
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
                   CLOSE CF1
               END-EXEC
           END-IF.

      ******************************************************************
       KEEP-ONE-EMPLOYEE.
      ******************************************************************
           IF  WS-FC-EMP-CNT NOT < WS-FC-EMP-MAX
               ADD  1               TO   WS-EMP-DROPPED
           ELSE
               ADD  1               TO   WS-FC-EMP-CNT
               MOVE  WS-FC-EMP-CNT  TO   WS-FE-IDX
               INITIALIZE WS-FC-EMP(WS-FE-IDX)
               MOVE  EMP-NO         TO   FE-EMP-NO(WS-FE-IDX)
               MOVE  EMP-DEPT       TO   FE-DEPT(WS-FE-IDX)
               MOVE  EMP-SALARY     TO   FE-SALARY(WS-FE-IDX)
               MOVE  EMP-GRADE      TO   FE-GRADE(WS-FE-IDX)
               MOVE  EMP-STEP       TO   FE-STEP(WS-FE-IDX)
               MOVE  EMP-TERM-DATE  TO   FE-TERM-DATE(WS-FE-IDX)
               IF  EMP-BIRTHDATE > ZERO
                   PERFORM COMPUTE-RETIRE-DATE
                   MOVE  WS-RETIRE-YMD   TO   FE-RETIRE-DATE(WS-FE-IDX)
                   IF  WS-RETIRE-YMD > WS-RUN-DATE
                   AND WS-RETIRE-YMD < WS-HORIZON-END
                       ADD  1       TO   WS-RETIREMENTS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       COMPUTE-RETIRE-DATE.
      ******************************************************************
           MOVE  EMP-BIRTHDATE      TO   WS-RETIRE-YMD.
           ADD  WS-RETIRE-AGE       TO   WS-RET-YYYY.
      *    A FEB-29 BIRTHDAY WHOSE TARGET YEAR HAS NO FEB 29 RETIRES
      *    ON THE 28TH
           IF  WS-RET-MM = 02 AND WS-RET-DD = 29
               MOVE  "DIFF"         TO   WS-DC-FUNCTION
               MOVE  WS-RETIRE-YMD  TO   WS-DC-DATE-1
               MOVE  WS-RETIRE-YMD  TO   WS-DC-DATE-2
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
               IF  WS-DC-STATUS NOT = "OK"
                   MOVE  28         TO   WS-RET-DD
               END-IF
           END-IF.

      ******************************************************************
       LOAD-DEPARTMENT-NAMES.
      ******************************************************************
           EXEC SQL
               DECLARE CF2 CURSOR FOR
               SELECT DEPT_NO, COALESCE(DEPT_NAME, ' ')
                 FROM DEPT
                WHERE COMPANY_CD = :RUN-COMPANY
                ORDER BY DEPT_NO
           END-EXEC.
           EXEC SQL
               OPEN CF2
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CF2 INTO :FC-DEPT-NO, :FC-DEPT-NAME
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "WARN"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           COMPUTE WS-DF-IDX = FC-DEPT-NO + 1
                           MOVE  FC-DEPT-NAME
                                    TO   DF-NAME(WS-DF-IDX)
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CF2
               END-EXEC
           END-IF.

      ******************************************************************
       LOAD-ALLOWANCES.
      ******************************************************************
           EXEC SQL
               DECLARE CF3 CURSOR FOR
               SELECT A.EMP_NO, A.ALW_CODE, COALESCE(A.ALW_AMOUNT, 0)
                 FROM EMP_ALLOWANCE A, EMP E
                WHERE E.EMP_NO = A.EMP_NO
                  AND COALESCE(E.EMP_STATUS, 'A') <> 'T'
                  AND E.COMPANY_CD = :RUN-COMPANY
                ORDER BY A.EMP_NO, A.ALW_CODE
           END-EXEC.
           EXEC SQL
               OPEN CF3
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CF3 INTO :ALW-EMP-NO, :ALW-CODE,
                                      :ALW-AMOUNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "WARN"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           MOVE  ALW-EMP-NO  TO   WS-FIND-EMP-NO
                           PERFORM FIND-EMPLOYEE
                           IF  WS-FE-HIT NOT = ZERO
                               PERFORM SET-ONE-ALLOWANCE
                           END-IF
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CF3
               END-EXEC
           END-IF.

      ******************************************************************
       LOAD-CONTRACTS.
      ******************************************************************
      *    A FIXED TERM IS TAKEN TO END UNRENEWED -- A RENEWAL ALREADY
      *    KEYED FOR A FUTURE DATE COMES IN OFF EMPTRAN.PND
           EXEC SQL
               DECLARE CF4 CURSOR FOR
               SELECT C.EMP_NO, COALESCE(C.CTR_TERM_END, 0)
                 FROM EMP_CONTRACT C, EMP E
                WHERE E.EMP_NO = C.EMP_NO
                  AND COALESCE(E.EMP_STATUS, 'A') <> 'T'
                  AND E.COMPANY_CD = :RUN-COMPANY
                  AND C.CTR_TYPE = 'F'
                ORDER BY C.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CF4
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CF4 INTO :CTR-EMP-NO, :CTR-TERM-END
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "WARN"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           MOVE  CTR-EMP-NO  TO   WS-FIND-EMP-NO
                           PERFORM FIND-EMPLOYEE
                           IF  WS-FE-HIT NOT = ZERO
                               MOVE  CTR-TERM-END
                                    TO   FE-CTR-END(WS-FE-HIT)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CF4
               END-EXEC
           END-IF.

      ******************************************************************
       FIND-EMPLOYEE.
      ******************************************************************
           MOVE  ZERO               TO   WS-FE-HIT.
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FC-EMP-CNT
                      OR WS-FE-HIT NOT = ZERO
               IF  FE-EMP-NO(WS-FE-IDX) = WS-FIND-EMP-NO
                   MOVE  WS-FE-IDX  TO   WS-FE-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       SET-ONE-ALLOWANCE.
      ******************************************************************
      *    ALLOWANCE ALW-CODE OF EMPLOYEE WS-FE-HIT BECOMES ALW-AMOUNT
      *    (ZERO STOPS IT); THE EMPLOYEE'S MONTHLY TOTAL FOLLOWS
           MOVE  ZERO               TO   WS-FA-HIT.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FC-ALW-CNT
                      OR WS-FA-HIT NOT = ZERO
               IF  FA-EMP-NO(WS-FA-IDX) = FE-EMP-NO(WS-FE-HIT)
               AND FA-CODE(WS-FA-IDX) = ALW-CODE
                   MOVE  WS-FA-IDX  TO   WS-FA-HIT
               END-IF
           END-PERFORM.
           IF  WS-FA-HIT = ZERO
               IF  WS-FC-ALW-CNT < 6000
                   ADD  1           TO   WS-FC-ALW-CNT
                   MOVE  WS-FC-ALW-CNT   TO   WS-FA-HIT
                   MOVE  FE-EMP-NO(WS-FE-HIT)  TO   FA-EMP-NO(WS-FA-HIT)
                   MOVE  ALW-CODE   TO   FA-CODE(WS-FA-HIT)
                   MOVE  ZERO       TO   FA-AMOUNT(WS-FA-HIT)
               ELSE
                   ADD  1           TO   WS-ALW-DROPPED
               END-IF
           END-IF.
           IF  WS-FA-HIT NOT = ZERO
               COMPUTE FE-ALLOW(WS-FE-HIT) = FE-ALLOW(WS-FE-HIT)
                       - FA-AMOUNT(WS-FA-HIT) + ALW-AMOUNT
               MOVE  ALW-AMOUNT     TO   FA-AMOUNT(WS-FA-HIT)
           END-IF.

      ******************************************************************
       LOAD-PENDING-TRANSACTIONS.
      ******************************************************************
      *    ONLY WHAT TAKES EFFECT INSIDE THE HORIZON COUNTS; LEAVE
      *    TAKEN (V) COSTS NOTHING EXTRA
           OPEN INPUT PND-FILE.
           IF  WS-PND-OK
               PERFORM UNTIL WS-PND-EOF
                   READ PND-FILE
                       AT END
                           SET WS-PND-EOF TO TRUE
                       NOT AT END
                           IF  PN-CODE = "A" OR "C" OR "D" OR "T"
                                      OR "W" OR "K"
                               PERFORM KEEP-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PND-FILE
           END-IF.
           PERFORM SORT-PENDING-TRANSACTIONS.

      ******************************************************************
       KEEP-ONE-PENDING.
      ******************************************************************
           MOVE  PN-EFF-DATE        TO   WS-PN-NUM-8-X.
           MOVE  PN-EMP-NO          TO   WS-PN-NUM-4-X.
           EVALUATE TRUE
               WHEN WS-PN-NUM-8 NOT NUMERIC
               WHEN WS-PN-NUM-4 NOT NUMERIC
                   ADD  1           TO   WS-EV-NOT-ON-FILE
               WHEN WS-PN-NUM-8 NOT < WS-HORIZON-END
                   ADD  1           TO   WS-EV-BEYOND
               WHEN WS-EV-CNT NOT < WS-EV-MAX
                   ADD  1           TO   WS-EV-BEYOND
               WHEN OTHER
                   ADD  1           TO   WS-EV-CNT
                   INITIALIZE WS-EV-ENTRY(WS-EV-CNT)
                   MOVE  "N"        TO   EV-APPLIED(WS-EV-CNT)
                   MOVE  WS-PN-NUM-8     TO   EV-EFF-DATE(WS-EV-CNT)
                   MOVE  WS-PN-NUM-4     TO   EV-EMP-NO(WS-EV-CNT)
                   MOVE  PN-CODE    TO   EV-CODE(WS-EV-CNT)
                   MOVE  PN-SALARY  TO   WS-PN-AMOUNT-X
                   IF  WS-PN-AMOUNT NUMERIC
                       MOVE  WS-PN-AMOUNT    TO   EV-SALARY(WS-EV-CNT)
                   END-IF
                   MOVE  PN-DEPT    TO   WS-PN-NUM-3-X
                   IF  WS-PN-NUM-3 NUMERIC
                       MOVE  WS-PN-NUM-3     TO   EV-DEPT(WS-EV-CNT)
                   END-IF
                   MOVE  PN-TERM-DATE    TO   WS-PN-NUM-8-X
                   IF  WS-PN-NUM-8 NUMERIC
                       MOVE  WS-PN-NUM-8     TO
                             EV-TERM-DATE(WS-EV-CNT)
                   END-IF
                   IF  PN-CODE = "W"
                       MOVE  PN-AW-CODE      TO   EV-AW-CODE(WS-EV-CNT)
                       MOVE  PN-AW-AMOUNT    TO   WS-PN-AMOUNT-X
                       IF  WS-PN-AMOUNT NUMERIC
                           MOVE  WS-PN-AMOUNT     TO
                                 EV-AW-AMOUNT(WS-EV-CNT)
                       END-IF
                   END-IF
                   IF  PN-CODE = "K"
                       MOVE  PN-CT-TYPE      TO   EV-CT-TYPE(WS-EV-CNT)
                       MOVE  PN-CT-END       TO   WS-PN-NUM-8-X
                       IF  WS-PN-NUM-8 NUMERIC
                           MOVE  WS-PN-NUM-8      TO
                                 EV-CT-END(WS-EV-CNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       SORT-PENDING-TRANSACTIONS.
      ******************************************************************
      *    EFFECTIVE-DATE ORDER, SO TWO CHANGES TO ONE EMPLOYEE LAND
      *    IN THE ORDER THEY TAKE EFFECT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX >= WS-EV-CNT
               PERFORM VARYING WS-EV-IDX-2 FROM WS-EV-IDX BY 1
                       UNTIL WS-EV-IDX-2 > WS-EV-CNT
                   IF  EV-EFF-DATE(WS-EV-IDX-2)
                     < EV-EFF-DATE(WS-EV-IDX)
                       MOVE  WS-EV-ENTRY(WS-EV-IDX)   TO   WS-EV-SWAP
                       MOVE  WS-EV-ENTRY(WS-EV-IDX-2)
                                    TO   WS-EV-ENTRY(WS-EV-IDX)
                       MOVE  WS-EV-SWAP
                                    TO   WS-EV-ENTRY(WS-EV-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
       LOAD-BUDGET.
      ******************************************************************
      *    EVERY BUDGET LINE FOR A FORECAST MONTH -- A DEPARTMENT
      *    WITH A BUDGET AND NOBODY ON IT STILL GETS ITS LINES
           OPEN INPUT BUDG-FILE.
           IF  NOT WS-BUDG-OK
               DISPLAY "*** COSTFCST: " WS-BUDG-NAME " NOT AVAILABLE, "
                       "STATUS " WS-BUDG-STATUS " -- NO BUDGET "
                       "COMPARISON ***"
           ELSE
               PERFORM UNTIL WS-BUDG-EOF
                   READ BUDG-FILE
                       AT END
                           SET WS-BUDG-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-BUDGET-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDG-FILE
           END-IF.

      ******************************************************************
       KEEP-ONE-BUDGET-LINE.
      ******************************************************************
           IF  BG-PERIOD NUMERIC AND BG-DEPT NUMERIC
               PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                       UNTIL WS-MO-IDX > 12
                   IF  WS-MO-START(WS-MO-IDX)(1:6) = BG-PERIOD
                       COMPUTE WS-DF-IDX = BG-DEPT + 1
                       MOVE  "Y"    TO   DF-USED(WS-DF-IDX)
                       MOVE  "Y"    TO
                             DF-BUD-FLAG(WS-DF-IDX, WS-MO-IDX)
                       MOVE  BG-HEADCOUNT    TO
                             DF-BUD-HEADS(WS-DF-IDX, WS-MO-IDX)
                       MOVE  BG-SALARY       TO
                             DF-BUD-SALARY(WS-DF-IDX, WS-MO-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       PROJECT-ONE-MONTH.
      ******************************************************************
           MOVE  WS-MO-START(WS-MO-IDX)    TO   WS-MO-START-CUR
                                              WS-MO-WORK.
      *    THE GRID VERSION IN FORCE ON THE FIRST OF THE MONTH -- A
      *    NEW ONE REPRICES EVERYBODY PLACED ON THE GRID
           MOVE  WS-MO-START-CUR    TO   WS-CHECK-DATE.
           PERFORM FIND-GRID-VERSION.
           MOVE  "N"                TO   WS-REPRICE-ALL-FLAG.
           IF  WS-MO-IDX > 1 AND WS-V-HIT NOT = WS-V-PREV
           AND WS-V-HIT NOT = ZERO
               SET  WS-REPRICE-ALL  TO   TRUE
               ADD  1               TO   WS-GRID-REVISIONS
           END-IF.
           MOVE  WS-V-HIT           TO   WS-V-PREV.
           MOVE  "N"                TO   WS-STEP-MONTH-FLAG.
           IF  WS-MW-MM = WS-STEP-MONTH
               SET  WS-IS-STEP-MONTH     TO   TRUE
           END-IF.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-CNT
               IF  EV-APPLIED(WS-EV-IDX) = "N"
               AND EV-EFF-DATE(WS-EV-IDX) NOT > WS-MO-START-CUR
                   PERFORM APPLY-ONE-PENDING
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FC-EMP-CNT
               PERFORM PROJECT-ONE-EMPLOYEE
           END-PERFORM.

      ******************************************************************
       APPLY-ONE-PENDING.
      ******************************************************************
           MOVE  "Y"                TO   EV-APPLIED(WS-EV-IDX).
           MOVE  EV-EMP-NO(WS-EV-IDX)      TO   WS-FIND-EMP-NO.
           PERFORM FIND-EMPLOYEE.
           EVALUATE TRUE
               WHEN EV-CODE(WS-EV-IDX) = "A"
                   IF  WS-FE-HIT = ZERO
                       PERFORM ADD-PENDING-EMPLOYEE
                   ELSE
                       ADD  1       TO   WS-EV-NOT-ON-FILE
                   END-IF
               WHEN WS-FE-HIT = ZERO
      *            ANOTHER COMPANY'S EMPLOYEE, OR ONE ALREADY GONE
                   ADD  1           TO   WS-EV-NOT-ON-FILE
               WHEN EV-CODE(WS-EV-IDX) = "C"
                   ADD  1           TO   WS-EV-APPLIED
                   MOVE  EV-SALARY(WS-EV-IDX) TO   FE-SALARY(WS-FE-HIT)
                   PERFORM PLACE-ON-GRID
                   IF  EV-DEPT(WS-EV-IDX) NOT = ZERO
                       MOVE  EV-DEPT(WS-EV-IDX)
                                    TO   FE-DEPT(WS-FE-HIT)
                   END-IF
                   IF  EV-TERM-DATE(WS-EV-IDX) NOT = ZERO
                       MOVE  EV-TERM-DATE(WS-EV-IDX)
                                    TO   FE-TERM-DATE(WS-FE-HIT)
                   END-IF
               WHEN EV-CODE(WS-EV-IDX) = "T"
                   ADD  1           TO   WS-EV-APPLIED
                   MOVE  EV-DEPT(WS-EV-IDX)   TO   FE-DEPT(WS-FE-HIT)
               WHEN EV-CODE(WS-EV-IDX) = "D"
                   ADD  1           TO   WS-EV-APPLIED
                   MOVE  EV-EFF-DATE(WS-EV-IDX)
                                    TO   FE-GONE-DATE(WS-FE-HIT)
               WHEN EV-CODE(WS-EV-IDX) = "W"
                   ADD  1           TO   WS-EV-APPLIED
                   MOVE  EV-AW-CODE(WS-EV-IDX)     TO   ALW-CODE
                   MOVE  EV-AW-AMOUNT(WS-EV-IDX)   TO   ALW-AMOUNT
                   PERFORM SET-ONE-ALLOWANCE
               WHEN OTHER
      *            A CONTRACT -- PERMANENT HAS NO END
                   ADD  1           TO   WS-EV-APPLIED
                   IF  EV-CT-TYPE(WS-EV-IDX) = "P"
                       MOVE  ZERO   TO   FE-CTR-END(WS-FE-HIT)
                   ELSE
                       MOVE  EV-CT-END(WS-EV-IDX)
                                    TO   FE-CTR-END(WS-FE-HIT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
       ADD-PENDING-EMPLOYEE.
      ******************************************************************
           IF  WS-FC-EMP-CNT NOT < WS-FC-EMP-MAX
               ADD  1               TO   WS-EMP-DROPPED
           ELSE
               ADD  1               TO   WS-EV-APPLIED
               ADD  1               TO   WS-FC-EMP-CNT
               MOVE  WS-FC-EMP-CNT  TO   WS-FE-HIT
               INITIALIZE WS-FC-EMP(WS-FE-HIT)
               MOVE  EV-EMP-NO(WS-EV-IDX)      TO   FE-EMP-NO(WS-FE-HIT)
               MOVE  EV-DEPT(WS-EV-IDX)        TO   FE-DEPT(WS-FE-HIT)
               MOVE  EV-SALARY(WS-EV-IDX)      TO   FE-SALARY(WS-FE-HIT)
               MOVE  EV-EFF-DATE(WS-EV-IDX)
                                    TO   FE-START-DATE(WS-FE-HIT)
               MOVE  EV-TERM-DATE(WS-EV-IDX)
                                    TO   FE-TERM-DATE(WS-FE-HIT)
               PERFORM PLACE-ON-GRID
           END-IF.

      ******************************************************************
       PLACE-ON-GRID.
      ******************************************************************
      *    A SALARY KEYED ON A STEP OF THE GRID IN FORCE IS PLACED
      *    THERE AND MOVES WITH THE GRID; ONE OFF THE GRID STAYS AS IT
      *    IS (SEE SALGRDCK)
           MOVE  ZERO               TO   FE-GRADE(WS-FE-HIT)
                                         FE-STEP(WS-FE-HIT).
           IF  WS-V-HIT NOT = ZERO
               PERFORM VARYING WS-G-IDX FROM 1 BY 1
                       UNTIL WS-G-IDX > WS-GRID-CNT(WS-V-HIT)
                          OR FE-STEP(WS-FE-HIT) NOT = ZERO
                   PERFORM VARYING WS-S-IDX FROM 1 BY 1
                           UNTIL WS-S-IDX > 10
                              OR FE-STEP(WS-FE-HIT) NOT = ZERO
                       IF  FE-SALARY(WS-FE-HIT) =
                           WS-G-STEP(WS-V-HIT, WS-G-IDX, WS-S-IDX)
                           MOVE  WS-G-GRADE(WS-V-HIT, WS-G-IDX)
                                    TO   FE-GRADE(WS-FE-HIT)
                           MOVE  WS-S-IDX
                                    TO   FE-STEP(WS-FE-HIT)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      ******************************************************************
       PROJECT-ONE-EMPLOYEE.
      ******************************************************************
           PERFORM TEST-EMPLOYEE-ACTIVE.
           IF  WS-FE-ACTIVE
               MOVE  "N"            TO   WS-REPRICE-FLAG
               IF  WS-REPRICE-ALL
                   SET  WS-REPRICE  TO   TRUE
               END-IF
      *        THE YEARLY STEP, AS FAR AS THE GRADE'S STEPS GO
               IF  WS-IS-STEP-MONTH
               AND FE-STEP(WS-FE-IDX) > ZERO
               AND FE-STEP(WS-FE-IDX) < 10
                   MOVE  FE-GRADE(WS-FE-IDX)  TO   WS-LK-GRADE
                   COMPUTE WS-LK-STEP = FE-STEP(WS-FE-IDX) + 1
                   PERFORM GET-GRID-AMOUNT
                   IF  WS-LK-AMOUNT > ZERO
                       MOVE  WS-LK-STEP  TO   FE-STEP(WS-FE-IDX)
                       ADD  1       TO   WS-STEP-UPS
                       SET  WS-REPRICE   TO   TRUE
                   END-IF
               END-IF
               IF  WS-REPRICE AND FE-STEP(WS-FE-IDX) > ZERO
                   MOVE  FE-GRADE(WS-FE-IDX)  TO   WS-LK-GRADE
                   MOVE  FE-STEP(WS-FE-IDX)   TO   WS-LK-STEP
                   PERFORM GET-GRID-AMOUNT
                   IF  WS-LK-AMOUNT > ZERO
                       MOVE  WS-LK-AMOUNT     TO   FE-SALARY(WS-FE-IDX)
                   END-IF
               END-IF
               COMPUTE WS-DF-IDX = FE-DEPT(WS-FE-IDX) + 1
               MOVE  "Y"            TO   DF-USED(WS-DF-IDX)
               ADD  1               TO   DF-HEADS(WS-DF-IDX, WS-MO-IDX)
               ADD  FE-SALARY(WS-FE-IDX)
                                    TO   DF-SALARY(WS-DF-IDX, WS-MO-IDX)
               ADD  FE-ALLOW(WS-FE-IDX)
                                    TO   DF-ALLOW(WS-DF-IDX, WS-MO-IDX)
           END-IF.

      ******************************************************************
       TEST-EMPLOYEE-ACTIVE.
      ******************************************************************
      *    ON THE PAYROLL ON THE FIRST OF THE MONTH -- STARTED BY
      *    THEN, NOT PAST A TERMINATION DATE OR CONTRACT END, NOT YET
      *    AT RETIREMENT AGE AND NOT TAKEN OFF BY A PENDING DELETE
           SET  WS-FE-ACTIVE        TO   TRUE.
           IF  (FE-START-DATE(WS-FE-IDX) > WS-MO-START-CUR)
            OR (FE-TERM-DATE(WS-FE-IDX) NOT = ZERO
                AND FE-TERM-DATE(WS-FE-IDX) < WS-MO-START-CUR)
            OR (FE-CTR-END(WS-FE-IDX) NOT = ZERO
                AND FE-CTR-END(WS-FE-IDX) < WS-MO-START-CUR)
            OR (FE-RETIRE-DATE(WS-FE-IDX) NOT = ZERO
                AND FE-RETIRE-DATE(WS-FE-IDX) NOT > WS-MO-START-CUR)
            OR (FE-GONE-DATE(WS-FE-IDX) NOT = ZERO
                AND FE-GONE-DATE(WS-FE-IDX) NOT > WS-MO-START-CUR)
               MOVE  "N"            TO   WS-FE-ACTIVE-FLAG
           END-IF.
      *    A CONTRACT ENDING IN THE HORIZON IS COUNTED THE MONTH IT
      *    FIRST TAKES SOMEBODY OFF
           IF  NOT WS-FE-ACTIVE
           AND FE-CTR-END(WS-FE-IDX) NOT = ZERO
           AND FE-CTR-END(WS-FE-IDX) < WS-MO-START-CUR
           AND (WS-MO-IDX = 1
                OR FE-CTR-END(WS-FE-IDX) NOT <
                   WS-MO-START(WS-MO-IDX - 1))
           AND FE-CTR-END(WS-FE-IDX) NOT < WS-RUN-DATE
               ADD  1               TO   WS-CONTRACT-ENDS
           END-IF.

      ******************************************************************
       GET-GRID-AMOUNT.
      ******************************************************************
      *    WS-LK-GRADE/WS-LK-STEP ON THE VERSION IN FORCE (ZERO WHEN
      *    THE GRID HAS NO SUCH STEP)
           MOVE  ZERO               TO   WS-LK-AMOUNT.
           IF  WS-V-HIT NOT = ZERO
           AND WS-LK-STEP > ZERO AND WS-LK-STEP NOT > 10
               PERFORM VARYING WS-G-IDX FROM 1 BY 1
                       UNTIL WS-G-IDX > WS-GRID-CNT(WS-V-HIT)
                   IF  WS-G-GRADE(WS-V-HIT, WS-G-IDX) = WS-LK-GRADE
                       MOVE  WS-G-STEP(WS-V-HIT, WS-G-IDX, WS-LK-STEP)
                                    TO   WS-LK-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       FIND-GRID-VERSION.
      ******************************************************************
      *    THE LATEST VERSION EFFECTIVE ON OR BEFORE WS-CHECK-DATE --
      *    THE FILE NEED NOT HOLD THE VERSIONS IN DATE ORDER
           MOVE  ZERO               TO   WS-V-HIT.
           PERFORM VARYING WS-V-IDX FROM 1 BY 1
                   UNTIL WS-V-IDX > WS-VER-CNT
               IF  WS-V-EFF-DATE(WS-V-IDX) NOT > WS-CHECK-DATE
                   IF  WS-V-HIT = ZERO
                       MOVE  WS-V-IDX    TO   WS-V-HIT
                   ELSE
                       IF  WS-V-EFF-DATE(WS-V-IDX) >
                           WS-V-EFF-DATE(WS-V-HIT)
                           MOVE  WS-V-IDX    TO   WS-V-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       LOAD-SALARY-GRID.
      ******************************************************************
           OPEN INPUT GRID-FILE.
           IF  WS-GRID-OK
               PERFORM UNTIL WS-GRID-EOF
                   READ GRID-FILE
                       AT END
                           SET WS-GRID-EOF TO TRUE
                       NOT AT END
                           IF  GV-TAG = "VERSION"
                               PERFORM START-GRID-VERSION
                           ELSE
                               PERFORM LOAD-GRADE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRID-FILE
           ELSE
               DISPLAY "*** COSTFCST: SALGRID.DAT NOT FOUND -- NO STEP "
                       "INCREASES FORECAST ***"
           END-IF.

      ******************************************************************
       START-GRID-VERSION.
      ******************************************************************
           IF  WS-VER-CNT < 12
               ADD  1               TO   WS-VER-CNT
               MOVE  ZERO           TO   WS-GRID-CNT(WS-VER-CNT)
               MOVE  GV-EFF-DATE    TO   WS-CHECK-GV-X
               IF  WS-CHECK-GV NUMERIC
                   MOVE  WS-CHECK-GV     TO
                         WS-V-EFF-DATE(WS-VER-CNT)
               ELSE
                   MOVE  ZERO            TO
                         WS-V-EFF-DATE(WS-VER-CNT)
               END-IF
           END-IF.

      ******************************************************************
       LOAD-GRADE-ROW.
      ******************************************************************
           IF  WS-VER-CNT = ZERO
               ADD  1               TO   WS-VER-CNT
               MOVE  ZERO           TO   WS-V-EFF-DATE(WS-VER-CNT)
                                         WS-GRID-CNT(WS-VER-CNT)
           END-IF.
           IF  WS-GRID-CNT(WS-VER-CNT) < 10
               ADD  1               TO   WS-GRID-CNT(WS-VER-CNT)
               MOVE  WS-GRID-CNT(WS-VER-CNT)  TO   WS-G-IDX
               MOVE  GR-GRADE       TO
                     WS-G-GRADE(WS-VER-CNT, WS-G-IDX)
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > 10
                   MOVE GR-STEP-AMT(WS-S-IDX)  TO
                        WS-G-STEP(WS-VER-CNT, WS-G-IDX, WS-S-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
       PRINT-FORECAST.
      ******************************************************************
           PERFORM OPEN-FORECAST-SPOOL.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > 1000
               IF  DF-USED(WS-DF-IDX) = "Y"
                   PERFORM PRINT-ONE-DEPARTMENT
               END-IF
           END-PERFORM.
           PERFORM PRINT-COMPANY-TOTALS.
           PERFORM PRINT-FORECAST-BASIS.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      ******************************************************************
       OPEN-FORECAST-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-RUN-DATE        TO   D-DATE.
           MOVE  WS-MO-START(1)(1:6)       TO   D-PERIOD-FROM.
           MOVE  WS-MO-START(12)(1:6)      TO   D-PERIOD-TO.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1)
                                         PA-TITLE-LINE(2).
           STRING "LABOUR COST FORECAST " D-PERIOD-FROM " - "
                  D-PERIOD-TO "  RUN DATE " D-DATE "  COMPANY "
                  WS-CO-CODE " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           STRING "PERIOD   HEADS  HIRES         SALARY COST "
                  "        ALLOWANCES         TOTAL COST "
                  "     SALARY BUDGET      VAR TO BUDGET "
                  "    PCT FLAG"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-ONE-DEPARTMENT.
      ******************************************************************
           ADD  1                   TO   WS-DEPTS-SHOWN.
           INITIALIZE WS-DEPT-TOTALS.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           COMPUTE FC-DEPT-NO = WS-DF-IDX - 1.
           STRING "DEPT " FC-DEPT-NO " " DF-NAME(WS-DF-IDX)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12
               PERFORM COST-ONE-MONTH
               MOVE  WS-MO-START(WS-MO-IDX)(1:6)  TO   D-PERIOD-FROM
               MOVE  D-PERIOD-FROM  TO   WS-LINE-LABEL
               MOVE  "Y"            TO   WS-LINE-HEADS-FLAG
               MOVE  DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                                    TO   WS-LINE-HEADS
               MOVE  WS-PM-HIRES    TO   WS-LINE-HIRES
               MOVE  WS-PM-SALARY   TO   WS-LINE-SALARY
               MOVE  WS-PM-ALLOW    TO   WS-LINE-ALLOW
               MOVE  DF-BUD-FLAG(WS-DF-IDX, WS-MO-IDX)
                                    TO   WS-LINE-BUD-FLAG
               MOVE  DF-BUD-SALARY(WS-DF-IDX, WS-MO-IDX)
                                    TO   WS-LINE-BUDGET
               MOVE  WS-PM-VAR      TO   WS-LINE-VAR
               PERFORM PRINT-FORECAST-LINE
               IF  WS-LINE-BUD-FLAG = "Y" AND WS-PM-VAR > ZERO
                   ADD  1           TO   WS-OVER-BUDGET
               END-IF
      *        THE DEPARTMENT'S YEAR AND THE COMPANY'S MONTH
               ADD  WS-PM-SALARY    TO   WS-DT-SALARY
                                         AM-SALARY(WS-MO-IDX)
               ADD  WS-PM-ALLOW     TO   WS-DT-ALLOW
                                         AM-ALLOW(WS-MO-IDX)
               ADD  DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                                    TO   AM-HEADS(WS-MO-IDX)
               ADD  WS-PM-HIRES     TO   AM-HIRES(WS-MO-IDX)
               IF  WS-LINE-BUD-FLAG = "Y"
                   MOVE  "Y"        TO   WS-DT-BUD-FLAG
                                         AM-BUD-FLAG(WS-MO-IDX)
                   ADD  WS-LINE-BUDGET   TO   WS-DT-BUDGET
                                              AM-BUDGET(WS-MO-IDX)
                   ADD  WS-PM-VAR   TO   WS-DT-VAR
                                         AM-VAR(WS-MO-IDX)
               END-IF
           END-PERFORM.
           MOVE  "YEAR"             TO   WS-LINE-LABEL.
           MOVE  "N"                TO   WS-LINE-HEADS-FLAG.
           MOVE  WS-DT-SALARY       TO   WS-LINE-SALARY.
           MOVE  WS-DT-ALLOW        TO   WS-LINE-ALLOW.
           MOVE  WS-DT-BUD-FLAG     TO   WS-LINE-BUD-FLAG.
           MOVE  WS-DT-BUDGET       TO   WS-LINE-BUDGET.
           MOVE  WS-DT-VAR          TO   WS-LINE-VAR.
           PERFORM PRINT-FORECAST-LINE.

      ******************************************************************
       COST-ONE-MONTH.
      ******************************************************************
      *    THE BUDGETED HEADS THE PROJECTION DOES NOT FILL ARE HIRES;
      *    THE VARIANCE IS SALARY COST (HIRES INCLUDED) LESS THE
      *    SALARY BUDGET, AS BUDGVAR MEASURES IT
           MOVE  ZERO               TO   WS-PM-HIRES WS-PM-VAR.
           MOVE  DF-SALARY(WS-DF-IDX, WS-MO-IDX)  TO   WS-PM-SALARY.
           MOVE  DF-ALLOW(WS-DF-IDX, WS-MO-IDX)   TO   WS-PM-ALLOW.
           IF  DF-BUD-FLAG(WS-DF-IDX, WS-MO-IDX) = "Y"
               IF  DF-BUD-HEADS(WS-DF-IDX, WS-MO-IDX) >
                   DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                   COMPUTE WS-PM-HIRES =
                           DF-BUD-HEADS(WS-DF-IDX, WS-MO-IDX)
                         - DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                   IF  DF-HEADS(WS-DF-IDX, WS-MO-IDX) > ZERO
                       COMPUTE WS-PM-SALARY ROUNDED = WS-PM-SALARY
                             + WS-PM-SALARY * WS-PM-HIRES
                             / DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                       COMPUTE WS-PM-ALLOW ROUNDED = WS-PM-ALLOW
                             + WS-PM-ALLOW * WS-PM-HIRES
                             / DF-HEADS(WS-DF-IDX, WS-MO-IDX)
                   ELSE
                       COMPUTE WS-PM-SALARY ROUNDED =
                               DF-BUD-SALARY(WS-DF-IDX, WS-MO-IDX)
                             * WS-PM-HIRES
                             / DF-BUD-HEADS(WS-DF-IDX, WS-MO-IDX)
                   END-IF
               END-IF
               COMPUTE WS-PM-VAR = WS-PM-SALARY
                                 - DF-BUD-SALARY(WS-DF-IDX, WS-MO-IDX)
           END-IF.

      ******************************************************************
       PRINT-COMPANY-TOTALS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "ALL DEPARTMENTS"  TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           INITIALIZE WS-DEPT-TOTALS.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12
               MOVE  WS-MO-START(WS-MO-IDX)(1:6)  TO   D-PERIOD-FROM
               MOVE  D-PERIOD-FROM  TO   WS-LINE-LABEL
               MOVE  "Y"            TO   WS-LINE-HEADS-FLAG
               MOVE  AM-HEADS(WS-MO-IDX)   TO   WS-LINE-HEADS
               MOVE  AM-HIRES(WS-MO-IDX)   TO   WS-LINE-HIRES
               MOVE  AM-SALARY(WS-MO-IDX)  TO   WS-LINE-SALARY
               MOVE  AM-ALLOW(WS-MO-IDX)   TO   WS-LINE-ALLOW
               MOVE  AM-BUD-FLAG(WS-MO-IDX)     TO   WS-LINE-BUD-FLAG
               MOVE  AM-BUDGET(WS-MO-IDX)  TO   WS-LINE-BUDGET
               MOVE  AM-VAR(WS-MO-IDX)     TO   WS-LINE-VAR
               PERFORM PRINT-FORECAST-LINE
               ADD  AM-SALARY(WS-MO-IDX)   TO   WS-DT-SALARY
               ADD  AM-ALLOW(WS-MO-IDX)    TO   WS-DT-ALLOW
               IF  AM-BUD-FLAG(WS-MO-IDX) = "Y"
                   MOVE  "Y"        TO   WS-DT-BUD-FLAG
                   ADD  AM-BUDGET(WS-MO-IDX)    TO   WS-DT-BUDGET
                   ADD  AM-VAR(WS-MO-IDX)       TO   WS-DT-VAR
               END-IF
           END-PERFORM.
           MOVE  "YEAR"             TO   WS-LINE-LABEL.
           MOVE  "N"                TO   WS-LINE-HEADS-FLAG.
           MOVE  WS-DT-SALARY       TO   WS-LINE-SALARY.
           MOVE  WS-DT-ALLOW        TO   WS-LINE-ALLOW.
           MOVE  WS-DT-BUD-FLAG     TO   WS-LINE-BUD-FLAG.
           MOVE  WS-DT-BUDGET       TO   WS-LINE-BUDGET.
           MOVE  WS-DT-VAR          TO   WS-LINE-VAR.
           PERFORM PRINT-FORECAST-LINE.

      ******************************************************************
       PRINT-FORECAST-LINE.
      ******************************************************************
      *    A MONTH WITH NO BUDGET LINE SHOWS NO VARIANCE; THE YEAR
      *    LINE'S VARIANCE COVERS THE BUDGETED MONTHS ONLY
           MOVE  SPACES             TO   D-FC-LINE.
           MOVE  WS-LINE-LABEL      TO   D-FC-PERIOD.
           IF  WS-LINE-HEADS-FLAG = "Y"
               MOVE  WS-LINE-HEADS  TO   D-FC-HEADS
               MOVE  WS-LINE-HIRES  TO   D-FC-HIRES
           END-IF.
           MOVE  WS-LINE-SALARY     TO   D-FC-SALARY.
           MOVE  WS-LINE-ALLOW      TO   D-FC-ALLOW.
           COMPUTE WS-PM-TOTAL = WS-LINE-SALARY + WS-LINE-ALLOW.
           MOVE  WS-PM-TOTAL        TO   D-FC-TOTAL.
           IF  WS-LINE-BUD-FLAG = "Y"
               MOVE  WS-LINE-BUDGET TO   D-FC-BUDGET
               MOVE  WS-LINE-VAR    TO   D-FC-VAR
               IF  WS-LINE-BUDGET NOT = ZERO
                   COMPUTE WS-PM-PCT ROUNDED =
                           WS-LINE-VAR * 100 / WS-LINE-BUDGET
      *            BEYOND WHAT THE COLUMN HOLDS SHOWS AS ITS LIMIT
                   IF  WS-PM-PCT > 999.99
                       MOVE  999.99 TO   WS-PM-PCT
                   END-IF
                   IF  WS-PM-PCT < -999.99
                       MOVE  -999.99     TO   WS-PM-PCT
                   END-IF
                   MOVE  WS-PM-PCT  TO   D-FC-PCT
               END-IF
               IF  WS-LINE-VAR > ZERO
                   MOVE  "*OVER*"   TO   D-FC-FLAG
               END-IF
           ELSE
               MOVE  "         NO BUDGET" TO   D-FC-BUDGET-X
           END-IF.
           MOVE  D-FC-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-FORECAST-BASIS.
      ******************************************************************
      *    WHAT WENT INTO THE FIGURES, SO THE BUDGET ROUND CAN SEE IT
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "PENDING TRANSACTIONS APPLIED " WS-EV-APPLIED
                  "  NOT ON FILE " WS-EV-NOT-ON-FILE
                  "  AFTER THE FORECAST YEAR " WS-EV-BEYOND
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "STEP INCREASES " WS-STEP-UPS
                  "  GRID REVISIONS " WS-GRID-REVISIONS
                  "  RETIREMENTS AT " WS-RETIRE-AGE " " WS-RETIREMENTS
                  "  FIXED-TERM CONTRACTS ENDING " WS-CONTRACT-ENDS
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "FIXED-TERM CONTRACTS ARE TAKEN TO END UNRENEWED; "
                                    TO   PA-BUFFER.
           MOVE  "BUDGETED HEADS NOT FILLED ARE COSTED AT THE "
                                    TO   PA-BUFFER(51:44).
           MOVE  "DEPARTMENT'S PAY PER HEAD"
                                    TO   PA-BUFFER(95:25).
           PERFORM PRINT-A-LINE.
           IF  WS-EMP-DROPPED NOT = ZERO
           OR  WS-ALW-DROPPED NOT = ZERO
               MOVE  SPACES         TO   WS-DETAIL-LINE
               STRING "*** " WS-EMP-DROPPED " EMPLOYEE(S) AND "
                      WS-ALW-DROPPED " ALLOWANCE(S) BEYOND THE TABLE "
                      "LIMITS LEFT OUT ***"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE  WS-DETAIL-LINE TO   PA-BUFFER
               PERFORM PRINT-A-LINE
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
      *    THE MONTH THE FISCAL YEAR OPENS WITH (01 = CALENDAR YEAR)
           MOVE  "FISCAL-START-MONTH"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-STEP-MONTH
           END-IF.
           IF  WS-STEP-MONTH < 01 OR WS-STEP-MONTH > 12
               MOVE  04             TO   WS-STEP-MONTH
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
               DISPLAY "*** COSTFCST: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-BUDG-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BUDG-NAME
               MOVE  WS-PND-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PND-NAME
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
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
                                  WS-AUDIT-START-TIME,
                                  WS-DEPTS-SHOWN, WS-AUDIT-STATUS.
      ******************************************************************
