      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RETALLOW --- retirement allowance and final settlement for
      *               leavers.  For every employee whose
      *               EMP_TERM_DATE is set and not yet settled, works
      *               out length of service (DATECALC, hire to
      *               termination inclusive), looks up the final
      *               grade's base amount and the service-years factor
      *               on RETFACT.DAT, and computes the allowance.  The
      *               retirement-income tax is taken separately from
      *               ordinary pay: the service-years deduction, the
      *               half-taxation (not beyond 3,000,000 yen for five
      *               years or less), income tax off the RETFACT.DAT
      *               brackets with the reconstruction surtax, and
      *               resident tax.  Each leaver gets a one-page
      *               final-settlement statement through
      *               VIRTUAL-PRINTER and a detail on the RETPAY.DAT
      *               bureau extract, with header and trailer in the
      *               EMPPAYX manner; the result is kept on
      *               EMP_RETIREMENT so it is settled once.  Each
      *               group company settles its own leavers onto its
      *               own RETPAY.DAT; the RETFACT.DAT scheme is the
      *               group's.  A rehearsal run (REHEARSAL-MODE on
      *               SHOPCNFG.DAT) rolls every update back instead of
      *               committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RETALLOW.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    RETIREMENT TABLES -- GRADE BASE AMOUNTS, SERVICE-YEARS
      *    FACTORS AND THE RETIREMENT-INCOME TAX BRACKETS
           SELECT RETFACT-FILE     ASSIGN TO "RETFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETFACT-STATUS.
      *    BUREAU EXTRACT OF THE ALLOWANCES SETTLED THIS RUN
           SELECT RETX-FILE        ASSIGN TO DYNAMIC WS-RETX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETX-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    G = GRADE BASE AMOUNT (MONTHLY FIGURE THE FACTOR APPLIES
      *    TO), F = FACTOR IN MONTHS FROM THAT MANY COMPLETED YEARS
      *    UPWARD, T = TAX BRACKET (TAXABLE INCOME UP TO AND
      *    INCLUDING RF-UPTO: RATE LESS THE QUICK DEDUCTION)
       FD  RETFACT-FILE.
       01  RETFACT-REC.
           05  RF-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  RF-DATA             PIC  X(30).
       01  RETFACT-GRADE-REC       REDEFINES RETFACT-REC.
           05  FILLER              PIC  X(02).
           05  RF-GRADE            PIC  9(02).
           05  FILLER              PIC  X.
           05  RF-BASE             PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(17).
       01  RETFACT-FACTOR-REC      REDEFINES RETFACT-REC.
           05  FILLER              PIC  X(02).
           05  RF-YEARS            PIC  9(02).
           05  FILLER              PIC  X.
           05  RF-FACTOR           PIC  9(02)V9(04).
           05  FILLER              PIC  X(21).
       01  RETFACT-TAX-REC         REDEFINES RETFACT-REC.
           05  FILLER              PIC  X(02).
           05  RF-UPTO             PIC  9(11).
           05  FILLER              PIC  X.
           05  RF-RATE             PIC  9V9(03).
           05  FILLER              PIC  X.
           05  RF-QUICK-DED        PIC  9(09).
           05  FILLER              PIC  X(04).

       FD  RETX-FILE.
       01  RETX-REC                PIC  X(150).
       01  RETX-HEADER-REC         REDEFINES RETX-REC.
           05  RXH-REC-TYPE        PIC  X.
           05  RXH-RUN-DATE        PIC  9(08).
           05  RXH-RUN-TIME        PIC  9(08).
           05  RXH-ENVIRONMENT     PIC  X(30).
           05  FILLER              PIC  X(103).
       01  RETX-DETAIL-REC         REDEFINES RETX-REC.
           05  RXD-REC-TYPE        PIC  X.
           05  RXD-EMP-NO          PIC  9(04).
           05  RXD-EMP-NAME        PIC  X(60).
           05  RXD-ALLOWANCE       PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXD-INCOME-TAX      PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXD-RESIDENT-TAX    PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXD-NET-PAY         PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXD-TERM-DATE       PIC  9(08).
           05  RXD-TAX-YEARS       PIC  9(02).
           05  RXD-TAXABLE         PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(15).
       01  RETX-TRAILER-REC        REDEFINES RETX-REC.
           05  RXT-REC-TYPE        PIC  X.
           05  RXT-REC-COUNT       PIC  9(09).
           05  RXT-HASH-TOTAL      PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXT-TAX-HASH        PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  RXT-NET-HASH        PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(98).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RETALLOW".
           COPY "REHEARSE.CPY".
       01  WS-RETFACT-STATUS       PIC  X(02).
           88  WS-RETFACT-OK       VALUE "00".
           88  WS-RETFACT-EOF      VALUE "10".
       01  WS-RETX-STATUS          PIC  X(02).
           88  WS-RETX-OK          VALUE "00".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    RECONSTRUCTION SURTAX ON THE INCOME TAX, AND THE RESIDENT
      *    TAX RATE ON TAXABLE RETIREMENT INCOME
       01  WS-SURTAX-RATE          PIC  9V9(04) VALUE 0.021.
       01  WS-RESIDENT-RATE        PIC  9V9(04) VALUE 0.10.
      *    THE RETIREMENT TABLES
       01  WS-GRD-TABLE.
           05  WS-GRD-CNT          PIC  9(02) VALUE ZERO.
           05  WS-GRD-ENTRY        OCCURS 50.
               10  WS-GRD-GRADE    PIC  9(02).
               10  WS-GRD-BASE     PIC S9(07)V9(02).
       01  WS-GRD-IDX              PIC  9(02).
       01  WS-GRD-HIT              PIC  9(02).
       01  WS-FAC-TABLE.
           05  WS-FAC-CNT          PIC  9(02) VALUE ZERO.
           05  WS-FAC-ENTRY        OCCURS 50.
               10  WS-FAC-YEARS    PIC  9(02).
               10  WS-FAC-FACTOR   PIC  9(02)V9(04).
       01  WS-FAC-IDX              PIC  9(02).
       01  WS-FAC-HIT              PIC  9(02).
       01  WS-BRK-TABLE.
           05  WS-BRK-CNT          PIC  9(02) VALUE ZERO.
           05  WS-BRK-ENTRY        OCCURS 20.
               10  WS-BRK-UPTO     PIC  9(11).
               10  WS-BRK-RATE     PIC  9V9(03).
               10  WS-BRK-QUICK-DED
                                   PIC  9(09).
       01  WS-BRK-IDX              PIC  9(02).
       01  WS-BRK-HIT              PIC  9(02).
      *    DATECALC CONTRACT FIELDS
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    SERVICE ARITHMETIC -- THE DAY AFTER TERMINATION CLOSES THE
      *    SERVICE, SO A LEAVER GOING ON THE EVE OF AN ANNIVERSARY HAS
      *    COMPLETED THAT YEAR
       01  WS-HIRE-DATE            PIC  9(08).
       01  WS-HIRE-DATE-R          REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY        PIC  9(04).
           05  WS-HIRE-MMDD        PIC  9(04).
       01  WS-SERVICE-END          PIC  9(08).
       01  WS-SERVICE-END-R        REDEFINES WS-SERVICE-END.
           05  WS-SE-YYYY          PIC  9(04).
           05  WS-SE-MMDD          PIC  9(04).
       01  WS-WHOLE-YEARS          PIC S9(03).
      *    ONE LEAVER'S TAX
       01  WS-NET-OF-DEDUCTION     PIC S9(09)V9(02).
       01  WS-TAX-BASE             PIC S9(09).
       01  WS-THOUSANDS            PIC S9(06).
       01  WS-HUNDREDS             PIC S9(07).
       01  WS-TAX-RAW              PIC S9(09)V9(04).
       01  WS-TAX-YEN              PIC S9(09).
       01  WS-LOAN-OUTSTANDING     PIC S9(09)V9(02).
       01  WS-SKIP-REASON          PIC  X(40).
      *    RUN TOTALS
       01  WS-ROWS-SCANNED         PIC  9(06) VALUE ZERO.
       01  WS-SETTLED-COUNT        PIC  9(09) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC  9(06) VALUE ZERO.
       01  WS-HASH-TOTAL           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-TAX-HASH             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-NET-HASH             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-RETX-NAME            PIC  X(40) VALUE "RETPAY.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./retallow.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-AMOUNT                PIC  ZZZ,ZZZ,ZZ9.
       01  D-FACTOR                PIC  Z9.9999.
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.
       01  WS-LABEL                PIC  X(30).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
           COPY "RETREC.CPY".
       01  LOAN-OUTSTANDING        PIC S9(09)V9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RETALLOW STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** RETALLOW: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RETIREMENT-TABLES.
           IF  WS-FAC-CNT = ZERO OR WS-BRK-CNT = ZERO
               DISPLAY "*** RETALLOW: RETFACT.DAT NOT AVAILABLE OR "
                       "INCOMPLETE, STATUS " WS-RETFACT-STATUS
                       " -- NOTHING SETTLED ***"
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

      *    THE SETTLEMENT HISTORY, AND THE LOAN REGISTER THE STATEMENT
      *    READS, MAY NOT EXIST YET ON A FRESH DATABASE
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_RETIREMENT
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    TERM_DATE      NUMERIC(8,0) NOT NULL,
                    SERVICE_DAYS   NUMERIC(5,0),
                    SERVICE_YEARS  NUMERIC(2,0),
                    TAX_YEARS      NUMERIC(2,0),
                    GRADE          NUMERIC(2,0),
                    BASE_AMOUNT    NUMERIC(9,2),
                    FACTOR         NUMERIC(6,4),
                    ALLOWANCE      NUMERIC(11,2),
                    DEDUCTION      NUMERIC(11,2),
                    TAXABLE        NUMERIC(11,2),
                    INCOME_TAX     NUMERIC(11,2),
                    RESIDENT_TAX   NUMERIC(11,2),
                    NET_PAY        NUMERIC(11,2),
                    CALC_DATE      NUMERIC(8,0),
                    CONSTRAINT IRET_0 PRIMARY KEY (EMP_NO, TERM_DATE)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
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
           END-IF.

           OPEN OUTPUT RETX-FILE.
           IF  NOT WS-RETX-OK
               DISPLAY "*** RETALLOW: UNABLE TO OPEN RETPAY.DAT, "
                       "STATUS " WS-RETX-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM DISCONNECT-FROM-DB
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM OPEN-RET-SPOOL.
           PERFORM SETTLE-LEAVERS.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE RETX-FILE.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    THE EXTRACT AND THE SETTLEMENT ROWS GO TOGETHER -- A FAILED
      *    RUN SETTLES NOBODY, SO THE RE-RUN PICKS EVERYONE UP AGAIN
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** RETALLOW FINISHED -- " WS-SETTLED-COUNT
                   " SETTLED, " WS-SKIPPED-COUNT " SKIPPED, ALLOWANCE "
                   WS-HASH-TOTAL ", TAX " WS-TAX-HASH " ***".
           IF  WS-SKIPPED-COUNT > ZERO AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           CALL "CTLREG" USING WS-PROGRAM-NAME, WS-SETTLED-COUNT,
                                WS-HASH-TOTAL.
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
       LOAD-RETIREMENT-TABLES.
      ******************************************************************
           OPEN INPUT RETFACT-FILE.
           IF  WS-RETFACT-OK
               PERFORM UNTIL WS-RETFACT-EOF
                   READ RETFACT-FILE
                       AT END
                           SET WS-RETFACT-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-RETFACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETFACT-FILE
           END-IF.

      ******************************************************************
       NOTE-RETFACT-RECORD.
      ******************************************************************
      *    FACTORS AND BRACKETS ARE KEPT IN ASCENDING ORDER ON THE FILE
           EVALUATE RF-TYPE
               WHEN "G"
                   IF  WS-GRD-CNT < 50 AND RF-BASE NUMERIC
                       ADD  1       TO   WS-GRD-CNT
                       MOVE  RF-GRADE    TO   WS-GRD-GRADE(WS-GRD-CNT)
                       MOVE  RF-BASE     TO   WS-GRD-BASE(WS-GRD-CNT)
                   END-IF
               WHEN "F"
                   IF  WS-FAC-CNT < 50 AND RF-FACTOR NUMERIC
                       ADD  1       TO   WS-FAC-CNT
                       MOVE  RF-YEARS    TO   WS-FAC-YEARS(WS-FAC-CNT)
                       MOVE  RF-FACTOR
                                    TO   WS-FAC-FACTOR(WS-FAC-CNT)
                   END-IF
               WHEN "T"
                   IF  WS-BRK-CNT < 20 AND RF-UPTO NUMERIC
                       ADD  1       TO   WS-BRK-CNT
                       MOVE  RF-UPTO     TO   WS-BRK-UPTO(WS-BRK-CNT)
                       MOVE  RF-RATE     TO   WS-BRK-RATE(WS-BRK-CNT)
                       MOVE  RF-QUICK-DED
                                    TO   WS-BRK-QUICK-DED(WS-BRK-CNT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
       SETTLE-LEAVERS.
      ******************************************************************
      *    EVERY EMPLOYEE WITH A TERMINATION DATE NOT YET SETTLED FOR
      *    THAT DATE -- A CHANGED DATE IS SETTLED AFRESH
           EXEC SQL
               DECLARE CR1 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_NAME, E.EMP_SALARY,
                      COALESCE(E.EMP_HIRE_DATE, 0),
                      E.EMP_TERM_DATE,
                      COALESCE(E.EMP_GRADE, 0)
                      FROM EMP E
                      WHERE COALESCE(E.EMP_TERM_DATE, 0) > 0
                        AND E.COMPANY_CD = :RUN-COMPANY
                        AND NOT EXISTS
                            (SELECT 1 FROM EMP_RETIREMENT R
                              WHERE R.EMP_NO = E.EMP_NO
                                AND R.TERM_DATE = E.EMP_TERM_DATE)
                      ORDER BY E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CR1
           END-EXEC.
           EXEC SQL
               FETCH CR1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-HIRE-DATE, :EMP-TERM-DATE,
                              :EMP-GRADE
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               ADD  1               TO   WS-ROWS-SCANNED
               PERFORM SETTLE-ONE-LEAVER
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   EXEC SQL
                       FETCH CR1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                                      :EMP-HIRE-DATE, :EMP-TERM-DATE,
                                      :EMP-GRADE
                   END-EXEC
               END-IF
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CR1
           END-EXEC.

      ******************************************************************
       SETTLE-ONE-LEAVER.
      ******************************************************************
           MOVE  SPACES             TO   WS-SKIP-REASON.
           IF  EMP-HIRE-DATE = ZERO
               MOVE  "NO HIRE DATE ON FILE"     TO   WS-SKIP-REASON
           ELSE
               IF  EMP-TERM-DATE < EMP-HIRE-DATE
                   MOVE  "TERMINATION BEFORE HIRE"
                                    TO   WS-SKIP-REASON
               END-IF
           END-IF.
           IF  WS-SKIP-REASON = SPACES
               PERFORM COMPUTE-SERVICE
           END-IF.
           IF  WS-SKIP-REASON = SPACES
               PERFORM COMPUTE-ALLOWANCE
           END-IF.
           IF  WS-SKIP-REASON NOT = SPACES
               ADD  1               TO   WS-SKIPPED-COUNT
               DISPLAY "*** RETALLOW: EMP_NO " EMP-NO " NOT SETTLED -- "
                       WS-SKIP-REASON " ***"
           ELSE
               PERFORM COMPUTE-RETIREMENT-TAX
               COMPUTE RT-NET-PAY = RT-ALLOWANCE - RT-INCOME-TAX
                                  - RT-RESIDENT-TAX
               MOVE  WS-AUDIT-START-DATE     TO   RT-CALC-DATE
               PERFORM STORE-SETTLEMENT
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   PERFORM GET-LOAN-OUTSTANDING
                   PERFORM WRITE-DETAIL-RECORD
                   PERFORM PRINT-STATEMENT
                   ADD  1           TO   WS-SETTLED-COUNT
                   ADD  RT-ALLOWANCE     TO   WS-HASH-TOTAL
                   ADD  RT-INCOME-TAX    TO   WS-TAX-HASH
                   ADD  RT-RESIDENT-TAX  TO   WS-TAX-HASH
                   ADD  RT-NET-PAY       TO   WS-NET-HASH
               END-IF
           END-IF.

      ******************************************************************
       COMPUTE-SERVICE.
      ******************************************************************
      *    DAYS OF SERVICE, BOTH ENDS INCLUSIVE; COMPLETED YEARS UP TO
      *    THE DAY AFTER TERMINATION; ANY PART YEAR COUNTS AS A WHOLE
      *    ONE FOR THE TAX DEDUCTION
           MOVE  EMP-TERM-DATE      TO   RT-TERM-DATE.
           MOVE  EMP-HIRE-DATE      TO   WS-HIRE-DATE.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  EMP-TERM-DATE      TO   WS-DC-DATE-1.
           MOVE  1                  TO   WS-DC-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   WS-SERVICE-END.
           IF  WS-DC-STATUS = "OK"
               MOVE  "DIFF"         TO   WS-DC-FUNCTION
               MOVE  EMP-HIRE-DATE  TO   WS-DC-DATE-1
               MOVE  WS-SERVICE-END TO   WS-DC-DATE-2
               PERFORM CALL-DATECALC
           END-IF.
           IF  WS-DC-STATUS NOT = "OK"
               MOVE  "HIRE OR TERMINATION DATE INVALID"
                                    TO   WS-SKIP-REASON
           ELSE
               MOVE  WS-DC-DAYS     TO   RT-SERVICE-DAYS
               COMPUTE WS-WHOLE-YEARS = WS-SE-YYYY - WS-HIRE-YYYY
               IF  WS-SE-MMDD < WS-HIRE-MMDD
                   SUBTRACT 1       FROM WS-WHOLE-YEARS
               END-IF
               IF  WS-WHOLE-YEARS < ZERO
                   MOVE  ZERO       TO   WS-WHOLE-YEARS
               END-IF
               MOVE  WS-WHOLE-YEARS TO   RT-SERVICE-YEARS
                                         RT-TAX-YEARS
               IF  WS-SE-MMDD NOT = WS-HIRE-MMDD
               OR  RT-TAX-YEARS = ZERO
                   ADD  1           TO   RT-TAX-YEARS
               END-IF
           END-IF.

      ******************************************************************
       COMPUTE-ALLOWANCE.
      ******************************************************************
      *    GRADE BASE TIMES THE FACTOR FOR THE COMPLETED YEARS; A
      *    GRADE NOT ON THE TABLE FALLS BACK TO THE FINAL SALARY, AND
      *    THE RUN SAYS SO
           MOVE  EMP-GRADE          TO   RT-GRADE.
           MOVE  ZERO               TO   WS-GRD-HIT.
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-CNT
                      OR WS-GRD-HIT > ZERO
               IF  WS-GRD-GRADE(WS-GRD-IDX) = EMP-GRADE
                   MOVE  WS-GRD-IDX TO   WS-GRD-HIT
               END-IF
           END-PERFORM.
           IF  WS-GRD-HIT > ZERO
               MOVE  WS-GRD-BASE(WS-GRD-HIT)    TO   RT-BASE-AMOUNT
           ELSE
               MOVE  EMP-SALARY     TO   RT-BASE-AMOUNT
               DISPLAY "*** RETALLOW: EMP_NO " EMP-NO " GRADE "
                       EMP-GRADE " NOT ON RETFACT.DAT -- FINAL SALARY "
                       "USED AS BASE ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           MOVE  ZERO               TO   WS-FAC-HIT.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CNT
               IF  WS-FAC-YEARS(WS-FAC-IDX) NOT > RT-SERVICE-YEARS
                   MOVE  WS-FAC-IDX TO   WS-FAC-HIT
               END-IF
           END-PERFORM.
           IF  WS-FAC-HIT > ZERO
               MOVE  WS-FAC-FACTOR(WS-FAC-HIT)  TO   RT-FACTOR
           ELSE
               MOVE  ZERO           TO   RT-FACTOR
           END-IF.
      *    WHOLE YEN -- ANY FRACTION OFF THE FACTOR IS DROPPED
           COMPUTE WS-TAX-YEN = RT-BASE-AMOUNT * RT-FACTOR.
           MOVE  WS-TAX-YEN         TO   RT-ALLOWANCE.

      ******************************************************************
       COMPUTE-RETIREMENT-TAX.
      ******************************************************************
      *    SERVICE-YEARS DEDUCTION: 400,000 A YEAR TO TWENTY YEARS
      *    (800,000 AT LEAST), 700,000 A YEAR BEYOND
           IF  RT-TAX-YEARS NOT > 20
               COMPUTE RT-DEDUCTION = 400000 * RT-TAX-YEARS
               IF  RT-DEDUCTION < 800000
                   MOVE  800000     TO   RT-DEDUCTION
               END-IF
           ELSE
               COMPUTE RT-DEDUCTION = 8000000
                                    + 700000 * (RT-TAX-YEARS - 20)
           END-IF.
           COMPUTE WS-NET-OF-DEDUCTION = RT-ALLOWANCE - RT-DEDUCTION.
           IF  WS-NET-OF-DEDUCTION NOT > ZERO
               MOVE  ZERO           TO   WS-TAX-BASE
           ELSE
      *        HALF IS TAXED -- BUT FIVE YEARS OR LESS ONLY GETS THE
      *        HALF ON THE FIRST 3,000,000
               IF  RT-TAX-YEARS NOT > 5
               AND WS-NET-OF-DEDUCTION > 3000000
                   COMPUTE WS-TAX-BASE = 1500000
                                       + WS-NET-OF-DEDUCTION - 3000000
               ELSE
                   COMPUTE WS-TAX-BASE = WS-NET-OF-DEDUCTION / 2
               END-IF
           END-IF.
      *    TAXABLE RETIREMENT INCOME IS TAKEN TO THE 1,000 YEN BELOW
           DIVIDE WS-TAX-BASE BY 1000 GIVING WS-THOUSANDS.
           COMPUTE RT-TAXABLE = WS-THOUSANDS * 1000.
           MOVE  ZERO               TO   RT-INCOME-TAX
                                         RT-RESIDENT-TAX.
           IF  RT-TAXABLE > ZERO
               MOVE  ZERO           TO   WS-BRK-HIT
               PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                       UNTIL WS-BRK-IDX > WS-BRK-CNT
                          OR WS-BRK-HIT > ZERO
                   IF  RT-TAXABLE NOT > WS-BRK-UPTO(WS-BRK-IDX)
                       MOVE  WS-BRK-IDX TO   WS-BRK-HIT
                   END-IF
               END-PERFORM
               IF  WS-BRK-HIT = ZERO
                   MOVE  WS-BRK-CNT TO   WS-BRK-HIT
               END-IF
      *        INCOME TAX WITH THE SURTAX, TO THE YEN BELOW
               COMPUTE WS-TAX-RAW =
                       (RT-TAXABLE * WS-BRK-RATE(WS-BRK-HIT)
                        - WS-BRK-QUICK-DED(WS-BRK-HIT))
                     * (1 + WS-SURTAX-RATE)
               MOVE  WS-TAX-RAW     TO   WS-TAX-YEN
               IF  WS-TAX-YEN > ZERO
                   MOVE  WS-TAX-YEN TO   RT-INCOME-TAX
               END-IF
      *        RESIDENT TAX TO THE 100 YEN BELOW
               COMPUTE WS-TAX-RAW = RT-TAXABLE * WS-RESIDENT-RATE
               DIVIDE WS-TAX-RAW BY 100 GIVING WS-HUNDREDS
               COMPUTE RT-RESIDENT-TAX = WS-HUNDREDS * 100
           END-IF.

      ******************************************************************
       STORE-SETTLEMENT.
      ******************************************************************
           MOVE  EMP-NO             TO   RT-EMP-NO.
           EXEC SQL
               INSERT INTO EMP_RETIREMENT
                      (EMP_NO, TERM_DATE, SERVICE_DAYS, SERVICE_YEARS,
                       TAX_YEARS, GRADE, BASE_AMOUNT, FACTOR,
                       ALLOWANCE, DEDUCTION, TAXABLE, INCOME_TAX,
                       RESIDENT_TAX, NET_PAY, CALC_DATE)
                      VALUES (:RT-EMP-NO, :RT-TERM-DATE,
                              :RT-SERVICE-DAYS, :RT-SERVICE-YEARS,
                              :RT-TAX-YEARS, :RT-GRADE,
                              :RT-BASE-AMOUNT, :RT-FACTOR,
                              :RT-ALLOWANCE, :RT-DEDUCTION,
                              :RT-TAXABLE, :RT-INCOME-TAX,
                              :RT-RESIDENT-TAX, :RT-NET-PAY,
                              :RT-CALC-DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       GET-LOAN-OUTSTANDING.
      ******************************************************************
      *    SHOWN ON THE STATEMENT ONLY -- RECOVERY IS FROM FINAL PAY
      *    (SEE LOANPOST)
           MOVE  ZERO               TO   LOAN-OUTSTANDING.
           EXEC SQL
               SELECT COALESCE(SUM(BALANCE), 0)
                      INTO :LOAN-OUTSTANDING
                      FROM EMP_LOAN
                      WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   LOAN-OUTSTANDING
           END-IF.
           MOVE  LOAN-OUTSTANDING   TO   WS-LOAN-OUTSTANDING.

      ******************************************************************
       WRITE-HEADER-RECORD.
      ******************************************************************
           MOVE  SPACES             TO   RETX-REC.
           MOVE  "H"                TO   RXH-REC-TYPE.
           MOVE  WS-AUDIT-START-DATE TO  RXH-RUN-DATE.
           MOVE  WS-AUDIT-START-TIME TO  RXH-RUN-TIME.
           MOVE  DBNAME             TO   RXH-ENVIRONMENT.
           WRITE RETX-REC.
      ******************************************************************
       WRITE-DETAIL-RECORD.
      ******************************************************************
           MOVE  SPACES             TO   RETX-REC.
           MOVE  "D"                TO   RXD-REC-TYPE.
           MOVE  EMP-NO             TO   RXD-EMP-NO.
           MOVE  EMP-NAME           TO   RXD-EMP-NAME.
           MOVE  RT-ALLOWANCE       TO   RXD-ALLOWANCE.
           MOVE  RT-INCOME-TAX      TO   RXD-INCOME-TAX.
           MOVE  RT-RESIDENT-TAX    TO   RXD-RESIDENT-TAX.
           MOVE  RT-NET-PAY         TO   RXD-NET-PAY.
           MOVE  RT-TERM-DATE       TO   RXD-TERM-DATE.
           MOVE  RT-TAX-YEARS       TO   RXD-TAX-YEARS.
           MOVE  RT-TAXABLE         TO   RXD-TAXABLE.
           WRITE RETX-REC.
      ******************************************************************
       WRITE-TRAILER-RECORD.
      ******************************************************************
           MOVE  SPACES             TO   RETX-REC.
           MOVE  "T"                TO   RXT-REC-TYPE.
           MOVE  WS-SETTLED-COUNT   TO   RXT-REC-COUNT.
           MOVE  WS-HASH-TOTAL      TO   RXT-HASH-TOTAL.
           MOVE  WS-TAX-HASH        TO   RXT-TAX-HASH.
           MOVE  WS-NET-HASH        TO   RXT-NET-HASH.
           WRITE RETX-REC.

      ******************************************************************
       PRINT-STATEMENT.
      ******************************************************************
      *    ONE PAGE PER LEAVER
           IF  WS-SETTLED-COUNT > ZERO
               PERFORM PRINT-PAGE-EJECT
           END-IF.
           MOVE  "FINAL SETTLEMENT STATEMENT -- RETIREMENT ALLOWANCE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "EMPLOYEE          : " EMP-NO "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "SERVICE           : " EMP-HIRE-DATE " TO "
                  EMP-TERM-DATE ", " RT-SERVICE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "YEARS             : " RT-SERVICE-YEARS
                  " COMPLETED, " RT-TAX-YEARS " FOR TAX"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  RT-BASE-AMOUNT     TO   D-AMOUNT.
           MOVE  RT-FACTOR          TO   D-FACTOR.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "FINAL GRADE       : " RT-GRADE "  BASE " D-AMOUNT
                  " X " D-FACTOR " MONTHS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "RETIREMENT ALLOWANCE"      TO   WS-LABEL.
           MOVE  RT-ALLOWANCE       TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE  "  LESS SERVICE DEDUCTION"  TO   WS-LABEL.
           MOVE  RT-DEDUCTION       TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE  "  TAXABLE RETIREMENT INCOME"
                                    TO   WS-LABEL.
           MOVE  RT-TAXABLE         TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE  "INCOME TAX (WITH SURTAX)"  TO   WS-LABEL.
           MOVE  RT-INCOME-TAX      TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE  "RESIDENT TAX"     TO   WS-LABEL.
           MOVE  RT-RESIDENT-TAX    TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE  "NET RETIREMENT ALLOWANCE"  TO   WS-LABEL.
           MOVE  RT-NET-PAY         TO   D-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           IF  WS-LOAN-OUTSTANDING > ZERO
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  "LOANS OUTSTANDING"     TO   WS-LABEL
               MOVE  WS-LOAN-OUTSTANDING     TO   D-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
               MOVE  "  TO BE RECOVERED FROM FINAL PAY (SEE LOANPOST)"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-AMOUNT-LINE.
      ******************************************************************
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           MOVE  WS-LABEL           TO   WS-DETAIL-LINE(1:30).
           MOVE  ": "               TO   WS-DETAIL-LINE(31:2).
           MOVE  D-AMOUNT           TO   WS-DETAIL-LINE(33:11).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           IF  WS-SETTLED-COUNT > ZERO
               PERFORM PRINT-PAGE-EJECT
           END-IF.
           MOVE  "RETIREMENT ALLOWANCE RUN SUMMARY"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-HASH-TOTAL      TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-SETTLED-COUNT " LEAVER(S) SETTLED, ALLOWANCE "
                  D-AMOUNT ", " WS-SKIPPED-COUNT " NOT SETTLED"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- NOTHING SETTLED ***"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       OPEN-RET-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING, SO A LINE
      *    PASSED ON IT WOULD BE LOST (SEE TEST-PRINTER)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       PRINT-PAGE-EJECT.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "PAGE"             TO   PA-WHAT.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           MOVE  "LINES"            TO   PA-WHAT.
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
           MOVE  "RET-SURTAX-RATE" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-SURTAX-RATE
           END-IF.
           MOVE  "RET-RESIDENT-RATE"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-RESIDENT-RATE
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
               DISPLAY "*** RETALLOW: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-RETX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RETX-NAME
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
                                  WS-SETTLED-COUNT, WS-AUDIT-STATUS.
      ******************************************************************
