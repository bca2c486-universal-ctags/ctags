      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RETROPAY --- retroactive arrears run: takes each back-dated
      *               salary change off the RETROCHG.DAT change cards
      *               (EMP_NO, the period the new salary is effective
      *               from, the salary and an approval reference),
      *               reprices every period already paid and archived
      *               on PAYARCH.DAT since then at the new salary --
      *               the archived proration of a part period
      *               included -- and raises the shortfall, net of
      *               arrears already paid or pending, as one
      *               separately identified arrears line per period on
      *               ARREARS.PND for the next EMPPAYX run to pay.
      *               Prints a per-employee arrears statement through
      *               VIRTUAL-PRINTER and registers the pending
      *               arrears balance through CTLREG so BALANCER can
      *               prove the payroll extract paid or held every
      *               line -- instead of payroll working out late pay
      *               revisions by hand.  The current period --
      *               the one the next extract pays -- comes off the
      *               pay calendar (see PAYCAL) as EMPPAYX takes it.
      *               Each group company runs off its own change
      *               cards and archive into its own pending arrears.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RETROPAY.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    CHANGE CARDS -- ONE PER BACK-DATED SALARY CHANGE.  A BLANK
      *    SALARY MEANS THE SALARY NOW ON EMP; AN EMPLOYEE WITH TWO
      *    REVISIONS IN THE SAME SPAN NEEDS A CARD (AND SALARY) FOR
      *    EACH, AND EACH CARD REPRICES ONLY UP TO THE NEXT ONE
           SELECT RCHG-FILE        ASSIGN TO DYNAMIC WS-RCHG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCHG-STATUS.
      *    THE PERIOD ARCHIVE EMPPAYX RETAINS -- WHAT EACH PERIOD
      *    ACTUALLY PAID
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    ARREARS RAISED AND NOT YET PAID -- EMPPAYX PAYS THEM AND
      *    REWRITES THE FILE WITH WHAT IT COULD NOT PAY
           SELECT ARRPND-FILE      ASSIGN TO DYNAMIC WS-ARRPND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRPND-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RCHG-FILE.
       01  RCHG-REC.
           05  RC-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
           05  RC-EFF-PERIOD       PIC  X(06).
           05  FILLER              PIC  X.
           05  RC-NEW-SALARY       PIC  X(09).
           05  FILLER              PIC  X.
           05  RC-REFERENCE        PIC  X(20).

       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
      *    ON AN "I" ITEM RECORD THE NAME SLOT CARRIES THE ITEM AND
      *    PA6-GROSS ITS AMOUNT
           05  PA6-ITEM-DATA       REDEFINES PA6-EMP-NAME.
               10  PA6-ITEM-CLASS  PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-CODE   PIC  X(06).
               10  FILLER          PIC  X.
               10  PA6-ITEM-TAXABLE
                                   PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-REF-PERIOD
                                   PIC  9(06).
               10  FILLER          PIC  X.
               10  PA6-ITEM-TEXT   PIC  X(30).
               10  FILLER          PIC  X(12).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-DED             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-NET             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
      *    PRORATION FACTOR, BASIS AND DAYS -- BLANK ON RECORDS
      *    ARCHIVED BEFORE PRORATION, WHICH WERE ALL FULL PERIODS
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.
           05  FILLER              PIC  X.
           05  PA6-DAYS-PAID       PIC  9(02).
           05  FILLER              PIC  X.
           05  PA6-DAYS-IN-PERIOD  PIC  9(02).

      *    ONE PENDING ARREARS LINE PER EMPLOYEE PER PERIOD REPRICED;
      *    EMPPAYX READS THE FIRST THREE FIELDS, THE REST IS THE
      *    WORKING FOR WHOEVER ASKS WHERE THE FIGURE CAME FROM
       FD  ARRPND-FILE.
       01  ARRPND-REC.
           05  AP-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  AP-REF-PERIOD       PIC  9(06).
           05  FILLER              PIC  X.
           05  AP-AMOUNT           PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  AP-PAID-BASIC       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  AP-DUE-BASIC        PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  AP-RAISED-DATE      PIC  9(08).
           05  FILLER              PIC  X.
           05  AP-REFERENCE        PIC  X(20).
           05  FILLER              PIC  X(22).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RETROPAY".
       01  WS-RCHG-STATUS          PIC  X(02).
           88  WS-RCHG-OK          VALUE "00".
           88  WS-RCHG-EOF         VALUE "10".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-ARRPND-STATUS        PIC  X(02).
           88  WS-ARRPND-OK        VALUE "00".
           88  WS-ARRPND-EOF       VALUE "10".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-RUN-DATE             PIC  9(08).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
       01  WS-CUR-PERIOD           PIC  9(06).
      *    THE CHANGE CARDS, EDITED AS THEY ARE LOADED.  REASON CODES:
      *      01 = EMP NO NOT NUMERIC
      *      02 = EFFECTIVE PERIOD NOT A VALID YYYYMM
      *      03 = EFFECTIVE PERIOD NOT YET PAID
      *      04 = SALARY NOT NUMERIC
      *      05 = NO EMP ROW FOR THAT EMP NO
      *      06 = SQL ERROR, SEE ERROR LOG
       01  WS-CHG-TABLE.
           05  WS-CHG-CNT          PIC  9(03) VALUE ZERO.
           05  WS-CHG-ENTRY        OCCURS 200.
               10  WS-CHG-EMP-NO   PIC  9(04).
               10  WS-CHG-EFF-PERIOD
                                   PIC  9(06).
               10  WS-CHG-SALARY   PIC S9(07)V9(02).
               10  WS-CHG-SAL-GIVEN
                                   PIC  X.
               10  WS-CHG-REFERENCE
                                   PIC  X(20).
               10  WS-CHG-REASON   PIC  X(02).
               10  WS-CHG-IMAGE    PIC  X(42).
       01  WS-CHG-IDX              PIC  9(03).
       01  WS-CHG-SCAN             PIC  9(03).
       01  WS-RANGE-END            PIC  9(06).
       01  WS-CHECK-NO             PIC  9(04).
       01  WS-CHECK-NO-X           REDEFINES WS-CHECK-NO
                                   PIC  X(04).
       01  WS-CHECK-PERIOD         PIC  9(06).
       01  WS-CHECK-PERIOD-X       REDEFINES WS-CHECK-PERIOD
                                   PIC  X(06).
       01  WS-CHECK-PERIOD-R       REDEFINES WS-CHECK-PERIOD.
           05  WS-CP-YYYY          PIC  9(04).
           05  WS-CP-MM            PIC  9(02).
       01  WS-CHECK-SALARY         PIC S9(07)V9(02).
       01  WS-CHECK-SALARY-X       REDEFINES WS-CHECK-SALARY
                                   PIC  X(09).
      *    ONE EMPLOYEE'S ARCHIVED PERIODS INSIDE THE CARD'S SPAN --
      *    WHAT WAS PAID AS BASIC (GROSS LESS THE EARNING ITEMS), THE
      *    PRORATION IT WAS PAID ON, AND THE ARREARS FOR IT ALREADY
      *    PAID OR PENDING
       01  WS-PER-TABLE.
           05  WS-PER-CNT          PIC  9(02) VALUE ZERO.
           05  WS-PER-ENTRY        OCCURS 60.
               10  WS-PER-PERIOD   PIC  9(06).
               10  WS-PER-GROSS    PIC S9(09)V9(02).
               10  WS-PER-ITEMS    PIC S9(09)V9(02).
               10  WS-PER-FACTOR   PIC  9V9(04).
               10  WS-PER-DAYS-PAID
                                   PIC  9(02).
               10  WS-PER-DAYS-IN  PIC  9(02).
               10  WS-PER-PRORATED PIC  X.
               10  WS-PER-PRIOR    PIC S9(09)V9(02).
       01  WS-PER-IDX              PIC  9(02).
       01  WS-PER-HIT              PIC  9(02) VALUE ZERO.
      *    ARREARS ALREADY PAID TO THIS EMPLOYEE, BY THE PERIOD THEY
      *    WERE FOR AND THE PERIOD THEY WERE PAID IN -- A RE-ARCHIVED
      *    PERIOD REPLACES ITS EARLIER IMAGE'S LINES
       01  WS-PAR-TABLE.
           05  WS-PAR-CNT          PIC  9(03) VALUE ZERO.
           05  WS-PAR-ENTRY        OCCURS 300.
               10  WS-PAR-REF-PERIOD
                                   PIC  9(06).
               10  WS-PAR-PAID-IN  PIC  9(06).
               10  WS-PAR-AMOUNT   PIC S9(09)V9(02).
       01  WS-PAR-IDX              PIC  9(03).
       01  WS-LAST-D-PERIOD        PIC  9(06).
      *    PENDING ARREARS OFF ARREARS.PND PLUS EVERY LINE RAISED BY
      *    THIS RUN -- THE WHOLE FILE IS WRITTEN BACK FROM HERE
       01  WS-ARR-TABLE.
           05  WS-ARR-CNT          PIC  9(04) VALUE ZERO.
           05  WS-ARR-ENTRY        OCCURS 500.
               10  WS-ARR-EMP-NO   PIC  9(04).
               10  WS-ARR-REF-PERIOD
                                   PIC  9(06).
               10  WS-ARR-AMOUNT   PIC S9(07)V9(02).
               10  WS-ARR-IMAGE    PIC  X(100).
       01  WS-ARR-IDX              PIC  9(04).
       01  WS-ARR-LOAD-FLAG        PIC  X     VALUE "Y".
           88  WS-ARR-LOAD-OK      VALUE "Y".
      *    ONE PERIOD'S REPRICING
       01  WS-DUE-BASIC            PIC S9(07)V9(02).
       01  WS-PAID-BASIC           PIC S9(07)V9(02).
       01  WS-PENDING-AMT          PIC S9(09)V9(02).
       01  WS-ARREARS-AMT          PIC S9(09)V9(02).
       01  WS-EMP-ARREARS          PIC S9(09)V9(02).
       01  WS-RUN-COUNTS.
           05  WS-CARDS-READ       PIC  9(06) VALUE ZERO.
           05  WS-CARDS-DONE       PIC  9(06) VALUE ZERO.
           05  WS-CARDS-REJECTED   PIC  9(06) VALUE ZERO.
           05  WS-LINES-RAISED     PIC  9(06) VALUE ZERO.
       01  WS-AMOUNT-RAISED        PIC S9(11)V9(02) VALUE ZERO.
      *    CTLREG CONTRACT FIELDS -- THE PENDING BALANCE THE NEXT
      *    EMPPAYX STARTS FROM (LINES AND AMOUNT)
       01  WS-PEND-COUNT           PIC  9(09) VALUE ZERO.
       01  WS-PEND-HASH            PIC S9(11)V9(02) VALUE ZERO.
       01  WS-SPOOL-OPEN-FLAG      PIC  X     VALUE "N".
           88  WS-SPOOL-OPEN       VALUE "Y".
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-RCHG-NAME            PIC  X(40) VALUE "RETROCHG.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-ARRPND-NAME          PIC  X(40) VALUE "ARREARS.PND".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./retropay.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-STMT-LINE             PIC  X(80).
       01  D-STMT-AMOUNT           PIC  -(7)9.99.
       01  D-STMT-PAID             PIC  -(7)9.99.
       01  D-STMT-DUE              PIC  -(7)9.99.
       01  D-STMT-PRIOR            PIC  -(7)9.99.
       01  D-STMT-FACTOR           PIC  9.9999.
       01  D-STMT-TOTAL            PIC  ---,---,---,--9.99.

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSLIP SO THE PAGE-PER-EMPLOYEE MACHINERY CARRIES OVER
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RETROPAY STARTED ***".
           ACCEPT  WS-RUN-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-PAY-PERIOD.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** RETROPAY: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PENDING-ARREARS.
           PERFORM LOAD-CHANGE-CARDS.

      *    NO CARDS IS THE ORDINARY CASE -- THE STEP STILL REGISTERS
      *    THE PENDING BALANCE, SO BALANCER HAS THIS CYCLE'S FIGURE
           IF  WS-CHG-CNT > ZERO
               PERFORM LOAD-CONFIG-SETTINGS
               PERFORM CONNECT-TO-DB
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 8            TO   RETURN-CODE
                   GOBACK
               END-IF
               PERFORM OPEN-STATEMENT-SPOOL
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-CNT
                   PERFORM PROCESS-ONE-CHANGE
               END-PERFORM
               PERFORM PRINT-CONTROL-PAGE
      *        CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE
      *        SPOOL REGISTRY (SEE SPOOLMGR)
               MOVE  "Y"            TO   PA-FLUSH
               CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM
               MOVE  "N"            TO   PA-FLUSH
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               PERFORM DISCONNECT-FROM-DB
           END-IF.

           IF  WS-LINES-RAISED > ZERO
               PERFORM REPLACE-PENDING-ARREARS
           END-IF.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-CNT
               ADD  1               TO   WS-PEND-COUNT
               ADD  WS-ARR-AMOUNT(WS-ARR-IDX)  TO   WS-PEND-HASH
           END-PERFORM.
           CALL "CTLREG" USING WS-PROGRAM-NAME, WS-PEND-COUNT,
                                WS-PEND-HASH.

      *    THE CARDS ARE CONSUMED BY A CLEAN RUN; WITH REJECTS THEY
      *    STAY FOR CORRECTION -- RE-PRESENTING THE GOOD ONES RAISES
      *    NOTHING TWICE, AS ARREARS PAID OR PENDING ARE NETTED OFF
           IF  WS-CHG-CNT > ZERO
           AND WS-CARDS-REJECTED = ZERO
           AND WS-AUDIT-STATUS = "OK"
               PERFORM CONSUME-CHANGE-CARDS
           END-IF.

           DISPLAY "*** RETROPAY FINISHED -- CARDS: " WS-CARDS-READ
                   "  REPRICED: " WS-CARDS-DONE
                   "  REJECTED: " WS-CARDS-REJECTED " ***".
           DISPLAY "***   ARREARS LINES RAISED: " WS-LINES-RAISED
                   "  AMOUNT: " WS-AMOUNT-RAISED
                   "  PENDING LINES: " WS-PEND-COUNT " ***".
           IF  WS-CARDS-REJECTED > ZERO AND WS-AUDIT-STATUS = "OK"
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
       LOAD-PENDING-ARREARS.
      ******************************************************************
      *    NO PENDING FILE JUST MEANS NOTHING IS OUTSTANDING
           OPEN INPUT ARRPND-FILE.
           IF  WS-ARRPND-OK
               PERFORM UNTIL WS-ARRPND-EOF
                   READ ARRPND-FILE
                       AT END
                           SET WS-ARRPND-EOF TO TRUE
                       NOT AT END
                           IF  WS-ARR-CNT < 500
                               ADD  1   TO   WS-ARR-CNT
                               MOVE  AP-EMP-NO   TO
                                     WS-ARR-EMP-NO(WS-ARR-CNT)
                               MOVE  AP-REF-PERIOD    TO
                                     WS-ARR-REF-PERIOD(WS-ARR-CNT)
                               MOVE  AP-AMOUNT   TO
                                     WS-ARR-AMOUNT(WS-ARR-CNT)
                               MOVE  ARRPND-REC  TO
                                     WS-ARR-IMAGE(WS-ARR-CNT)
                           ELSE
                               MOVE  "N"    TO   WS-ARR-LOAD-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRPND-FILE
           END-IF.
      *    A PENDING FILE TOO BIG TO HOLD CANNOT BE NETTED OFF OR
      *    WRITTEN BACK WHOLE -- NOTHING NEW IS RAISED UNTIL EMPPAYX
      *    HAS PAID IT DOWN
           IF  NOT WS-ARR-LOAD-OK
               DISPLAY "*** RETROPAY: MORE THAN 500 PENDING ARREARS "
                       "LINES -- NO NEW ARREARS RAISED ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-CHANGE-CARDS.
      ******************************************************************
           OPEN INPUT RCHG-FILE.
           IF  NOT WS-RCHG-OK
               DISPLAY "*** RETROPAY: NO RETROCHG.DAT -- NO CHANGES "
                       "TO REPRICE ***"
           ELSE
               PERFORM UNTIL WS-RCHG-EOF
                   READ RCHG-FILE
                       AT END
                           SET WS-RCHG-EOF TO TRUE
                       NOT AT END
                           ADD  1       TO   WS-CARDS-READ
                           PERFORM EDIT-CHANGE-CARD
                   END-READ
               END-PERFORM
               CLOSE RCHG-FILE
           END-IF.
           IF  NOT WS-ARR-LOAD-OK
               MOVE  ZERO           TO   WS-CHG-CNT
           END-IF.

      ******************************************************************
       EDIT-CHANGE-CARD.
      ******************************************************************
           IF  WS-CHG-CNT NOT < 200
               DISPLAY "*** RETROPAY: MORE THAN 200 CHANGE CARDS -- "
                       "CARD " WS-CARDS-READ " IGNORED ***"
               ADD  1               TO   WS-CARDS-REJECTED
           ELSE
               ADD  1               TO   WS-CHG-CNT
               MOVE  RCHG-REC       TO   WS-CHG-IMAGE(WS-CHG-CNT)
               MOVE  SPACES         TO   WS-CHG-REASON(WS-CHG-CNT)
               MOVE  RC-REFERENCE   TO   WS-CHG-REFERENCE(WS-CHG-CNT)
               MOVE  RC-EMP-NO      TO   WS-CHECK-NO-X
               MOVE  RC-EFF-PERIOD  TO   WS-CHECK-PERIOD-X
               MOVE  RC-NEW-SALARY  TO   WS-CHECK-SALARY-X
               EVALUATE TRUE
                   WHEN WS-CHECK-NO NOT NUMERIC
                       MOVE  "01"   TO   WS-CHG-REASON(WS-CHG-CNT)
                   WHEN WS-CHECK-PERIOD NOT NUMERIC
                       MOVE  "02"   TO   WS-CHG-REASON(WS-CHG-CNT)
                   WHEN WS-CP-MM < 01 OR WS-CP-MM > 12
                       MOVE  "02"   TO   WS-CHG-REASON(WS-CHG-CNT)
                   WHEN WS-CHECK-PERIOD > WS-CUR-PERIOD
                       MOVE  "03"   TO   WS-CHG-REASON(WS-CHG-CNT)
                   WHEN RC-NEW-SALARY NOT = SPACES
                    AND WS-CHECK-SALARY NOT NUMERIC
                       MOVE  "04"   TO   WS-CHG-REASON(WS-CHG-CNT)
               END-EVALUATE
               IF  WS-CHG-REASON(WS-CHG-CNT) = SPACES
                   MOVE  WS-CHECK-NO     TO   WS-CHG-EMP-NO(WS-CHG-CNT)
                   MOVE  WS-CHECK-PERIOD TO
                         WS-CHG-EFF-PERIOD(WS-CHG-CNT)
                   IF  RC-NEW-SALARY = SPACES
                       MOVE  "N"    TO   WS-CHG-SAL-GIVEN(WS-CHG-CNT)
                       MOVE  ZERO   TO   WS-CHG-SALARY(WS-CHG-CNT)
                   ELSE
                       MOVE  "Y"    TO   WS-CHG-SAL-GIVEN(WS-CHG-CNT)
                       MOVE  WS-CHECK-SALARY TO
                             WS-CHG-SALARY(WS-CHG-CNT)
                   END-IF
               ELSE
                   MOVE  ZERO       TO   WS-CHG-EMP-NO(WS-CHG-CNT)
                                         WS-CHG-EFF-PERIOD(WS-CHG-CNT)
               END-IF
           END-IF.

      ******************************************************************
       PROCESS-ONE-CHANGE.
      ******************************************************************
           IF  WS-CHG-REASON(WS-CHG-IDX) = SPACES
               MOVE  WS-CHG-EMP-NO(WS-CHG-IDX)  TO   EMP-NO
               EXEC SQL
                   SELECT EMP_NAME, EMP_SALARY
                          INTO :EMP-NAME, :EMP-SALARY
                          FROM EMP
                          WHERE EMP_NO = :EMP-NO
                            AND COMPANY_CD = :RUN-COMPANY
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE  "05"   TO   WS-CHG-REASON(WS-CHG-IDX)
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE  "06"   TO   WS-CHG-REASON(WS-CHG-IDX)
               END-EVALUATE
           END-IF.
           IF  WS-CHG-REASON(WS-CHG-IDX) NOT = SPACES
               ADD  1               TO   WS-CARDS-REJECTED
               PERFORM PRINT-REJECTED-CARD
           ELSE
               ADD  1               TO   WS-CARDS-DONE
               IF  WS-CHG-SAL-GIVEN(WS-CHG-IDX) = "N"
                   MOVE  EMP-SALARY TO   WS-CHG-SALARY(WS-CHG-IDX)
               END-IF
               PERFORM SET-RANGE-END
               PERFORM SCAN-ARCHIVE-FOR-EMP
               PERFORM PRINT-STATEMENT-HEADING
               MOVE  ZERO           TO   WS-EMP-ARREARS
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PER-CNT
                   PERFORM REPRICE-ONE-PERIOD
               END-PERFORM
               PERFORM PRINT-STATEMENT-TOTAL
           END-IF.

      ******************************************************************
       SET-RANGE-END.
      ******************************************************************
      *    THE CARD REPRICES FROM ITS OWN EFFECTIVE PERIOD UP TO (NOT
      *    INCLUDING) THE NEXT LATER CARD FOR THE SAME EMPLOYEE, SO A
      *    SECOND REVISION IS NEVER PRICED AT THE FIRST ONE'S SALARY
           MOVE  999999             TO   WS-RANGE-END.
           PERFORM VARYING WS-CHG-SCAN FROM 1 BY 1
                   UNTIL WS-CHG-SCAN > WS-CHG-CNT
               IF  WS-CHG-REASON(WS-CHG-SCAN) = SPACES
               AND WS-CHG-EMP-NO(WS-CHG-SCAN) =
                   WS-CHG-EMP-NO(WS-CHG-IDX)
               AND WS-CHG-EFF-PERIOD(WS-CHG-SCAN) >
                   WS-CHG-EFF-PERIOD(WS-CHG-IDX)
               AND WS-CHG-EFF-PERIOD(WS-CHG-SCAN) < WS-RANGE-END
                   MOVE  WS-CHG-EFF-PERIOD(WS-CHG-SCAN)
                                    TO   WS-RANGE-END
               END-IF
           END-PERFORM.

      ******************************************************************
       SCAN-ARCHIVE-FOR-EMP.
      ******************************************************************
           MOVE  ZERO               TO   WS-PER-CNT
                                         WS-PAR-CNT
                                         WS-PER-HIT
                                         WS-LAST-D-PERIOD.
           MOVE  "00"               TO   WS-PARCH-STATUS.
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** RETROPAY: PAYARCH.DAT NOT AVAILABLE, "
                       "STATUS " WS-PARCH-STATUS " -- NOTHING TO "
                       "REPRICE ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-EMP-NO = WS-CHG-EMP-NO(WS-CHG-IDX)
                               PERFORM NOTE-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       NOTE-ARCHIVE-RECORD.
      ******************************************************************
      *    A DETAIL OPENS ITS PERIOD (THE LATEST IMAGE WINS); THE ITEM
      *    LINES THAT FOLLOW IT BELONG TO IT
           IF  PA6-REC-TYPE = "D"
               MOVE  PA6-PERIOD     TO   WS-LAST-D-PERIOD
               PERFORM DROP-PAID-IN-PERIOD
               MOVE  ZERO           TO   WS-PER-HIT
               IF  PA6-PERIOD NOT < WS-CHG-EFF-PERIOD(WS-CHG-IDX)
               AND PA6-PERIOD < WS-RANGE-END
                   PERFORM FIND-PERIOD-ENTRY
               END-IF
               IF  WS-PER-HIT > ZERO
                   MOVE  PA6-GROSS  TO   WS-PER-GROSS(WS-PER-HIT)
                   MOVE  ZERO       TO   WS-PER-ITEMS(WS-PER-HIT)
                   MOVE  "N"        TO   WS-PER-PRORATED(WS-PER-HIT)
                   MOVE  1          TO   WS-PER-FACTOR(WS-PER-HIT)
                   MOVE  ZERO       TO   WS-PER-DAYS-PAID(WS-PER-HIT)
                                         WS-PER-DAYS-IN(WS-PER-HIT)
                   IF  PA6-DAYS-PAID NUMERIC
                   AND PA6-DAYS-IN-PERIOD NUMERIC
                   AND PA6-DAYS-IN-PERIOD > ZERO
                       MOVE  PA6-DAYS-PAID    TO
                             WS-PER-DAYS-PAID(WS-PER-HIT)
                       MOVE  PA6-DAYS-IN-PERIOD    TO
                             WS-PER-DAYS-IN(WS-PER-HIT)
                   END-IF
                   IF  PA6-PRORATE-FACTOR NUMERIC
                       MOVE  PA6-PRORATE-FACTOR    TO
                             WS-PER-FACTOR(WS-PER-HIT)
                   END-IF
                   IF  WS-PER-FACTOR(WS-PER-HIT) < 1
                       MOVE  "Y"    TO   WS-PER-PRORATED(WS-PER-HIT)
                   END-IF
               END-IF
           END-IF.
           IF  PA6-REC-TYPE = "I"
           AND PA6-PERIOD = WS-LAST-D-PERIOD
               IF  PA6-ITEM-CLASS = "E" AND WS-PER-HIT > ZERO
                   ADD  PA6-GROSS   TO   WS-PER-ITEMS(WS-PER-HIT)
               END-IF
               IF  PA6-ITEM-CODE = "ARREAR"
                   PERFORM NOTE-PAID-ARREARS
               END-IF
           END-IF.

      ******************************************************************
       FIND-PERIOD-ENTRY.
      ******************************************************************
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-CNT
                      OR WS-PER-HIT > ZERO
               IF  WS-PER-PERIOD(WS-PER-IDX) = PA6-PERIOD
                   MOVE  WS-PER-IDX TO   WS-PER-HIT
               END-IF
           END-PERFORM.
           IF  WS-PER-HIT = ZERO
               IF  WS-PER-CNT < 60
                   ADD  1           TO   WS-PER-CNT
                   MOVE  WS-PER-CNT TO   WS-PER-HIT
                   MOVE  PA6-PERIOD TO   WS-PER-PERIOD(WS-PER-HIT)
               ELSE
                   DISPLAY "*** RETROPAY: EMP_NO " PA6-EMP-NO
                           " SPANS MORE THAN 60 PERIODS -- PERIOD "
                           PA6-PERIOD " NOT REPRICED ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       DROP-PAID-IN-PERIOD.
      ******************************************************************
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-CNT
               IF  WS-PAR-PAID-IN(WS-PAR-IDX) = PA6-PERIOD
                   MOVE  ZERO       TO   WS-PAR-REF-PERIOD(WS-PAR-IDX)
                                         WS-PAR-PAID-IN(WS-PAR-IDX)
                                         WS-PAR-AMOUNT(WS-PAR-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       NOTE-PAID-ARREARS.
      ******************************************************************
           IF  WS-PAR-CNT < 300
               ADD  1               TO   WS-PAR-CNT
               MOVE  PA6-ITEM-REF-PERIOD
                                    TO   WS-PAR-REF-PERIOD(WS-PAR-CNT)
               MOVE  PA6-PERIOD     TO   WS-PAR-PAID-IN(WS-PAR-CNT)
               MOVE  PA6-GROSS      TO   WS-PAR-AMOUNT(WS-PAR-CNT)
           ELSE
               DISPLAY "*** RETROPAY: EMP_NO " PA6-EMP-NO
                       " HAS MORE THAN 300 ARREARS LINES PAID ***"
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       REPRICE-ONE-PERIOD.
      ******************************************************************
      *    DUE = THE NEW SALARY ON THE SAME DAYS THE PERIOD WAS PAID
      *    ON (THE SAME ARITHMETIC AS EMPPAYX); PAID = WHAT WENT OUT
      *    AS BASIC; THE ARREARS ARE THE GAP LESS WHAT EARLIER RUNS
      *    ALREADY PAID OR LEFT PENDING FOR THIS PERIOD
           EVALUATE TRUE
               WHEN WS-PER-DAYS-IN(WS-PER-IDX) > ZERO
                   COMPUTE WS-DUE-BASIC ROUNDED =
                           WS-CHG-SALARY(WS-CHG-IDX)
                         * WS-PER-DAYS-PAID(WS-PER-IDX)
                         / WS-PER-DAYS-IN(WS-PER-IDX)
               WHEN OTHER
                   COMPUTE WS-DUE-BASIC ROUNDED =
                           WS-CHG-SALARY(WS-CHG-IDX)
                         * WS-PER-FACTOR(WS-PER-IDX)
           END-EVALUATE.
           COMPUTE WS-PAID-BASIC = WS-PER-GROSS(WS-PER-IDX)
                                 - WS-PER-ITEMS(WS-PER-IDX).
           MOVE  ZERO               TO   WS-PER-PRIOR(WS-PER-IDX).
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-CNT
               IF  WS-PAR-REF-PERIOD(WS-PAR-IDX) =
                   WS-PER-PERIOD(WS-PER-IDX)
                   ADD  WS-PAR-AMOUNT(WS-PAR-IDX)
                                    TO   WS-PER-PRIOR(WS-PER-IDX)
               END-IF
           END-PERFORM.
           MOVE  ZERO               TO   WS-PENDING-AMT.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-CNT
               IF  WS-ARR-EMP-NO(WS-ARR-IDX) = WS-CHG-EMP-NO(WS-CHG-IDX)
               AND WS-ARR-REF-PERIOD(WS-ARR-IDX) =
                   WS-PER-PERIOD(WS-PER-IDX)
                   ADD  WS-ARR-AMOUNT(WS-ARR-IDX)
                                    TO   WS-PENDING-AMT
               END-IF
           END-PERFORM.
           ADD  WS-PENDING-AMT      TO   WS-PER-PRIOR(WS-PER-IDX).
           COMPUTE WS-ARREARS-AMT = WS-DUE-BASIC - WS-PAID-BASIC
                                  - WS-PER-PRIOR(WS-PER-IDX).
           IF  WS-ARREARS-AMT NOT = ZERO
               PERFORM RAISE-ARREARS-LINE
           END-IF.
           PERFORM PRINT-STATEMENT-LINE.

      ******************************************************************
       RAISE-ARREARS-LINE.
      ******************************************************************
           IF  WS-ARR-CNT < 500
               ADD  1               TO   WS-ARR-CNT
               MOVE  SPACES         TO   ARRPND-REC
               MOVE  WS-CHG-EMP-NO(WS-CHG-IDX)  TO   AP-EMP-NO
               MOVE  WS-PER-PERIOD(WS-PER-IDX)  TO   AP-REF-PERIOD
               MOVE  WS-ARREARS-AMT TO   AP-AMOUNT
               MOVE  WS-PAID-BASIC  TO   AP-PAID-BASIC
               MOVE  WS-DUE-BASIC   TO   AP-DUE-BASIC
               MOVE  WS-RUN-DATE    TO   AP-RAISED-DATE
               MOVE  WS-CHG-REFERENCE(WS-CHG-IDX)
                                    TO   AP-REFERENCE
               MOVE  AP-EMP-NO      TO   WS-ARR-EMP-NO(WS-ARR-CNT)
               MOVE  AP-REF-PERIOD  TO   WS-ARR-REF-PERIOD(WS-ARR-CNT)
               MOVE  WS-ARREARS-AMT TO   WS-ARR-AMOUNT(WS-ARR-CNT)
               MOVE  ARRPND-REC     TO   WS-ARR-IMAGE(WS-ARR-CNT)
               ADD  1               TO   WS-LINES-RAISED
               ADD  WS-ARREARS-AMT  TO   WS-AMOUNT-RAISED
                                         WS-EMP-ARREARS
           ELSE
               DISPLAY "*** RETROPAY: PENDING TABLE FULL AT 500 -- "
                       "EMP_NO " WS-CHG-EMP-NO(WS-CHG-IDX)
                       " PERIOD " WS-PER-PERIOD(WS-PER-IDX)
                       " NOT RAISED ***"
               MOVE  ZERO           TO   WS-ARREARS-AMT
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       REPLACE-PENDING-ARREARS.
      ******************************************************************
           OPEN OUTPUT ARRPND-FILE.
           IF  NOT WS-ARRPND-OK
               DISPLAY "*** RETROPAY: UNABLE TO WRITE ARREARS.PND, "
                       "STATUS " WS-ARRPND-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                       UNTIL WS-ARR-IDX > WS-ARR-CNT
                   MOVE  WS-ARR-IMAGE(WS-ARR-IDX)  TO   ARRPND-REC
                   WRITE ARRPND-REC
               END-PERFORM
               CLOSE ARRPND-FILE
           END-IF.

      ******************************************************************
       CONSUME-CHANGE-CARDS.
      ******************************************************************
           OPEN OUTPUT RCHG-FILE.
           IF  WS-RCHG-OK
               CLOSE RCHG-FILE
           ELSE
               DISPLAY "*** RETROPAY: UNABLE TO CLEAR RETROCHG.DAT, "
                       "STATUS " WS-RCHG-STATUS " ***"
           END-IF.

      ******************************************************************
       OPEN-STATEMENT-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           SET  WS-SPOOL-OPEN       TO   TRUE.

      ******************************************************************
       PRINT-STATEMENT-HEADING.
      ******************************************************************
           MOVE  "ARREARS STATEMENT"     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "EMPLOYEE  : " WS-CHG-EMP-NO(WS-CHG-IDX) "  "
                  EMP-NAME
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CHG-SALARY(WS-CHG-IDX)  TO   D-STMT-AMOUNT.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "EFFECTIVE : " WS-CHG-EFF-PERIOD(WS-CHG-IDX)
                  "   NEW SALARY : " D-STMT-AMOUNT
                  "   REF : " WS-CHG-REFERENCE(WS-CHG-IDX)
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-RANGE-END NOT = 999999
               MOVE  SPACES         TO   D-STMT-LINE
               STRING "REPRICED UP TO THE NEXT REVISION, EFFECTIVE "
                      WS-RANGE-END
                   DELIMITED BY SIZE INTO D-STMT-LINE
               MOVE  D-STMT-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "PERIOD   PAID BASIC    DUE BASIC  PRIOR/PEND"
                                    TO   D-STMT-LINE.
           MOVE  "      ARREARS"    TO   D-STMT-LINE(45:13).
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-STATEMENT-LINE.
      ******************************************************************
           MOVE  WS-PAID-BASIC      TO   D-STMT-PAID.
           MOVE  WS-DUE-BASIC       TO   D-STMT-DUE.
           MOVE  WS-PER-PRIOR(WS-PER-IDX)   TO   D-STMT-PRIOR.
           MOVE  WS-ARREARS-AMT     TO   D-STMT-AMOUNT.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING WS-PER-PERIOD(WS-PER-IDX) "  " D-STMT-PAID "  "
                  D-STMT-DUE "  " D-STMT-PRIOR "  " D-STMT-AMOUNT
               DELIMITED BY SIZE INTO D-STMT-LINE.
      *    A PART PERIOD SAYS SO, WITH THE FACTOR IT WAS REPRICED ON
           IF  WS-PER-PRORATED(WS-PER-IDX) = "Y"
               MOVE  WS-PER-FACTOR(WS-PER-IDX)  TO   D-STMT-FACTOR
               STRING " P" D-STMT-FACTOR
                   DELIMITED BY SIZE INTO D-STMT-LINE(59:8)
           END-IF.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-STATEMENT-TOTAL.
      ******************************************************************
           IF  WS-PER-CNT = ZERO
               MOVE  SPACES         TO   D-STMT-LINE
               STRING "NO PERIODS PAID SINCE "
                      WS-CHG-EFF-PERIOD(WS-CHG-IDX)
                      " ON THE ARCHIVE -- NOTHING OWED"
                   DELIMITED BY SIZE INTO D-STMT-LINE
               MOVE  D-STMT-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-EMP-ARREARS     TO   D-STMT-TOTAL.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "ARREARS RAISED FOR NEXT PAYROLL : " D-STMT-TOTAL
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    EJECT -- EACH EMPLOYEE'S STATEMENT IS A SEPARABLE PAGE
           PERFORM PRINT-PAGE-EJECT.

      ******************************************************************
       PRINT-REJECTED-CARD.
      ******************************************************************
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "REJECTED CARD " WS-CHG-REASON(WS-CHG-IDX) " : "
                  WS-CHG-IMAGE(WS-CHG-IDX)
               DELIMITED BY SIZE INTO D-STMT-LINE.
           DISPLAY "*** RETROPAY: " D-STMT-LINE " ***".
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-PAGE-EJECT.

      ******************************************************************
       PRINT-CONTROL-PAGE.
      ******************************************************************
           MOVE  "RETROPAY CONTROL PAGE" TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "CHANGE CARDS READ     : " WS-CARDS-READ
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "CARDS REPRICED        : " WS-CARDS-DONE
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "CARDS REJECTED        : " WS-CARDS-REJECTED
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "ARREARS LINES RAISED  : " WS-LINES-RAISED
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-AMOUNT-RAISED   TO   D-STMT-TOTAL.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "ARREARS AMOUNT RAISED : " D-STMT-TOTAL
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-STMT-LINE.
           STRING "PENDING LINES NOW     : " WS-ARR-CNT
               DELIMITED BY SIZE INTO D-STMT-LINE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

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
       SET-PAY-PERIOD.
      ******************************************************************
      *    THE PERIOD THE NEXT EXTRACT PAYS, OFF THE PAY CALENDAR AS
      *    EMPPAYX TAKES IT -- ANYTHING EARLIER IS ARREARS
           MOVE  "DATE"             TO   WS-PC-FUNCTION.
           MOVE  WS-RUN-DATE        TO   WS-PC-DATE.
           CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                WS-PC-STATUS.
           IF  WS-PC-STATUS = "OK"
               MOVE  WS-PC-PERIOD   TO   WS-CUR-PERIOD
           ELSE
               MOVE  WS-RUN-DATE(1:6)  TO   WS-CUR-PERIOD
               DISPLAY "*** RETROPAY: RUN DATE NOT ON THE PAY CALENDAR "
                       "-- PERIOD " WS-CUR-PERIOD " TAKEN FROM THE RUN "
                       "DATE ***"
           END-IF.
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
               DISPLAY "*** RETROPAY: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-RCHG-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RCHG-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-ARRPND-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ARRPND-NAME
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
                                  WS-AUDIT-START-TIME, WS-LINES-RAISED,
                                  WS-AUDIT-STATUS.
      ******************************************************************
