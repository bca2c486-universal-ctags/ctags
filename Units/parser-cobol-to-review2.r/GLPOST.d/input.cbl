      *             equal total credits or the run ends with condition
      *             code 8 so EMPBATCH stops the cycle -- accounting
      *             stops re-keying EMPRPT subtotals from a printout.
      *             Allowances paid on the run's item lines are
      *             debited to their own accounts, taxable and
      *             non-taxable apart (GL-ALW-TAX-ACCT and
      *             GL-ALW-NONTAX-ACCT in SHOPCNFG.DAT), with the
      *             department's salary account carrying the rest of
      *             gross.  Employer costs on the item lines debit
      *             GL-EMPR-COST-ACCT against GL-EMPR-PAYABLE-ACCT,
      *             except the employer's social-insurance share
      *             (items ERHI, ERPN, EREI), which posts to its own
      *             expense and payable accounts per scheme
      *             (GL-ER-HI-ACCT / GL-ER-HI-PAY-ACCT, and the PN and
      *             EI pairs likewise) so each premium payable clears
      *             against its own notice.
      *             Expense claims reimbursed with the salary (class R
      *             items EXPxx, see EXPLOAD) are outside gross: each
      *             is debited to its category's expense account
      *             through EXPACMAP.DAT against the department's
      *             payroll credit, since the money goes out with the
      *             net pay.  A category with no mapping posts to
      *             GL-EXP-SUSPENSE-ACCT and the run goes WARN.
      *             Staff whose time is split between departments are
      *             charged through DEPTALOC.DAT (EMP_NO, department,
      *             percentage, effective period -- the latest set in
      *             force for the run's pay period, which must total
      *             100%): gross, allowances and employer costs are
      *             spread over the departments' accounts, the rounding
      *             absorbed on the primary department (the home
      *             EMP_DEPT when it holds a share, otherwise the
      *             largest) so debits still equal credits.  Each
      *             group company posts its own PAYROLL.DAT onto its
      *             own GLPOST.DAT; the account map, the allocation
      *             and the expense map are the group's.
      *             A balanced posting file is sealed (XMITSEAL) with
      *             its line count and debit total, so XMITSEND sends
      *             only the generation this run produced, unaltered.
      *             One posted from a REHEARSAL extract is not sealed,
      *             so XMITSEND will not release it to the ledger.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PAYROLL RUN BEING POSTED
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    DEPARTMENT TO DEBIT/CREDIT ACCOUNT MAPPING
           SELECT GLMAP-FILE       ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    COST ALLOCATION OF STAFF SPLIT BETWEEN DEPARTMENTS
           SELECT ALOC-FILE        ASSIGN TO "DEPTALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.
      *    EXPENSE CATEGORY TO EXPENSE ACCOUNT MAPPING
           SELECT EXPMAP-FILE      ASSIGN TO "EXPACMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPMAP-STATUS.
      *    THE BALANCED POSTING FILE FOR THE LEDGER SIDE
           SELECT GLOUT-FILE       ASSIGN TO DYNAMIC WS-GLOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOUT-STATUS.

       FILE                        SECTION.
       FD  PAYX-FILE.
       01  PAYX-REC                PIC  X(150).
       01  PAYX-HEADER-REC         REDEFINES PAYX-REC.
           05  PXH-REC-TYPE        PIC  X.
           05  PXH-RUN-DATE        PIC  9(08).
           05  PXH-RUN-TIME        PIC  9(08).
           05  PXH-ENVIRONMENT     PIC  X(30).
           05  PXH-PAY-PERIOD      PIC  9(06).
           05  PXH-PAY-DATE        PIC  9(08).
      *    "REHEARSAL" WHEN THE EXTRACT CAME FROM A REHEARSAL RUN --
      *    SUCH A FILE IS NEVER SENT
           05  PXH-REHEARSAL       PIC  X(09).
           05  FILLER              PIC  X(80).
       01  PAYX-DETAIL-REC         REDEFINES PAYX-REC.
           05  PXD-REC-TYPE        PIC  X.
           05  PXD-EMP-NO          PIC  9(04).
           05  PXD-CONV-AMOUNT     PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(25).
      *    ITEM LINE FOLLOWING ITS DETAIL (SEE EMPPAYX) -- ALREADY IN
      *    THE DETAIL'S GROSS; ONLY ALLOWANCES ARE SPLIT OUT HERE,
      *    AND EMPLOYER COSTS (CLASS C, IN NEITHER GROSS NOR NET)
      *    POSTED ON TOP
       01  PAYX-ITEM-REC           REDEFINES PAYX-REC.
           05  PXI-REC-TYPE        PIC  X.
           05  PXI-EMP-NO          PIC  9(04).
           05  PXI-ITEM-CLASS      PIC  X.
           05  PXI-ITEM-CODE       PIC  X(06).
           05  PXI-ITEM-AMOUNT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  PXI-TAXABLE         PIC  X.
           05  FILLER              PIC  X(127).

       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  FILLER              PIC  X.
           05  GM-CR-ACCT          PIC  X(08).

       FD  EXPMAP-FILE.
       01  EXPMAP-REC.
           05  EM-CATEGORY         PIC  X(02).
           05  FILLER              PIC  X.
           05  EM-ACCT             PIC  X(08).

      *    ONE ROW PER EMPLOYEE PER DEPARTMENT CHARGED; A NEW SET
      *    FOR AN EMPLOYEE TAKES OVER FROM ITS EFFECTIVE PERIOD, AND
      *    A SINGLE ROW AT 100.00 BACK TO ONE DEPARTMENT ENDS A SPLIT
       FD  ALOC-FILE.
       01  ALOC-REC.
           05  AL-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  AL-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  AL-PCT              PIC  9(03)V9(02).
           05  FILLER              PIC  X.
           05  AL-EFF-PERIOD       PIC  9(06).

       FD  GLOUT-FILE.
       01  GLOUT-REC.
           05  GL-POST-DATE        PIC  9(08).
           88  WS-GLMAP-EOF        VALUE "10".
       01  WS-GLOUT-STATUS         PIC  X(02).
           88  WS-GLOUT-OK         VALUE "00".
       01  WS-ALOC-STATUS          PIC  X(02).
           88  WS-ALOC-OK          VALUE "00".
           88  WS-ALOC-EOF         VALUE "10".
       01  WS-EXPMAP-STATUS        PIC  X(02).
           88  WS-EXPMAP-OK        VALUE "00".
           88  WS-EXPMAP-EOF       VALUE "10".
      *    EXPENSE CATEGORY MAP IN MEMORY
       01  WS-EXP-MAP-TABLE.
           05  WS-EXP-MAP-CNT      PIC  9(02) VALUE ZERO.
           05  WS-EXP-MAP-ENTRY    OCCURS 20.
               10  WS-EM-CATEGORY  PIC  X(02).
               10  WS-EM-ACCT      PIC  X(08).
       01  WS-EXP-MAP-IDX          PIC  9(02).
      *    REIMBURSEMENTS BY DEPARTMENT AND CATEGORY -- CHARGED TO THE
      *    EMPLOYEE'S PRIMARY DEPARTMENT, NOT SPREAD
       01  WS-EXP-TABLE.
           05  WS-EXP-CNT          PIC  9(03) VALUE ZERO.
           05  WS-EXP-ENTRY        OCCURS 200.
               10  WS-EX-DEPT      PIC  9(03).
               10  WS-EX-CATEGORY  PIC  X(02).
               10  WS-EX-AMOUNT    PIC S9(11)V9(02).
       01  WS-EXP-IDX              PIC  9(03).
       01  WS-EXP-HIT              PIC  9(03) VALUE ZERO.
      *    ACCOUNT MAP IN MEMORY
       01  WS-MAP-TABLE.
           05  WS-MAP-CNT          PIC  9(02) VALUE ZERO.
           05  WS-DEPT-ENTRY       OCCURS 20.
               10  WS-DP-DEPT      PIC  9(03).
               10  WS-DP-COST      PIC S9(11)V9(02).
      *            OF WHICH ALLOWANCES, TAXABLE AND NON-TAXABLE
               10  WS-DP-ALW-TAXED PIC S9(11)V9(02).
               10  WS-DP-ALW-NONTAX
                                   PIC S9(11)V9(02).
      *            EMPLOYER COSTS, POSTED ON TOP OF GROSS -- BY KIND
      *            (SEE WS-ER-ACCT-TABLE)
               10  WS-DP-EMPR-COST PIC S9(11)V9(02) OCCURS 4.
       01  WS-DEPT-IDX             PIC  9(02).
       01  WS-DEPT-HIT             PIC  9(02) VALUE ZERO.
       01  WS-CHARGE-DEPT          PIC  9(03).
      *    COST ALLOCATION ROWS IN MEMORY (DEPTALOC.DAT)
       01  WS-ALOC-TABLE.
           05  WS-ALOC-CNT         PIC  9(04) VALUE ZERO.
           05  WS-ALOC-ENTRY       OCCURS 500.
               10  WS-AL-EMP-NO    PIC  9(04).
               10  WS-AL-DEPT      PIC  9(03).
               10  WS-AL-PCT       PIC  9(03)V9(02).
               10  WS-AL-EFF       PIC  9(06).
       01  WS-ALOC-IDX             PIC  9(04).
      *    PAY PERIOD OF THE RUN (EXTRACT HEADER) -- PICKS THE
      *    ALLOCATION SET IN FORCE
       01  WS-RUN-PERIOD           PIC  9(06) VALUE ZERO.
      *    THE EMPLOYEE WHOSE DETAIL WAS LAST READ -- ITS ITEM LINES
      *    FOLLOW IT, AND IT IS CHARGED WHEN THE NEXT DETAIL (OR THE
      *    END OF THE EXTRACT) ARRIVES
       01  WS-CUR-EMP.
           05  WS-CE-PENDING-FLAG  PIC  X     VALUE "N".
               88  WS-CE-PENDING   VALUE "Y".
           05  WS-CE-EMP-NO        PIC  9(04).
           05  WS-CE-HOME-DEPT     PIC  9(03).
           05  WS-CE-GROSS         PIC S9(09)V9(02).
           05  WS-CE-ALW-TAXED     PIC S9(09)V9(02).
           05  WS-CE-ALW-NONTAX    PIC S9(09)V9(02).
           05  WS-CE-EMPR-COST     PIC S9(09)V9(02) OCCURS 4.
      *        THE EMPLOYEE'S REIMBURSEMENTS BY CATEGORY
           05  WS-CE-EXP-CNT       PIC  9(02).
           05  WS-CE-EXP-ENTRY     OCCURS 20.
               10  WS-CE-EXP-CATEGORY
                                   PIC  X(02).
               10  WS-CE-EXP-AMOUNT
                                   PIC S9(09)V9(02).
       01  WS-CE-EXP-IDX           PIC  9(02).
      *    THE DEPARTMENTS THE CURRENT EMPLOYEE IS CHARGED TO
       01  WS-SHARE-TABLE.
           05  WS-SHARE-CNT        PIC  9(02) VALUE ZERO.
           05  WS-SHARE-ENTRY      OCCURS 10.
               10  WS-SH-DEPT      PIC  9(03).
               10  WS-SH-PCT       PIC  9(03)V9(02).
       01  WS-SHARE-IDX            PIC  9(02).
       01  WS-SHARE-PRIMARY        PIC  9(02).
       01  WS-SHARE-EFF            PIC  9(06).
       01  WS-SHARE-TOTAL-PCT      PIC  9(05)V9(02).
      *    WHAT THE NON-PRIMARY SHARES HAVE TAKEN SO FAR -- THE
      *    PRIMARY DEPARTMENT TAKES THE REST
       01  WS-SPREAD-SO-FAR.
           05  WS-SF-GROSS         PIC S9(09)V9(02).
           05  WS-SF-ALW-TAXED     PIC S9(09)V9(02).
           05  WS-SF-ALW-NONTAX    PIC S9(09)V9(02).
           05  WS-SF-EMPR-COST     PIC S9(09)V9(02) OCCURS 4.
       01  WS-PART.
           05  WS-PT-GROSS         PIC S9(09)V9(02).
           05  WS-PT-ALW-TAXED     PIC S9(09)V9(02).
           05  WS-PT-ALW-NONTAX    PIC S9(09)V9(02).
           05  WS-PT-EMPR-COST     PIC S9(09)V9(02) OCCURS 4.
      *    ALLOWANCE DEBIT ACCOUNTS (SHOPCNFG.DAT)
       01  WS-ALW-TAX-ACCT         PIC  X(08) VALUE "61200001".
       01  WS-ALW-NONTAX-ACCT      PIC  X(08) VALUE "61200002".
      *    EMPLOYER COST DEBIT AND PAYABLE CREDIT BY KIND (SHOPCNFG.DAT)
      *    -- 1 OTHER EMPLOYER COSTS, 2 HEALTH INSURANCE, 3 PENSION,
      *    4 EMPLOYMENT INSURANCE
       01  WS-ER-ACCT-VALUES.
           05  FILLER              PIC  X(16) VALUE "6130000121200001".
           05  FILLER              PIC  X(16) VALUE "6130000221200002".
           05  FILLER              PIC  X(16) VALUE "6130000321200003".
           05  FILLER              PIC  X(16) VALUE "6130000421200004".
       01  WS-ER-ACCT-TABLE        REDEFINES WS-ER-ACCT-VALUES.
           05  WS-ER-ACCT-ENTRY    OCCURS 4.
               10  WS-ER-COST-ACCT PIC  X(08).
               10  WS-ER-PAY-ACCT  PIC  X(08).
       01  WS-ER-KIND              PIC  9(01).
      *    WHERE A REIMBURSEMENT OF AN UNMAPPED CATEGORY GOES UNTIL
      *    ACCOUNTING ADDS THE MAPPING (SHOPCNFG.DAT)
       01  WS-EXP-SUSPENSE-ACCT    PIC  X(08) VALUE "61409999".
      *    ONE POSTING LINE BEING WRITTEN
       01  WS-LINE-DR-CR           PIC  X.
       01  WS-LINE-ACCOUNT         PIC  X(08).
       01  WS-LINE-AMOUNT          PIC S9(11)V9(02).
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-POST-COUNTS.
           05  WS-DETAILS-READ     PIC  9(06) VALUE ZERO.
           05  WS-LINES-POSTED     PIC  9(06) VALUE ZERO.
           05  WS-UNMAPPED-DEPTS   PIC  9(06) VALUE ZERO.
           05  WS-SPLIT-EMPS       PIC  9(06) VALUE ZERO.
           05  WS-BAD-ALLOCS       PIC  9(06) VALUE ZERO.
           05  WS-UNMAPPED-CATS    PIC  9(06) VALUE ZERO.
       01  WS-REIMB-TOTAL          PIC S9(12)V9(02) VALUE ZERO.
       01  WS-DR-TOTAL             PIC S9(12)V9(02) VALUE ZERO.
       01  WS-CR-TOTAL             PIC S9(12)V9(02) VALUE ZERO.
       01  WS-POST-DATE            PIC  9(08).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
      *    THE EXTRACT'S HEADER SAID REHEARSAL (PXH-REHEARSAL)
       01  WS-REHEARSAL-EXTRACT    PIC  X     VALUE "N".
           88  WS-EXTRACT-REHEARSAL VALUE "Y".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
       01  WS-GLOUT-NAME           PIC  X(40) VALUE "GLPOST.DAT".
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL) -- THE
      *    POSTING FILE IS SEALED AS IT LEAVES THIS STEP SO XMITSEND
      *    CAN PROVE IT UNTOUCHED AT SEND TIME
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08) VALUE "GLPOST".
       01  WS-XS-FILE-NAME         PIC  X(40).
       01  WS-XS-REC-COUNT         PIC  9(09).
       01  WS-XS-CONTROL-TOTAL     PIC S9(13)V9(02).
       01  WS-XS-GENERATION        PIC  9(06).
       01  WS-XS-STATUS            PIC  X(02).
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-POST-DATE.
      *    THE CLOCK MONTH UNTIL THE EXTRACT HEADER SAYS OTHERWISE
           MOVE  WS-AUDIT-START-DATE(1:6)    TO   WS-RUN-PERIOD.

           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-COST-ALLOCATION.
           PERFORM LOAD-EXPENSE-MAP.
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** GLPOST: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           IF  WS-MAP-CNT = ZERO
               DISPLAY "*** GLPOST: GLACCMAP.DAT EMPTY OR MISSING -- "
                       "NOTHING CAN POST ***"
           DISPLAY "*** GLPOST SUMMARY -- DETAILS: " WS-DETAILS-READ
                   "  LINES: " WS-LINES-POSTED
                   "  UNMAPPED DEPTS: " WS-UNMAPPED-DEPTS " ***".
           DISPLAY "***   SPLIT EMPLOYEES: " WS-SPLIT-EMPS
                   "  BAD ALLOCATIONS: " WS-BAD-ALLOCS " ***".
           DISPLAY "***   REIMBURSEMENTS: " WS-REIMB-TOTAL
                   "  UNMAPPED CATEGORIES: " WS-UNMAPPED-CATS " ***".
           DISPLAY "***   DEBITS: " WS-DR-TOTAL
                   "  CREDITS: " WS-CR-TOTAL " ***".
      *    ONLY A BALANCED FILE IS SEALED, SO ONLY ONE CAN BE SENT --
      *    AND NEVER ONE POSTED FROM A REHEARSAL EXTRACT
           IF  WS-DR-TOTAL = WS-CR-TOTAL
           AND WS-AUDIT-STATUS NOT = "FAIL"
               IF  WS-EXTRACT-REHEARSAL
                   DISPLAY "*** GLPOST: " WS-GLOUT-NAME
                           " BUILT FROM A REHEARSAL EXTRACT, NOT "
                           "SEALED -- IT CANNOT BE SENT ***"
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
               ELSE
                   PERFORM SEAL-OUTBOUND-FILE
               END-IF
           END-IF.
           EVALUATE TRUE
      *        AN UNBALANCED POSTING FILE MUST NEVER REACH THE
      *        LEDGER -- THE CYCLE STOPS HERE
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
                   MOVE 8            TO   RETURN-CODE
               WHEN WS-UNMAPPED-DEPTS NOT = ZERO
                 OR WS-BAD-ALLOCS NOT = ZERO
                 OR WS-UNMAPPED-CATS NOT = ZERO
                 OR WS-AUDIT-STATUS = "WARN"
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
               CLOSE GLMAP-FILE
           END-IF.

      ******************************************************************
       LOAD-EXPENSE-MAP.
      ******************************************************************
      *    NO FILE MEANS EVERY REIMBURSEMENT GOES TO SUSPENSE
           OPEN INPUT EXPMAP-FILE.
           IF  WS-EXPMAP-OK
               PERFORM UNTIL WS-EXPMAP-EOF
                   READ EXPMAP-FILE
                       AT END
                           SET WS-EXPMAP-EOF TO TRUE
                       NOT AT END
                           IF  EM-CATEGORY NOT = SPACES
                           AND EM-ACCT NOT = SPACES
                           AND WS-EXP-MAP-CNT < 20
                               ADD  1   TO   WS-EXP-MAP-CNT
                               MOVE EM-CATEGORY TO
                                    WS-EM-CATEGORY(WS-EXP-MAP-CNT)
                               MOVE EM-ACCT     TO
                                    WS-EM-ACCT(WS-EXP-MAP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPMAP-FILE
           END-IF.

      ******************************************************************
       LOAD-COST-ALLOCATION.
      ******************************************************************
      *    NO FILE MEANS NOBODY IS SPLIT -- EVERYONE IS CHARGED TO
      *    THEIR EMP_DEPT AS BEFORE
           OPEN INPUT ALOC-FILE.
           IF  WS-ALOC-OK
               PERFORM UNTIL WS-ALOC-EOF
                   READ ALOC-FILE
                       AT END
                           SET WS-ALOC-EOF TO TRUE
                       NOT AT END
                           IF  AL-EMP-NO NUMERIC
                           AND AL-DEPT NUMERIC
                           AND AL-PCT NUMERIC
                           AND AL-EFF-PERIOD NUMERIC
                               PERFORM NOTE-ALLOCATION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALOC-FILE
           END-IF.

      ******************************************************************
       NOTE-ALLOCATION-ROW.
      ******************************************************************
           IF  WS-ALOC-CNT < 500
               ADD  1               TO   WS-ALOC-CNT
               MOVE  AL-EMP-NO      TO   WS-AL-EMP-NO(WS-ALOC-CNT)
               MOVE  AL-DEPT        TO   WS-AL-DEPT(WS-ALOC-CNT)
               MOVE  AL-PCT         TO   WS-AL-PCT(WS-ALOC-CNT)
               MOVE  AL-EFF-PERIOD  TO   WS-AL-EFF(WS-ALOC-CNT)
           ELSE
               ADD  1               TO   WS-BAD-ALLOCS
               DISPLAY "*** GLPOST: DEPTALOC.DAT OVER 500 ROWS -- "
                       "EMP_NO " AL-EMP-NO " DEPT " AL-DEPT
                       " IGNORED ***"
           END-IF.

      ******************************************************************
       SUM-PAYROLL-BY-DEPT.
      ******************************************************************
                       AT END
                           SET WS-PAYX-EOF TO TRUE
                       NOT AT END
                           IF  PXH-REC-TYPE = "H"
                           AND PXH-PAY-PERIOD NUMERIC
                           AND PXH-PAY-PERIOD NOT = ZERO
                               MOVE PXH-PAY-PERIOD TO WS-RUN-PERIOD
                           END-IF
                           IF  PXH-REC-TYPE = "H"
                           AND PXH-REHEARSAL = "REHEARSAL"
                               SET WS-EXTRACT-REHEARSAL TO TRUE
                           END-IF
                           IF  PXD-REC-TYPE = "D"
                               ADD  1   TO   WS-DETAILS-READ
                               PERFORM TALLY-ONE-DETAIL
                           END-IF
                           IF  PXI-REC-TYPE = "I"
                           AND PXI-ITEM-CLASS = "E"
                           AND PXI-ITEM-CODE(1:3) = "ALW"
                               PERFORM TALLY-ONE-ALLOWANCE
                           END-IF
                           IF  PXI-REC-TYPE = "I"
                           AND PXI-ITEM-CLASS = "C"
                               PERFORM TALLY-ONE-EMPLOYER-COST
                           END-IF
                           IF  PXI-REC-TYPE = "I"
                           AND PXI-ITEM-CLASS = "R"
                           AND PXI-ITEM-CODE(1:3) = "EXP"
                               PERFORM TALLY-ONE-REIMBURSEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYX-FILE
               PERFORM CHARGE-CURRENT-EMPLOYEE
           END-IF.

      ******************************************************************
       TALLY-ONE-DETAIL.
      ******************************************************************
      *    THE PREVIOUS EMPLOYEE'S ITEM LINES ARE ALL IN -- CHARGE IT
      *    BEFORE STARTING ON THIS ONE
           PERFORM CHARGE-CURRENT-EMPLOYEE.
           SET   WS-CE-PENDING      TO   TRUE.
           MOVE  PXD-EMP-NO         TO   WS-CE-EMP-NO.
           MOVE  PXD-EMP-DEPT       TO   WS-CE-HOME-DEPT.
      *    GROSS SALARY IS THE PAYROLL COST THE LEDGER CARRIES
           MOVE  PXD-EMP-SALARY     TO   WS-CE-GROSS.
           MOVE  ZERO               TO   WS-CE-ALW-TAXED
                                         WS-CE-ALW-NONTAX.
           PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                   UNTIL WS-ER-KIND > 4
               MOVE  ZERO           TO   WS-CE-EMPR-COST(WS-ER-KIND)
           END-PERFORM.
           MOVE  ZERO               TO   WS-CE-EXP-CNT.

      ******************************************************************
       TALLY-ONE-ALLOWANCE.
      ******************************************************************
           IF  WS-CE-PENDING AND PXI-EMP-NO = WS-CE-EMP-NO
               IF  PXI-TAXABLE = "N"
                   ADD  PXI-ITEM-AMOUNT TO   WS-CE-ALW-NONTAX
               ELSE
                   ADD  PXI-ITEM-AMOUNT TO   WS-CE-ALW-TAXED
               END-IF
           END-IF.

      ******************************************************************
       TALLY-ONE-EMPLOYER-COST.
      ******************************************************************
           IF  WS-CE-PENDING AND PXI-EMP-NO = WS-CE-EMP-NO
               EVALUATE PXI-ITEM-CODE
                   WHEN "ERHI"
                       MOVE  2      TO   WS-ER-KIND
                   WHEN "ERPN"
                       MOVE  3      TO   WS-ER-KIND
                   WHEN "EREI"
                       MOVE  4      TO   WS-ER-KIND
                   WHEN OTHER
                       MOVE  1      TO   WS-ER-KIND
               END-EVALUATE
               ADD  PXI-ITEM-AMOUNT TO   WS-CE-EMPR-COST(WS-ER-KIND)
           END-IF.

      ******************************************************************
       TALLY-ONE-REIMBURSEMENT.
      ******************************************************************
      *    ONE LINE PER CATEGORY -- THE CATEGORY RIDES THE ITEM CODE
           IF  WS-CE-PENDING AND PXI-EMP-NO = WS-CE-EMP-NO
               MOVE  ZERO           TO   WS-EXP-HIT
               PERFORM VARYING WS-CE-EXP-IDX FROM 1 BY 1
                       UNTIL WS-CE-EXP-IDX > WS-CE-EXP-CNT
                   IF  WS-CE-EXP-CATEGORY(WS-CE-EXP-IDX) =
                       PXI-ITEM-CODE(4:2)
                       MOVE  WS-CE-EXP-IDX   TO   WS-EXP-HIT
                   END-IF
               END-PERFORM
               IF  WS-EXP-HIT = ZERO AND WS-CE-EXP-CNT < 20
                   ADD  1           TO   WS-CE-EXP-CNT
                   MOVE  WS-CE-EXP-CNT   TO   WS-EXP-HIT
                   MOVE  PXI-ITEM-CODE(4:2)  TO
                         WS-CE-EXP-CATEGORY(WS-EXP-HIT)
                   MOVE  ZERO       TO   WS-CE-EXP-AMOUNT(WS-EXP-HIT)
               END-IF
               IF  WS-EXP-HIT > ZERO
                   ADD  PXI-ITEM-AMOUNT TO
                        WS-CE-EXP-AMOUNT(WS-EXP-HIT)
               END-IF
           END-IF.

      ******************************************************************
       CHARGE-CURRENT-EMPLOYEE.
      ******************************************************************
      *    ONE DEPARTMENT TAKES THE WHOLE COST UNLESS AN ALLOCATION
      *    SET IS IN FORCE; A SPLIT SPREADS EACH AMOUNT BY SHARE,
      *    AND THE PRIMARY DEPARTMENT TAKES WHAT THE OTHER SHARES
      *    LEAVE AFTER ROUNDING
           IF  WS-CE-PENDING
               PERFORM FIND-EMPLOYEE-SHARES
               IF  WS-SHARE-CNT > 1
                   ADD  1           TO   WS-SPLIT-EMPS
               END-IF
               MOVE  ZERO           TO   WS-SF-GROSS
                                         WS-SF-ALW-TAXED
                                         WS-SF-ALW-NONTAX
               PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                       UNTIL WS-ER-KIND > 4
                   MOVE  ZERO       TO   WS-SF-EMPR-COST(WS-ER-KIND)
               END-PERFORM
               PERFORM VARYING WS-SHARE-IDX FROM 1 BY 1
                       UNTIL WS-SHARE-IDX > WS-SHARE-CNT
                   IF  WS-SHARE-IDX NOT = WS-SHARE-PRIMARY
                       COMPUTE WS-PT-GROSS ROUNDED = WS-CE-GROSS
                             * WS-SH-PCT(WS-SHARE-IDX) / 100
                       COMPUTE WS-PT-ALW-TAXED ROUNDED =
                               WS-CE-ALW-TAXED
                             * WS-SH-PCT(WS-SHARE-IDX) / 100
                       COMPUTE WS-PT-ALW-NONTAX ROUNDED =
                               WS-CE-ALW-NONTAX
                             * WS-SH-PCT(WS-SHARE-IDX) / 100
                       PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                               UNTIL WS-ER-KIND > 4
                           COMPUTE WS-PT-EMPR-COST(WS-ER-KIND)
                                   ROUNDED =
                                   WS-CE-EMPR-COST(WS-ER-KIND)
                                 * WS-SH-PCT(WS-SHARE-IDX) / 100
                           ADD  WS-PT-EMPR-COST(WS-ER-KIND)
                                    TO   WS-SF-EMPR-COST(WS-ER-KIND)
                       END-PERFORM
                       ADD  WS-PT-GROSS      TO   WS-SF-GROSS
                       ADD  WS-PT-ALW-TAXED  TO   WS-SF-ALW-TAXED
                       ADD  WS-PT-ALW-NONTAX TO   WS-SF-ALW-NONTAX
                       PERFORM ADD-PART-TO-DEPARTMENT
                   END-IF
               END-PERFORM
               MOVE  WS-SHARE-PRIMARY    TO   WS-SHARE-IDX
               COMPUTE WS-PT-GROSS = WS-CE-GROSS - WS-SF-GROSS
               COMPUTE WS-PT-ALW-TAXED = WS-CE-ALW-TAXED
                                       - WS-SF-ALW-TAXED
               COMPUTE WS-PT-ALW-NONTAX = WS-CE-ALW-NONTAX
                                        - WS-SF-ALW-NONTAX
               PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                       UNTIL WS-ER-KIND > 4
                   COMPUTE WS-PT-EMPR-COST(WS-ER-KIND) =
                           WS-CE-EMPR-COST(WS-ER-KIND)
                         - WS-SF-EMPR-COST(WS-ER-KIND)
               END-PERFORM
               PERFORM ADD-PART-TO-DEPARTMENT
               PERFORM VARYING WS-CE-EXP-IDX FROM 1 BY 1
                       UNTIL WS-CE-EXP-IDX > WS-CE-EXP-CNT
                   PERFORM ADD-REIMBURSEMENT-TO-DEPT
               END-PERFORM
               MOVE  "N"            TO   WS-CE-PENDING-FLAG
           END-IF.

      ******************************************************************
       FIND-EMPLOYEE-SHARES.
      ******************************************************************
      *    THE SET IN FORCE IS THE ROWS WITH THE LATEST EFFECTIVE
      *    PERIOD NOT AFTER THE RUN'S PERIOD
           MOVE  ZERO               TO   WS-SHARE-EFF
                                         WS-SHARE-CNT
                                         WS-SHARE-TOTAL-PCT
                                         WS-SHARE-PRIMARY.
           PERFORM VARYING WS-ALOC-IDX FROM 1 BY 1
                   UNTIL WS-ALOC-IDX > WS-ALOC-CNT
               IF  WS-AL-EMP-NO(WS-ALOC-IDX) = WS-CE-EMP-NO
               AND WS-AL-EFF(WS-ALOC-IDX) NOT > WS-RUN-PERIOD
               AND WS-AL-EFF(WS-ALOC-IDX) > WS-SHARE-EFF
                   MOVE  WS-AL-EFF(WS-ALOC-IDX)  TO   WS-SHARE-EFF
               END-IF
           END-PERFORM.
           IF  WS-SHARE-EFF > ZERO
               PERFORM VARYING WS-ALOC-IDX FROM 1 BY 1
                       UNTIL WS-ALOC-IDX > WS-ALOC-CNT
                   IF  WS-AL-EMP-NO(WS-ALOC-IDX) = WS-CE-EMP-NO
                   AND WS-AL-EFF(WS-ALOC-IDX) = WS-SHARE-EFF
                       ADD  WS-AL-PCT(WS-ALOC-IDX)
                                    TO   WS-SHARE-TOTAL-PCT
                       IF  WS-SHARE-CNT < 10
                           ADD  1   TO   WS-SHARE-CNT
                           MOVE  WS-AL-DEPT(WS-ALOC-IDX)  TO
                                 WS-SH-DEPT(WS-SHARE-CNT)
                           MOVE  WS-AL-PCT(WS-ALOC-IDX)   TO
                                 WS-SH-PCT(WS-SHARE-CNT)
                       ELSE
                           MOVE  ZERO    TO   WS-SHARE-TOTAL-PCT
                       END-IF
                   END-IF
               END-PERFORM
               IF  WS-SHARE-TOTAL-PCT NOT = 100
      *            A SET THAT DOES NOT COME TO 100% CANNOT BE SPREAD
      *            WITHOUT LOSING OR INVENTING COST -- THE EMPLOYEE
      *            IS CHARGED WHOLE TO THE HOME DEPARTMENT AND THE
      *            RUN GOES WARN SO ACCOUNTING CORRECTS THE SET
                   ADD  1           TO   WS-BAD-ALLOCS
                   DISPLAY "*** GLPOST: ALLOCATION FOR EMP_NO "
                           WS-CE-EMP-NO " FROM " WS-SHARE-EFF
                           " TOTALS " WS-SHARE-TOTAL-PCT
                           "% -- CHARGED TO DEPT " WS-CE-HOME-DEPT
                           " ***"
                   MOVE  ZERO       TO   WS-SHARE-CNT
               END-IF
           END-IF.
           IF  WS-SHARE-CNT = ZERO
               MOVE  1              TO   WS-SHARE-CNT
               MOVE  WS-CE-HOME-DEPT     TO   WS-SH-DEPT(1)
               MOVE  100            TO   WS-SH-PCT(1)
           END-IF.
      *    PRIMARY -- THE HOME DEPARTMENT'S SHARE, ELSE THE LARGEST
           PERFORM VARYING WS-SHARE-IDX FROM 1 BY 1
                   UNTIL WS-SHARE-IDX > WS-SHARE-CNT
               IF  WS-SH-DEPT(WS-SHARE-IDX) = WS-CE-HOME-DEPT
                   MOVE  WS-SHARE-IDX    TO   WS-SHARE-PRIMARY
               END-IF
           END-PERFORM.
           IF  WS-SHARE-PRIMARY = ZERO
               MOVE  1              TO   WS-SHARE-PRIMARY
               PERFORM VARYING WS-SHARE-IDX FROM 2 BY 1
                       UNTIL WS-SHARE-IDX > WS-SHARE-CNT
                   IF  WS-SH-PCT(WS-SHARE-IDX) >
                       WS-SH-PCT(WS-SHARE-PRIMARY)
                       MOVE  WS-SHARE-IDX    TO   WS-SHARE-PRIMARY
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       ADD-PART-TO-DEPARTMENT.
      ******************************************************************
           MOVE  WS-SH-DEPT(WS-SHARE-IDX)   TO   WS-CHARGE-DEPT.
           MOVE  ZERO               TO   WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-CNT
                      OR WS-DEPT-HIT > ZERO
               IF  WS-DP-DEPT(WS-DEPT-IDX) = WS-CHARGE-DEPT
                   MOVE  WS-DEPT-IDX  TO   WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF  WS-DEPT-HIT = ZERO AND WS-DEPT-CNT < 20
               ADD  1               TO   WS-DEPT-CNT
               MOVE  WS-DEPT-CNT    TO   WS-DEPT-HIT
               MOVE  WS-CHARGE-DEPT TO   WS-DP-DEPT(WS-DEPT-HIT)
               MOVE  ZERO           TO   WS-DP-COST(WS-DEPT-HIT)
                                         WS-DP-ALW-TAXED(WS-DEPT-HIT)
                                         WS-DP-ALW-NONTAX(WS-DEPT-HIT)
               PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                       UNTIL WS-ER-KIND > 4
                   MOVE  ZERO       TO
                         WS-DP-EMPR-COST(WS-DEPT-HIT, WS-ER-KIND)
               END-PERFORM
           END-IF.
           IF  WS-DEPT-HIT > ZERO
               ADD  WS-PT-GROSS     TO   WS-DP-COST(WS-DEPT-HIT)
               ADD  WS-PT-ALW-TAXED TO   WS-DP-ALW-TAXED(WS-DEPT-HIT)
               ADD  WS-PT-ALW-NONTAX
                                    TO   WS-DP-ALW-NONTAX(WS-DEPT-HIT)
               PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                       UNTIL WS-ER-KIND > 4
                   ADD  WS-PT-EMPR-COST(WS-ER-KIND)    TO
                        WS-DP-EMPR-COST(WS-DEPT-HIT, WS-ER-KIND)
               END-PERFORM
           END-IF.

      ******************************************************************
       ADD-REIMBURSEMENT-TO-DEPT.
      ******************************************************************
      *    WS-CHARGE-DEPT IS STILL THE PRIMARY DEPARTMENT JUST CHARGED
           MOVE  ZERO               TO   WS-EXP-HIT.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-CNT
                      OR WS-EXP-HIT > ZERO
               IF  WS-EX-DEPT(WS-EXP-IDX) = WS-CHARGE-DEPT
               AND WS-EX-CATEGORY(WS-EXP-IDX) =
                   WS-CE-EXP-CATEGORY(WS-CE-EXP-IDX)
                   MOVE  WS-EXP-IDX TO   WS-EXP-HIT
               END-IF
           END-PERFORM.
           IF  WS-EXP-HIT = ZERO AND WS-EXP-CNT < 200
               ADD  1               TO   WS-EXP-CNT
               MOVE  WS-EXP-CNT     TO   WS-EXP-HIT
               MOVE  WS-CHARGE-DEPT TO   WS-EX-DEPT(WS-EXP-HIT)
               MOVE  WS-CE-EXP-CATEGORY(WS-CE-EXP-IDX)
                                    TO   WS-EX-CATEGORY(WS-EXP-HIT)
               MOVE  ZERO           TO   WS-EX-AMOUNT(WS-EXP-HIT)
           END-IF.
           IF  WS-EXP-HIT > ZERO
               ADD  WS-CE-EXP-AMOUNT(WS-CE-EXP-IDX)
                                    TO   WS-EX-AMOUNT(WS-EXP-HIT)
           ELSE
               ADD  1               TO   WS-UNMAPPED-CATS
               DISPLAY "*** GLPOST: MORE THAN 200 DEPARTMENT/CATEGORY "
                       "REIMBURSEMENT TOTALS -- EMP_NO " WS-CE-EMP-NO
                       " CATEGORY " WS-CE-EXP-CATEGORY(WS-CE-EXP-IDX)
                       " NOT POSTED ***"
           END-IF.

      ******************************************************************
               DISPLAY "*** GLPOST: NO ACCOUNT MAPPING FOR DEPT "
                       WS-DP-DEPT(WS-DEPT-IDX) " ***"
           ELSE
      *        SALARY ACCOUNT TAKES GROSS LESS THE ALLOWANCES, WHICH
      *        DEBIT THEIR OWN ACCOUNTS; ONE CREDIT FOR THE WHOLE
               MOVE  "D"            TO   WS-LINE-DR-CR
               MOVE  WS-MP-DR(WS-MAP-HIT)       TO   WS-LINE-ACCOUNT
               COMPUTE WS-LINE-AMOUNT = WS-DP-COST(WS-DEPT-IDX)
                                      - WS-DP-ALW-TAXED(WS-DEPT-IDX)
                                      - WS-DP-ALW-NONTAX(WS-DEPT-IDX)
               PERFORM WRITE-POSTING-LINE
               IF  WS-DP-ALW-TAXED(WS-DEPT-IDX) NOT = ZERO
                   MOVE  WS-ALW-TAX-ACCT     TO   WS-LINE-ACCOUNT
                   MOVE  WS-DP-ALW-TAXED(WS-DEPT-IDX)
                                    TO   WS-LINE-AMOUNT
                   PERFORM WRITE-POSTING-LINE
               END-IF
               IF  WS-DP-ALW-NONTAX(WS-DEPT-IDX) NOT = ZERO
                   MOVE  WS-ALW-NONTAX-ACCT  TO   WS-LINE-ACCOUNT
                   MOVE  WS-DP-ALW-NONTAX(WS-DEPT-IDX)
                                    TO   WS-LINE-AMOUNT
                   PERFORM WRITE-POSTING-LINE
               END-IF
               MOVE  "C"            TO   WS-LINE-DR-CR
               MOVE  WS-MP-CR(WS-MAP-HIT)       TO   WS-LINE-ACCOUNT
               MOVE  WS-DP-COST(WS-DEPT-IDX)    TO   WS-LINE-AMOUNT
               PERFORM WRITE-POSTING-LINE
      *        EMPLOYER COSTS -- A DEBIT AND ITS PAYABLE, OUTSIDE GROSS,
      *        FOR EACH KIND THE DEPARTMENT CARRIES
               PERFORM VARYING WS-ER-KIND FROM 1 BY 1
                       UNTIL WS-ER-KIND > 4
                   IF  WS-DP-EMPR-COST(WS-DEPT-IDX, WS-ER-KIND)
                       NOT = ZERO
                       MOVE  "D"    TO   WS-LINE-DR-CR
                       MOVE  WS-ER-COST-ACCT(WS-ER-KIND)
                                    TO   WS-LINE-ACCOUNT
                       MOVE  WS-DP-EMPR-COST(WS-DEPT-IDX, WS-ER-KIND)
                                    TO   WS-LINE-AMOUNT
                       PERFORM WRITE-POSTING-LINE
                       MOVE  "C"    TO   WS-LINE-DR-CR
                       MOVE  WS-ER-PAY-ACCT(WS-ER-KIND)
                                    TO   WS-LINE-ACCOUNT
                       MOVE  WS-DP-EMPR-COST(WS-DEPT-IDX, WS-ER-KIND)
                                    TO   WS-LINE-AMOUNT
                       PERFORM WRITE-POSTING-LINE
                   END-IF
               END-PERFORM
      *        REIMBURSEMENTS -- EACH CATEGORY'S EXPENSE ACCOUNT
      *        AGAINST THE PAYROLL CREDIT THEY ARE PAID OUT OF
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-CNT
                   IF  WS-EX-DEPT(WS-EXP-IDX) = WS-DP-DEPT(WS-DEPT-IDX)
                   AND WS-EX-AMOUNT(WS-EXP-IDX) NOT = ZERO
                       PERFORM POST-ONE-REIMBURSEMENT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       POST-ONE-REIMBURSEMENT.
      ******************************************************************
           MOVE  WS-EXP-SUSPENSE-ACCT    TO   WS-LINE-ACCOUNT.
           MOVE  ZERO               TO   WS-EXP-HIT.
           PERFORM VARYING WS-EXP-MAP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-MAP-IDX > WS-EXP-MAP-CNT
                      OR WS-EXP-HIT > ZERO
               IF  WS-EM-CATEGORY(WS-EXP-MAP-IDX) =
                   WS-EX-CATEGORY(WS-EXP-IDX)
                   MOVE  WS-EXP-MAP-IDX  TO   WS-EXP-HIT
                   MOVE  WS-EM-ACCT(WS-EXP-MAP-IDX)
                                    TO   WS-LINE-ACCOUNT
               END-IF
           END-PERFORM.
           IF  WS-EXP-HIT = ZERO
               ADD  1               TO   WS-UNMAPPED-CATS
               DISPLAY "*** GLPOST: NO ACCOUNT MAPPING FOR EXPENSE "
                       "CATEGORY " WS-EX-CATEGORY(WS-EXP-IDX)
                       " -- DEPT " WS-DP-DEPT(WS-DEPT-IDX)
                       " POSTED TO SUSPENSE ***"
           END-IF.
           MOVE  "D"                TO   WS-LINE-DR-CR.
           MOVE  WS-EX-AMOUNT(WS-EXP-IDX)   TO   WS-LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           ADD  WS-EX-AMOUNT(WS-EXP-IDX)    TO   WS-REIMB-TOTAL.
           MOVE  "C"                TO   WS-LINE-DR-CR.
           MOVE  WS-MP-CR(WS-MAP-HIT)       TO   WS-LINE-ACCOUNT.
           PERFORM WRITE-POSTING-LINE.

      ******************************************************************
       WRITE-POSTING-LINE.
      ******************************************************************
           MOVE  SPACES             TO   GLOUT-REC.
           MOVE  WS-POST-DATE       TO   GL-POST-DATE.
           MOVE  WS-LINE-DR-CR      TO   GL-DR-CR.
           MOVE  WS-LINE-ACCOUNT    TO   GL-ACCOUNT.
           MOVE  WS-LINE-AMOUNT     TO   GL-AMOUNT.
           MOVE  WS-DP-DEPT(WS-DEPT-IDX)    TO   GL-DEPT.
           WRITE GLOUT-REC.
           ADD  1                   TO   WS-LINES-POSTED.
           IF  WS-LINE-DR-CR = "D"
               ADD  WS-LINE-AMOUNT  TO   WS-DR-TOTAL
           ELSE
               ADD  WS-LINE-AMOUNT  TO   WS-CR-TOTAL
           END-IF.

      ******************************************************************
       SEAL-OUTBOUND-FILE.
      ******************************************************************
      *    THE LINE COUNT AND THE DEBIT TOTAL ARE THE CONTROL FIGURES
           MOVE  "SEAL"             TO   WS-XS-ACTION.
           MOVE  WS-GLOUT-NAME      TO   WS-XS-FILE-NAME.
           MOVE  WS-LINES-POSTED    TO   WS-XS-REC-COUNT.
           MOVE  WS-DR-TOTAL        TO   WS-XS-CONTROL-TOTAL.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               DISPLAY "*** GLPOST: " WS-GLOUT-NAME
                       " SEALED AS GENERATION " WS-XS-GENERATION
                       " ***"
           ELSE
               DISPLAY "*** GLPOST: " WS-GLOUT-NAME
                       " COULD NOT BE SEALED, STATUS " WS-XS-STATUS
                       " -- IT CANNOT BE SENT ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           MOVE  "GL-ALW-TAX-ACCT"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ALW-TAX-ACCT
           END-IF.
           MOVE  "GL-ALW-NONTAX-ACCT"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ALW-NONTAX-ACCT
           END-IF.
           MOVE  "GL-EMPR-COST-ACCT"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-COST-ACCT(1)
           END-IF.
           MOVE  "GL-EMPR-PAYABLE-ACCT"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-PAY-ACCT(1)
           END-IF.
           MOVE  "GL-ER-HI-ACCT"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-COST-ACCT(2)
           END-IF.
           MOVE  "GL-ER-HI-PAY-ACCT"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-PAY-ACCT(2)
           END-IF.
           MOVE  "GL-ER-PN-ACCT"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-COST-ACCT(3)
           END-IF.
           MOVE  "GL-ER-PN-PAY-ACCT"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-PAY-ACCT(3)
           END-IF.
           MOVE  "GL-ER-EI-ACCT"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-COST-ACCT(4)
           END-IF.
           MOVE  "GL-ER-EI-PAY-ACCT"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-ER-PAY-ACCT(4)
           END-IF.
           MOVE  "GL-EXP-SUSPENSE-ACCT"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-EXP-SUSPENSE-ACCT
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** GLPOST: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-GLOUT-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-GLOUT-NAME
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
