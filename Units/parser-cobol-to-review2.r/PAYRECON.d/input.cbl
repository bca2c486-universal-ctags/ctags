      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYRECON --- month-end three-way payroll reconciliation:
      *               PAYACK, BANKRTN and GLPOST each balance their
      *               own file; this proves the three views of the
      *               pay period the PAYROLL.DAT extract was cut for
      *               against each other, by department.  The net pay
      *               archived on PAYARCH.DAT (in whole yen, the way
      *               BANKXFR sends it) must equal what the bank
      *               settled -- the ZENGIN.DAT transfers less the
      *               rejects on BANKRET.DAT -- and the gross archived
      *               must equal the payroll cost GLPOST.DAT debits
      *               (the departments' salary accounts on GLACCMAP.DAT
      *               plus the two allowance accounts), the gross of
      *               staff split between departments being spread
      *               through DEPTALOC.DAT the way GLPOST charges it.
      *               Money paid goes to the employee's home
      *               department (EMP_DEPT on the extract).  A period
      *               archived twice counts the later run only.
      *               A difference that does not clear is carried
      *               forward on PAYRECON.OPN as an open item (period,
      *               department, view, amount) and re-proved every
      *               month: when a later period's difference offsets
      *               the department's open items, they are marked
      *               cleared in that period, and a re-run of a period
      *               re-decides what it raised and cleared.  Each
      *               department, the open items and every employee
      *               whose pay and transfer disagree are listed
      *               through VIRTUAL-PRINTER, and the totals are
      *               registered through CTLREG (PAYRECON-N net owed
      *               with the carried items against PAYRECON-B
      *               settled, PAYRECON-G gross with the carried items
      *               against PAYRECON-L ledger) so BALANCER reports
      *               any break still open.  A break ends the run
      *               WARN.  Each group company reconciles its own
      *               files; the account map and allocation are the
      *               group's.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYRECON.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PAYROLL RUN -- PERIOD AND HOME DEPARTMENTS
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX)
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    THE TRANSFERS SENT (SEE BANKXFR) AND THE BANK'S RETURNS
           SELECT ZENGIN-FILE      ASSIGN TO DYNAMIC WS-ZENGIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZENGIN-STATUS.
           SELECT BRET-FILE        ASSIGN TO DYNAMIC WS-BRET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRET-STATUS.
      *    THE LEDGER POSTINGS (SEE GLPOST) AND THE ACCOUNT MAP
           SELECT GLIN-FILE        ASSIGN TO DYNAMIC WS-GLIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.
           SELECT GLMAP-FILE       ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    COST ALLOCATION OF STAFF SPLIT BETWEEN DEPARTMENTS
           SELECT ALOC-FILE        ASSIGN TO "DEPTALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.
      *    OPEN ITEMS CARRIED FROM RUN TO RUN -- READ, THEN REWRITTEN
           SELECT OPEN-FILE        ASSIGN TO DYNAMIC WS-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PAYX-FILE.
       01  PAYX-REC                PIC  X(150).
       01  PAYX-HEADER-REC         REDEFINES PAYX-REC.
           05  PXH-REC-TYPE        PIC  X.
           05  PXH-RUN-DATE        PIC  9(08).
           05  PXH-RUN-TIME        PIC  9(08).
           05  PXH-ENVIRONMENT     PIC  X(30).
           05  PXH-PAY-PERIOD      PIC  9(06).
           05  FILLER              PIC  X(97).
       01  PAYX-DETAIL-REC         REDEFINES PAYX-REC.
           05  PXD-REC-TYPE        PIC  X.
           05  PXD-EMP-NO          PIC  9(04).
           05  PXD-EMP-NAME        PIC  X(60).
           05  PXD-EMP-SALARY      PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  PXD-EMP-DEPT        PIC  9(03).
           05  FILLER              PIC  X(72).

       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-DED             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-NET             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       FD  ZENGIN-FILE.
       01  ZENGIN-REC              PIC  X(120).
       01  ZENGIN-HEADER-REC       REDEFINES ZENGIN-REC.
           05  ZH-REC-TYPE         PIC  X.
           05  ZH-CATEGORY         PIC  X(02).
           05  ZH-REQUESTER        PIC  X(20).
           05  ZH-VALUE-DATE       PIC  9(08).
           05  ZH-REHEARSAL        PIC  X(09).
           05  FILLER              PIC  X(80).
       01  ZENGIN-DETAIL-REC       REDEFINES ZENGIN-REC.
           05  ZD-REC-TYPE         PIC  X.
           05  ZD-BANK-CODE        PIC  X(04).
           05  ZD-BRANCH-CODE      PIC  X(03).
           05  ZD-ACCT-TYPE        PIC  X.
           05  ZD-ACCT-NO          PIC  X(07).
           05  ZD-PAYEE-KANA       PIC  X(60).
           05  ZD-AMOUNT           PIC  9(10).
           05  ZD-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X(30).

       FD  BRET-FILE.
       01  BRET-REC.
           05  BR-ACCT-NO          PIC  X(07).
           05  FILLER              PIC  X.
           05  BR-AMOUNT           PIC  9(10).
           05  FILLER              PIC  X.
           05  BR-RESULT           PIC  X.
           05  FILLER              PIC  X.
           05  BR-REASON           PIC  X(20).

       FD  GLIN-FILE.
       01  GLIN-REC.
           05  GL-POST-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  GL-DR-CR            PIC  X.
           05  FILLER              PIC  X.
           05  GL-ACCOUNT          PIC  X(08).
           05  FILLER              PIC  X.
           05  GL-AMOUNT           PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  GL-DEPT             PIC  9(03).

       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GM-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  GM-DR-ACCT          PIC  X(08).
           05  FILLER              PIC  X.
           05  GM-CR-ACCT          PIC  X(08).

       FD  ALOC-FILE.
       01  ALOC-REC.
           05  AL-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  AL-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  AL-PCT              PIC  9(03)V9(02).
           05  FILLER              PIC  X.
           05  AL-EFF-PERIOD       PIC  9(06).

      *    ONE OPEN ITEM -- VIEW "B" NET AGAINST BANK, "L" GROSS
      *    AGAINST LEDGER; THE AMOUNT IS PAYROLL'S FIGURE LESS THE
      *    OTHER SIDE'S.  STATUS "O" OPEN, "C" CLEARED IN THE PERIOD
      *    GIVEN (KEPT ONE PERIOD SO A RE-RUN CAN REOPEN IT)
       FD  OPEN-FILE.
       01  OPEN-REC.
           05  OI-PERIOD           PIC  9(06).
           05  FILLER              PIC  X.
           05  OI-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  OI-VIEW             PIC  X.
           05  FILLER              PIC  X.
           05  OI-AMOUNT           PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  OI-STATUS           PIC  X.
           05  FILLER              PIC  X.
           05  OI-CLEAR-PERIOD     PIC  9(06).
           05  FILLER              PIC  X.
           05  OI-RAISED-DATE      PIC  9(08).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "PAYRECON".
       01  WS-PAYX-STATUS          PIC  X(02).
           88  WS-PAYX-OK          VALUE "00".
           88  WS-PAYX-EOF         VALUE "10".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-ZENGIN-STATUS        PIC  X(02).
           88  WS-ZENGIN-OK        VALUE "00".
           88  WS-ZENGIN-EOF       VALUE "10".
       01  WS-BRET-STATUS          PIC  X(02).
           88  WS-BRET-OK          VALUE "00".
           88  WS-BRET-EOF         VALUE "10".
       01  WS-GLIN-STATUS          PIC  X(02).
           88  WS-GLIN-OK          VALUE "00".
           88  WS-GLIN-EOF         VALUE "10".
       01  WS-GLMAP-STATUS         PIC  X(02).
           88  WS-GLMAP-OK         VALUE "00".
           88  WS-GLMAP-EOF        VALUE "10".
       01  WS-ALOC-STATUS          PIC  X(02).
           88  WS-ALOC-OK          VALUE "00".
           88  WS-ALOC-EOF         VALUE "10".
       01  WS-OPEN-STATUS          PIC  X(02).
           88  WS-OPEN-OK          VALUE "00".
           88  WS-OPEN-EOF         VALUE "10".
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    ALLOWANCE DEBIT ACCOUNTS -- GROSS GLPOST KEEPS OFF THE
      *    DEPARTMENT SALARY ACCOUNT (SHOPCNFG.DAT, AS GLPOST)
       01  WS-ALW-TAX-ACCT         PIC  X(08) VALUE "61200001".
       01  WS-ALW-NONTAX-ACCT      PIC  X(08) VALUE "61200002".
      *    THE PERIOD BEING RECONCILED (EXTRACT HEADER)
       01  WS-RUN-PERIOD           PIC  9(06) VALUE ZERO.
      *    DEPARTMENT SALARY ACCOUNTS OFF THE ACCOUNT MAP
       01  WS-MAP-TABLE.
           05  WS-MAP-CNT          PIC  9(02) VALUE ZERO.
           05  WS-MAP-ENTRY        OCCURS 20.
               10  WS-MP-DR        PIC  X(08).
       01  WS-MAP-IDX              PIC  9(02).
       01  WS-MAP-HIT              PIC  9(02) VALUE ZERO.
      *    COST ALLOCATION ROWS IN MEMORY (DEPTALOC.DAT)
       01  WS-ALOC-TABLE.
           05  WS-ALOC-CNT         PIC  9(04) VALUE ZERO.
           05  WS-ALOC-ENTRY       OCCURS 500.
               10  WS-AL-EMP-NO    PIC  9(04).
               10  WS-AL-DEPT      PIC  9(03).
               10  WS-AL-PCT       PIC  9(03)V9(02).
               10  WS-AL-EFF       PIC  9(06).
       01  WS-ALOC-IDX             PIC  9(04).
      *    THE DEPARTMENTS ONE EMPLOYEE'S GROSS IS CHARGED TO
       01  WS-SHARE-TABLE.
           05  WS-SHARE-CNT        PIC  9(02) VALUE ZERO.
           05  WS-SHARE-ENTRY      OCCURS 10.
               10  WS-SH-DEPT      PIC  9(03).
               10  WS-SH-PCT       PIC  9(03)V9(02).
       01  WS-SHARE-IDX            PIC  9(02).
       01  WS-SHARE-PRIMARY        PIC  9(02).
       01  WS-SHARE-EFF            PIC  9(06).
       01  WS-SHARE-TOTAL-PCT      PIC  9(05)V9(02).
       01  WS-PART-GROSS           PIC S9(09)V9(02).
       01  WS-SPREAD-SO-FAR        PIC S9(09)V9(02).
      *    ONE ENTRY PER EMPLOYEE ON THE EXTRACT OR THE ARCHIVE
       01  WS-EMP-TABLE.
           05  WS-EMP-CNT          PIC  9(04) VALUE ZERO.
           05  WS-EMP-ENTRY        OCCURS 2000.
               10  WS-EM-EMP-NO    PIC  9(04).
               10  WS-EM-DEPT      PIC  9(03).
               10  WS-EM-ON-ARCH   PIC  X.
               10  WS-EM-GROSS     PIC S9(09)V9(02).
      *            NET IN WHOLE YEN -- THE SEN THE BANK NEVER MOVES
      *            ARE TRUNCATED AS BANKXFR TRUNCATES THEM
               10  WS-EM-NET       PIC S9(10).
               10  WS-EM-ACCT-NO   PIC  X(07).
               10  WS-EM-SENT      PIC  9(10).
               10  WS-EM-REJECTED  PIC  9(10).
       01  WS-EMP-IDX              PIC  9(04).
       01  WS-EMP-HIT              PIC  9(04).
       01  WS-EMP-WANTED           PIC  9(04).
       01  WS-EMP-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-EMP-FULL         VALUE "Y".
      *    ONE ENTRY PER DEPARTMENT ON ANY SIDE, OR WITH OPEN ITEMS
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CNT         PIC  9(02) VALUE ZERO.
           05  WS-DEPT-ENTRY       OCCURS 50.
               10  WS-DP-DEPT      PIC  9(03).
               10  WS-DP-ARCH-NET  PIC S9(11).
               10  WS-DP-SETTLED   PIC S9(11).
               10  WS-DP-ARCH-GROSS
                                   PIC S9(11)V9(02).
               10  WS-DP-GL-GROSS  PIC S9(11)V9(02).
      *            OPEN ITEMS CARRIED IN FROM EARLIER PERIODS
               10  WS-DP-OPEN-B    PIC S9(11)V9(02).
               10  WS-DP-OPEN-L    PIC S9(11)V9(02).
      *            THIS PERIOD'S DIFFERENCES, AND WITH THE CARRIED
               10  WS-DP-DIFF-B    PIC S9(11)V9(02).
               10  WS-DP-DIFF-L    PIC S9(11)V9(02).
               10  WS-DP-CUM-B     PIC S9(11)V9(02).
               10  WS-DP-CUM-L     PIC S9(11)V9(02).
       01  WS-DEPT-IDX             PIC  9(02).
       01  WS-DEPT-HIT             PIC  9(02).
       01  WS-DEPT-WANTED          PIC  9(03).
       01  WS-DEPT-FULL-FLAG       PIC  X     VALUE "N".
           88  WS-DEPT-FULL        VALUE "Y".
      *    OPEN ITEMS IN MEMORY -- CARRIED, CLEARED AND NEW
       01  WS-OPEN-TABLE.
           05  WS-OPEN-CNT         PIC  9(03) VALUE ZERO.
           05  WS-OPEN-ENTRY       OCCURS 300.
               10  WS-OI-PERIOD    PIC  9(06).
               10  WS-OI-DEPT      PIC  9(03).
               10  WS-OI-VIEW      PIC  X.
               10  WS-OI-AMOUNT    PIC S9(11)V9(02).
               10  WS-OI-STATUS    PIC  X.
               10  WS-OI-CLEAR-PERIOD
                                   PIC  9(06).
               10  WS-OI-RAISED-DATE
                                   PIC  9(08).
      *            "Y" WHEN THIS RUN DECIDES ITS FATE; "N" FOR AN
      *            ITEM OF A LATER PERIOD, WRITTEN BACK UNTOUCHED
               10  WS-OI-COUNTED   PIC  X.
       01  WS-OPEN-IDX             PIC  9(03).
       01  WS-OPEN-FULL-FLAG       PIC  X     VALUE "N".
           88  WS-OPEN-FULL        VALUE "Y".
       01  WS-NEW-VIEW             PIC  X.
       01  WS-NEW-AMOUNT           PIC S9(11)V9(02).
      *    RETURN FILE PRESENCE AND THE TRANSFER FILE'S MARKING
       01  WS-BRET-FLAG            PIC  X     VALUE "N".
           88  WS-BRET-RECEIVED    VALUE "Y".
       01  WS-ZENGIN-REHEARSAL     PIC  X(09) VALUE SPACES.
       01  WS-RUN-COUNTS.
           05  WS-ARCH-DETAILS     PIC  9(06) VALUE ZERO.
           05  WS-XFR-SENT         PIC  9(06) VALUE ZERO.
           05  WS-XFR-REJECTED     PIC  9(06) VALUE ZERO.
           05  WS-XFR-UNKNOWN      PIC  9(06) VALUE ZERO.
           05  WS-RET-UNMATCHED    PIC  9(06) VALUE ZERO.
           05  WS-GL-LINES         PIC  9(06) VALUE ZERO.
           05  WS-EMP-EXCEPTIONS   PIC  9(06) VALUE ZERO.
           05  WS-DEPT-BREAKS      PIC  9(06) VALUE ZERO.
           05  WS-ITEMS-CARRIED    PIC  9(06) VALUE ZERO.
           05  WS-ITEMS-CLEARED    PIC  9(06) VALUE ZERO.
           05  WS-ITEMS-RAISED     PIC  9(06) VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-ARCH-NET     PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-SETTLED      PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-ARCH-GROSS   PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-GL-GROSS     PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-OPEN-B       PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-OPEN-L       PIC S9(11)V9(02) VALUE ZERO.
      *    CTLREG CONTRACT FIELDS -- PAYROLL'S SIDE WITH THE CARRIED
      *    ITEMS AGAINST THE OTHER SIDE, ONE PAIR PER VIEW (BALANCER)
       01  WS-REG-NAME             PIC  X(10).
       01  WS-REG-COUNT            PIC  9(09).
       01  WS-REG-HASH             PIC S9(11)V9(02).
       01  WS-EMP-DIFF             PIC S9(11).
       01  WS-NOTE-TEXT            PIC  X(16).
       01  D-DEPT-LINE.
           05  D-DL-DEPT           PIC  9(03).
           05  FILLER              PIC  X(02).
           05  D-DL-ARCH-NET       PIC  ---,---,--9.
           05  FILLER              PIC  X(02).
           05  D-DL-SETTLED        PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-DL-DIFF-B         PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-DL-OPEN-B         PIC  ---,---,--9.
           05  FILLER              PIC  X(02).
           05  D-DL-ARCH-GROSS     PIC  ---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-DL-GL-GROSS       PIC  ---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-DL-DIFF-L         PIC  ---,---,--9.99.
           05  FILLER              PIC  X.
           05  D-DL-OPEN-L         PIC  ---,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-DL-NOTE           PIC  X(12).
       01  D-EMP-LINE.
           05  D-EL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-EL-DEPT           PIC  9(03).
           05  FILLER              PIC  X(02).
           05  D-EL-NET            PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-EL-SENT           PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-EL-REJECTED       PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-EL-DIFF           PIC  ---,---,--9.
           05  FILLER              PIC  X(02).
           05  D-EL-NOTE           PIC  X(16).
       01  D-OPEN-LINE.
           05  D-OL-PERIOD         PIC  9999/99.
           05  FILLER              PIC  X(02).
           05  D-OL-DEPT           PIC  9(03).
           05  FILLER              PIC  X(02).
           05  D-OL-VIEW           PIC  X(15).
           05  FILLER              PIC  X.
           05  D-OL-AMOUNT         PIC  ---,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-OL-STATUS         PIC  X(20).
       01  D-TOTAL                 PIC  -,---,---,--9.99.
       01  D-TOTAL-2               PIC  -,---,---,--9.99.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-PERIOD                PIC  9999/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-ZENGIN-NAME          PIC  X(40) VALUE "ZENGIN.DAT".
       01  WS-BRET-NAME            PIC  X(40) VALUE "BANKRET.DAT".
       01  WS-GLIN-NAME            PIC  X(40) VALUE "GLPOST.DAT".
       01  WS-OPEN-NAME            PIC  X(40) VALUE "PAYRECON.OPN".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./payrecon.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- THE TITLE BLOCK
      *    CARRIES THE PERIOD AND COLUMN HEADINGS ONTO EVERY PAGE
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAYRECON STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** PAYRECON: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-COST-ALLOCATION.
           PERFORM LOAD-PAYROLL-EXTRACT.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-PAY-ARCHIVE
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-BANK-TRANSFERS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-BANK-RETURNS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-LEDGER-POSTINGS
           END-IF.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    EMPLOYEES ROLL UP INTO DEPARTMENTS, THEN THE CARRIED ITEMS
      *    JOIN THEM BEFORE ANY DEPARTMENT IS DECIDED
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
               PERFORM ROLL-UP-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM LOAD-OPEN-ITEMS.

           PERFORM OPEN-RECON-SPOOL.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-CNT
               PERFORM RECONCILE-ONE-DEPARTMENT
           END-PERFORM.
           PERFORM PRINT-EMPLOYEE-EXCEPTIONS.
           PERFORM PRINT-OPEN-ITEMS.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           PERFORM WRITE-OPEN-ITEMS.
           PERFORM REGISTER-CONTROL-TOTALS.

           DISPLAY "*** PAYRECON FINISHED -- PERIOD " WS-RUN-PERIOD
                   ": " WS-DEPT-CNT " DEPTS, " WS-DEPT-BREAKS
                   " WITH BREAKS, OPEN ITEMS RAISED " WS-ITEMS-RAISED
                   " CLEARED " WS-ITEMS-CLEARED " ***".
      *    A BREAK IS FOR PAYROLL, TREASURY AND ACCOUNTING TO CLEAR
      *    BEFORE THE PERIOD IS CLOSED
           IF  (WS-DEPT-BREAKS NOT = ZERO
                OR WS-RET-UNMATCHED NOT = ZERO
                OR WS-XFR-UNKNOWN NOT = ZERO
                OR NOT WS-BRET-RECEIVED
                OR WS-ZENGIN-REHEARSAL NOT = SPACES
                OR WS-EMP-FULL OR WS-DEPT-FULL OR WS-OPEN-FULL)
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
       LOAD-ACCOUNT-MAP.
      ******************************************************************
      *    ONLY THE SALARY (DEBIT) ACCOUNTS MATTER HERE -- THE GROSS
      *    GLPOST CHARGES A DEPARTMENT LANDS ON ONE OF THEM OR ON AN
      *    ALLOWANCE ACCOUNT
           OPEN INPUT GLMAP-FILE.
           IF  WS-GLMAP-OK
               PERFORM UNTIL WS-GLMAP-EOF
                   READ GLMAP-FILE
                       AT END
                           SET WS-GLMAP-EOF TO TRUE
                       NOT AT END
                           IF  WS-MAP-CNT < 20
                               ADD  1   TO   WS-MAP-CNT
                               MOVE  GM-DR-ACCT TO
                                     WS-MP-DR(WS-MAP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           ELSE
               DISPLAY "*** PAYRECON: GLACCMAP.DAT NOT AVAILABLE -- "
                       "ONLY ALLOWANCE POSTINGS CAN BE PROVED ***"
           END-IF.

      ******************************************************************
       LOAD-COST-ALLOCATION.
      ******************************************************************
      *    NO FILE MEANS NOBODY IS SPLIT (AS GLPOST)
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
                           AND WS-ALOC-CNT < 500
                               ADD  1   TO   WS-ALOC-CNT
                               MOVE  AL-EMP-NO  TO
                                     WS-AL-EMP-NO(WS-ALOC-CNT)
                               MOVE  AL-DEPT    TO
                                     WS-AL-DEPT(WS-ALOC-CNT)
                               MOVE  AL-PCT     TO
                                     WS-AL-PCT(WS-ALOC-CNT)
                               MOVE  AL-EFF-PERIOD   TO
                                     WS-AL-EFF(WS-ALOC-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALOC-FILE
           END-IF.

      ******************************************************************
       LOAD-PAYROLL-EXTRACT.
      ******************************************************************
      *    THE HEADER FIXES THE PERIOD; EACH DETAIL GIVES AN EMPLOYEE
      *    THEIR HOME DEPARTMENT
           OPEN INPUT PAYX-FILE.
           IF  NOT WS-PAYX-OK
               DISPLAY "*** PAYRECON: UNABLE TO OPEN PAYROLL.DAT, "
                       "STATUS " WS-PAYX-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PAYX-EOF
                   READ PAYX-FILE
                       AT END
                           SET WS-PAYX-EOF TO TRUE
                       NOT AT END
                           IF  PXH-REC-TYPE = "H"
                           AND PXH-PAY-PERIOD NUMERIC
                           AND PXH-PAY-PERIOD NOT = ZERO
                               MOVE PXH-PAY-PERIOD TO WS-RUN-PERIOD
                           END-IF
                           IF  PXD-REC-TYPE = "D"
                           AND PXD-EMP-NO NUMERIC
                               MOVE  PXD-EMP-NO TO WS-EMP-WANTED
                               PERFORM FIND-EMPLOYEE-ENTRY
                               IF  WS-EMP-HIT > ZERO
                               AND PXD-EMP-DEPT NUMERIC
                                   MOVE  PXD-EMP-DEPT   TO
                                         WS-EM-DEPT(WS-EMP-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYX-FILE
               IF  WS-RUN-PERIOD = ZERO
                   DISPLAY "*** PAYRECON: PAYROLL.DAT CARRIES NO PAY "
                           "PERIOD -- NOTHING TO RECONCILE ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       LOAD-PAY-ARCHIVE.
      ******************************************************************
      *    A DETAIL REPLACES WHAT AN EARLIER RUN OF THE SAME PERIOD
      *    ARCHIVED FOR THE EMPLOYEE, SO THE LATEST RUN COUNTS
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** PAYRECON: UNABLE TO OPEN PAYARCH.DAT, "
                       "STATUS " WS-PARCH-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                           AND PA6-PERIOD = WS-RUN-PERIOD
                               PERFORM NOTE-ONE-ARCHIVE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
               IF  WS-ARCH-DETAILS = ZERO
                   MOVE  WS-RUN-PERIOD   TO   D-PERIOD
                   DISPLAY "*** PAYRECON: PAYARCH.DAT HOLDS NOTHING "
                           "FOR PERIOD " D-PERIOD " ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       NOTE-ONE-ARCHIVE-DETAIL.
      ******************************************************************
           ADD  1                   TO   WS-ARCH-DETAILS.
           MOVE  PA6-EMP-NO         TO   WS-EMP-WANTED.
           PERFORM FIND-EMPLOYEE-ENTRY.
           IF  WS-EMP-HIT > ZERO
               MOVE  "Y"            TO   WS-EM-ON-ARCH(WS-EMP-HIT)
               MOVE  PA6-GROSS      TO   WS-EM-GROSS(WS-EMP-HIT)
               MOVE  PA6-NET        TO   WS-EM-NET(WS-EMP-HIT)
           END-IF.

      ******************************************************************
       LOAD-BANK-TRANSFERS.
      ******************************************************************
           OPEN INPUT ZENGIN-FILE.
           IF  NOT WS-ZENGIN-OK
               DISPLAY "*** PAYRECON: UNABLE TO OPEN ZENGIN.DAT, "
                       "STATUS " WS-ZENGIN-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-ZENGIN-EOF
                   READ ZENGIN-FILE
                       AT END
                           SET WS-ZENGIN-EOF TO TRUE
                       NOT AT END
                           IF  ZH-REC-TYPE = "1"
                               MOVE  ZH-REHEARSAL    TO
                                     WS-ZENGIN-REHEARSAL
                           END-IF
                           IF  ZD-REC-TYPE = "2"
                               PERFORM NOTE-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZENGIN-FILE
               IF  WS-ZENGIN-REHEARSAL NOT = SPACES
                   DISPLAY "*** PAYRECON: ZENGIN.DAT IS A REHEARSAL "
                           "FILE -- NOTHING ON IT WAS SETTLED ***"
               END-IF
           END-IF.

      ******************************************************************
       NOTE-ONE-TRANSFER.
      ******************************************************************
      *    A TRANSFER FOR SOMEONE NOT ON THIS PERIOD'S EXTRACT OR
      *    ARCHIVE BELONGS TO ANOTHER RUN -- LISTED, NOT PROVED
           MOVE  ZERO               TO   WS-EMP-HIT.
           IF  ZD-EMP-NO NUMERIC AND ZD-AMOUNT NUMERIC
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMP-CNT
                          OR WS-EMP-HIT > ZERO
                   IF  WS-EM-EMP-NO(WS-EMP-IDX) = ZD-EMP-NO
                       MOVE  WS-EMP-IDX  TO   WS-EMP-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-EMP-HIT = ZERO
               ADD  1               TO   WS-XFR-UNKNOWN
               DISPLAY "*** PAYRECON: TRANSFER TO ACCOUNT " ZD-ACCT-NO
                       " FOR EMP_NO " ZD-EMP-NO
                       " IS NOT IN THIS PERIOD'S PAYROLL ***"
           ELSE
               ADD  1               TO   WS-XFR-SENT
               MOVE  ZD-ACCT-NO     TO   WS-EM-ACCT-NO(WS-EMP-HIT)
               ADD  ZD-AMOUNT       TO   WS-EM-SENT(WS-EMP-HIT)
           END-IF.

      ******************************************************************
       LOAD-BANK-RETURNS.
      ******************************************************************
      *    NO RETURN FILE YET MEANS NO REJECTS KNOWN -- THE TRANSFERS
      *    ARE TAKEN AS SETTLED AND THE RUN GOES WARN
           OPEN INPUT BRET-FILE.
           IF  NOT WS-BRET-OK
               DISPLAY "*** PAYRECON: BANKRET.DAT NOT RECEIVED, "
                       "STATUS " WS-BRET-STATUS " -- TRANSFERS TAKEN"
                       " AS SETTLED ***"
           ELSE
               SET  WS-BRET-RECEIVED     TO   TRUE
               PERFORM UNTIL WS-BRET-EOF
                   READ BRET-FILE
                       AT END
                           SET WS-BRET-EOF TO TRUE
                       NOT AT END
                           IF  BR-RESULT NOT = "0"
                               PERFORM NOTE-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRET-FILE
           END-IF.

      ******************************************************************
       NOTE-ONE-REJECT.
      ******************************************************************
      *    MATCHED TO ITS TRANSFER BY ACCOUNT AND AMOUNT (AS BANKRTN)
           MOVE  ZERO               TO   WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
                      OR WS-EMP-HIT > ZERO
               IF  WS-EM-ACCT-NO(WS-EMP-IDX) = BR-ACCT-NO
               AND WS-EM-SENT(WS-EMP-IDX) = BR-AMOUNT
               AND WS-EM-REJECTED(WS-EMP-IDX) = ZERO
                   MOVE  WS-EMP-IDX TO   WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF  WS-EMP-HIT = ZERO
               ADD  1               TO   WS-RET-UNMATCHED
               DISPLAY "*** PAYRECON: REJECT FOR ACCOUNT " BR-ACCT-NO
                       " AMOUNT " BR-AMOUNT
                       " MATCHES NO TRANSFER SENT ***"
           ELSE
               ADD  1               TO   WS-XFR-REJECTED
               MOVE  BR-AMOUNT      TO   WS-EM-REJECTED(WS-EMP-HIT)
           END-IF.

      ******************************************************************
       LOAD-LEDGER-POSTINGS.
      ******************************************************************
      *    PAYROLL COST IS THE DEBITS TO A SALARY OR ALLOWANCE
      *    ACCOUNT -- EMPLOYER COSTS AND REIMBURSEMENTS ARE OUTSIDE
      *    GROSS AND POST ELSEWHERE
           OPEN INPUT GLIN-FILE.
           IF  NOT WS-GLIN-OK
               DISPLAY "*** PAYRECON: UNABLE TO OPEN GLPOST.DAT, "
                       "STATUS " WS-GLIN-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-GLIN-EOF
                   READ GLIN-FILE
                       AT END
                           SET WS-GLIN-EOF TO TRUE
                       NOT AT END
                           IF  GL-DR-CR = "D"
                               PERFORM NOTE-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLIN-FILE
           END-IF.

      ******************************************************************
       NOTE-ONE-POSTING.
      ******************************************************************
           MOVE  ZERO               TO   WS-MAP-HIT.
           IF  GL-ACCOUNT = WS-ALW-TAX-ACCT
           OR  GL-ACCOUNT = WS-ALW-NONTAX-ACCT
               MOVE  1              TO   WS-MAP-HIT
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
                      OR WS-MAP-HIT > ZERO
               IF  WS-MP-DR(WS-MAP-IDX) = GL-ACCOUNT
                   MOVE  WS-MAP-IDX TO   WS-MAP-HIT
               END-IF
           END-PERFORM.
           IF  WS-MAP-HIT > ZERO
               ADD  1               TO   WS-GL-LINES
               MOVE  GL-DEPT        TO   WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-ENTRY
               IF  WS-DEPT-HIT > ZERO
                   ADD  GL-AMOUNT   TO   WS-DP-GL-GROSS(WS-DEPT-HIT)
               END-IF
           END-IF.

      ******************************************************************
       ROLL-UP-ONE-EMPLOYEE.
      ******************************************************************
      *    NET AND MONEY SETTLED STAY WITH THE HOME DEPARTMENT; GROSS
      *    IS SPREAD OVER THE ALLOCATION SET IN FORCE, THE PRIMARY
      *    DEPARTMENT TAKING WHAT ROUNDING LEAVES (AS GLPOST)
           MOVE  WS-EM-DEPT(WS-EMP-IDX)     TO   WS-DEPT-WANTED.
           PERFORM FIND-DEPARTMENT-ENTRY.
           IF  WS-DEPT-HIT > ZERO
               ADD  WS-EM-NET(WS-EMP-IDX)   TO
                    WS-DP-ARCH-NET(WS-DEPT-HIT)
               ADD  WS-EM-SENT(WS-EMP-IDX)  TO
                    WS-DP-SETTLED(WS-DEPT-HIT)
               SUBTRACT WS-EM-REJECTED(WS-EMP-IDX)    FROM
                    WS-DP-SETTLED(WS-DEPT-HIT)
           END-IF.
           PERFORM FIND-EMPLOYEE-SHARES.
           MOVE  ZERO               TO   WS-SPREAD-SO-FAR.
           PERFORM VARYING WS-SHARE-IDX FROM 1 BY 1
                   UNTIL WS-SHARE-IDX > WS-SHARE-CNT
               IF  WS-SHARE-IDX NOT = WS-SHARE-PRIMARY
                   COMPUTE WS-PART-GROSS ROUNDED =
                           WS-EM-GROSS(WS-EMP-IDX)
                         * WS-SH-PCT(WS-SHARE-IDX) / 100
                   ADD  WS-PART-GROSS    TO   WS-SPREAD-SO-FAR
                   PERFORM ADD-GROSS-TO-DEPARTMENT
               END-IF
           END-PERFORM.
           MOVE  WS-SHARE-PRIMARY   TO   WS-SHARE-IDX.
           COMPUTE WS-PART-GROSS = WS-EM-GROSS(WS-EMP-IDX)
                                 - WS-SPREAD-SO-FAR.
           PERFORM ADD-GROSS-TO-DEPARTMENT.

      ******************************************************************
       FIND-EMPLOYEE-SHARES.
      ******************************************************************
      *    THE SET IN FORCE IS THE ROWS WITH THE LATEST EFFECTIVE
      *    PERIOD NOT AFTER THE RUN'S PERIOD; ONE NOT MAKING 100%
      *    IS CHARGED WHOLE TO THE HOME DEPARTMENT, AS GLPOST DOES
           MOVE  ZERO               TO   WS-SHARE-EFF
                                         WS-SHARE-CNT
                                         WS-SHARE-TOTAL-PCT
                                         WS-SHARE-PRIMARY.
           PERFORM VARYING WS-ALOC-IDX FROM 1 BY 1
                   UNTIL WS-ALOC-IDX > WS-ALOC-CNT
               IF  WS-AL-EMP-NO(WS-ALOC-IDX) = WS-EM-EMP-NO(WS-EMP-IDX)
               AND WS-AL-EFF(WS-ALOC-IDX) NOT > WS-RUN-PERIOD
               AND WS-AL-EFF(WS-ALOC-IDX) > WS-SHARE-EFF
                   MOVE  WS-AL-EFF(WS-ALOC-IDX)  TO   WS-SHARE-EFF
               END-IF
           END-PERFORM.
           IF  WS-SHARE-EFF > ZERO
               PERFORM VARYING WS-ALOC-IDX FROM 1 BY 1
                       UNTIL WS-ALOC-IDX > WS-ALOC-CNT
                   IF  WS-AL-EMP-NO(WS-ALOC-IDX) =
                       WS-EM-EMP-NO(WS-EMP-IDX)
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
                   MOVE  ZERO       TO   WS-SHARE-CNT
               END-IF
           END-IF.
           IF  WS-SHARE-CNT = ZERO
               MOVE  1              TO   WS-SHARE-CNT
               MOVE  WS-EM-DEPT(WS-EMP-IDX)  TO   WS-SH-DEPT(1)
               MOVE  100            TO   WS-SH-PCT(1)
           END-IF.
           PERFORM VARYING WS-SHARE-IDX FROM 1 BY 1
                   UNTIL WS-SHARE-IDX > WS-SHARE-CNT
               IF  WS-SH-DEPT(WS-SHARE-IDX) = WS-EM-DEPT(WS-EMP-IDX)
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
       ADD-GROSS-TO-DEPARTMENT.
      ******************************************************************
           MOVE  WS-SH-DEPT(WS-SHARE-IDX)   TO   WS-DEPT-WANTED.
           PERFORM FIND-DEPARTMENT-ENTRY.
           IF  WS-DEPT-HIT > ZERO
               ADD  WS-PART-GROSS   TO   WS-DP-ARCH-GROSS(WS-DEPT-HIT)
           END-IF.

      ******************************************************************
       LOAD-OPEN-ITEMS.
      ******************************************************************
      *    WHAT THIS PERIOD RAISED BEFORE IS RAISED AFRESH, AND WHAT
      *    IT CLEARED IS OPEN AGAIN UNTIL THIS RUN DECIDES; ITEMS
      *    CLEARED IN AN EARLIER PERIOD HAVE SERVED THEIR TURN
           OPEN INPUT OPEN-FILE.
           IF  WS-OPEN-OK
               PERFORM UNTIL WS-OPEN-EOF
                   READ OPEN-FILE
                       AT END
                           SET WS-OPEN-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-FILE
           END-IF.

      ******************************************************************
       NOTE-ONE-OPEN-ITEM.
      ******************************************************************
           IF  OI-PERIOD NOT NUMERIC OR OI-DEPT NOT NUMERIC
           OR  OI-AMOUNT NOT NUMERIC
               DISPLAY "*** PAYRECON: UNREADABLE OPEN ITEM DROPPED: "
                       OPEN-REC " ***"
           ELSE
               IF  OI-PERIOD NOT = WS-RUN-PERIOD
               AND (OI-STATUS = "O"
                    OR OI-CLEAR-PERIOD NOT < WS-RUN-PERIOD)
                   IF  WS-OPEN-CNT < 300
                       PERFORM KEEP-ONE-OPEN-ITEM
                   ELSE
                       IF  NOT WS-OPEN-FULL
                           DISPLAY "*** PAYRECON: MORE THAN 300 OPEN "
                                   "ITEMS -- THE REST ARE NOT "
                                   "CARRIED ***"
                       END-IF
                       SET  WS-OPEN-FULL     TO   TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       KEEP-ONE-OPEN-ITEM.
      ******************************************************************
           ADD  1                   TO   WS-OPEN-CNT.
           MOVE  OI-PERIOD          TO   WS-OI-PERIOD(WS-OPEN-CNT).
           MOVE  OI-DEPT            TO   WS-OI-DEPT(WS-OPEN-CNT).
           MOVE  OI-VIEW            TO   WS-OI-VIEW(WS-OPEN-CNT).
           MOVE  OI-AMOUNT          TO   WS-OI-AMOUNT(WS-OPEN-CNT).
           MOVE  OI-STATUS          TO   WS-OI-STATUS(WS-OPEN-CNT).
           MOVE  OI-CLEAR-PERIOD    TO
                 WS-OI-CLEAR-PERIOD(WS-OPEN-CNT).
           MOVE  OI-RAISED-DATE     TO
                 WS-OI-RAISED-DATE(WS-OPEN-CNT).
      *    AN ITEM OF A LATER PERIOD, OR ONE A LATER PERIOD CLEARED
      *    (AN OLD PERIOD BEING RE-RUN), IS NOT THIS RUN'S TO DECIDE
           IF  OI-PERIOD > WS-RUN-PERIOD
           OR  (OI-STATUS = "C" AND OI-CLEAR-PERIOD > WS-RUN-PERIOD)
               MOVE  "N"            TO   WS-OI-COUNTED(WS-OPEN-CNT)
           ELSE
               MOVE  "Y"            TO   WS-OI-COUNTED(WS-OPEN-CNT)
               MOVE  "O"            TO   WS-OI-STATUS(WS-OPEN-CNT)
               MOVE  ZERO           TO
                     WS-OI-CLEAR-PERIOD(WS-OPEN-CNT)
               ADD  1               TO   WS-ITEMS-CARRIED
               MOVE  OI-DEPT        TO   WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-ENTRY
               IF  WS-DEPT-HIT > ZERO
                   IF  OI-VIEW = "B"
                       ADD  OI-AMOUNT    TO
                            WS-DP-OPEN-B(WS-DEPT-HIT)
                   ELSE
                       ADD  OI-AMOUNT    TO
                            WS-DP-OPEN-L(WS-DEPT-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       RECONCILE-ONE-DEPARTMENT.
      ******************************************************************
      *    A VIEW BALANCES WHEN THIS PERIOD'S DIFFERENCE AND THE ITEMS
      *    CARRIED INTO IT COME TO NOTHING -- THE CARRIED ITEMS THEN
      *    CLEAR; OTHERWISE THEY STAY OPEN AND THIS PERIOD'S
      *    DIFFERENCE JOINS THEM
           COMPUTE WS-DP-DIFF-B(WS-DEPT-IDX) =
                   WS-DP-ARCH-NET(WS-DEPT-IDX)
                 - WS-DP-SETTLED(WS-DEPT-IDX).
           COMPUTE WS-DP-DIFF-L(WS-DEPT-IDX) =
                   WS-DP-ARCH-GROSS(WS-DEPT-IDX)
                 - WS-DP-GL-GROSS(WS-DEPT-IDX).
           COMPUTE WS-DP-CUM-B(WS-DEPT-IDX) =
                   WS-DP-OPEN-B(WS-DEPT-IDX)
                 + WS-DP-DIFF-B(WS-DEPT-IDX).
           COMPUTE WS-DP-CUM-L(WS-DEPT-IDX) =
                   WS-DP-OPEN-L(WS-DEPT-IDX)
                 + WS-DP-DIFF-L(WS-DEPT-IDX).
           ADD  WS-DP-ARCH-NET(WS-DEPT-IDX)      TO   WS-TOT-ARCH-NET.
           ADD  WS-DP-SETTLED(WS-DEPT-IDX)       TO   WS-TOT-SETTLED.
           ADD  WS-DP-ARCH-GROSS(WS-DEPT-IDX)    TO
                WS-TOT-ARCH-GROSS.
           ADD  WS-DP-GL-GROSS(WS-DEPT-IDX)      TO   WS-TOT-GL-GROSS.
           ADD  WS-DP-OPEN-B(WS-DEPT-IDX)        TO   WS-TOT-OPEN-B.
           ADD  WS-DP-OPEN-L(WS-DEPT-IDX)        TO   WS-TOT-OPEN-L.

           MOVE  "B"                TO   WS-NEW-VIEW.
           MOVE  WS-DP-DIFF-B(WS-DEPT-IDX)  TO   WS-NEW-AMOUNT.
           IF  WS-DP-CUM-B(WS-DEPT-IDX) = ZERO
               PERFORM CLEAR-CARRIED-ITEMS
           ELSE
               PERFORM RAISE-OPEN-ITEM
           END-IF.
           MOVE  "L"                TO   WS-NEW-VIEW.
           MOVE  WS-DP-DIFF-L(WS-DEPT-IDX)  TO   WS-NEW-AMOUNT.
           IF  WS-DP-CUM-L(WS-DEPT-IDX) = ZERO
               PERFORM CLEAR-CARRIED-ITEMS
           ELSE
               PERFORM RAISE-OPEN-ITEM
           END-IF.

           MOVE  SPACES             TO   WS-NOTE-TEXT.
           IF  WS-DP-CUM-B(WS-DEPT-IDX) NOT = ZERO
           OR  WS-DP-CUM-L(WS-DEPT-IDX) NOT = ZERO
               ADD  1               TO   WS-DEPT-BREAKS
               MOVE  "** BREAK **"  TO   WS-NOTE-TEXT
           ELSE
               IF  WS-DP-OPEN-B(WS-DEPT-IDX) NOT = ZERO
               OR  WS-DP-OPEN-L(WS-DEPT-IDX) NOT = ZERO
                   MOVE  "CLEARED"  TO   WS-NOTE-TEXT
               END-IF
           END-IF.
           PERFORM PRINT-DEPARTMENT-LINE.

      ******************************************************************
       CLEAR-CARRIED-ITEMS.
      ******************************************************************
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-CNT
               IF  WS-OI-COUNTED(WS-OPEN-IDX) = "Y"
               AND WS-OI-DEPT(WS-OPEN-IDX) = WS-DP-DEPT(WS-DEPT-IDX)
               AND WS-OI-VIEW(WS-OPEN-IDX) = WS-NEW-VIEW
                   MOVE  "C"        TO   WS-OI-STATUS(WS-OPEN-IDX)
                   MOVE  WS-RUN-PERIOD   TO
                         WS-OI-CLEAR-PERIOD(WS-OPEN-IDX)
                   ADD  1           TO   WS-ITEMS-CLEARED
               END-IF
           END-PERFORM.

      ******************************************************************
       RAISE-OPEN-ITEM.
      ******************************************************************
           IF  WS-NEW-AMOUNT NOT = ZERO
               IF  WS-OPEN-CNT < 300
                   ADD  1           TO   WS-OPEN-CNT
                   ADD  1           TO   WS-ITEMS-RAISED
                   MOVE  WS-RUN-PERIOD   TO
                         WS-OI-PERIOD(WS-OPEN-CNT)
                   MOVE  WS-DP-DEPT(WS-DEPT-IDX) TO
                         WS-OI-DEPT(WS-OPEN-CNT)
                   MOVE  WS-NEW-VIEW     TO   WS-OI-VIEW(WS-OPEN-CNT)
                   MOVE  WS-NEW-AMOUNT   TO
                         WS-OI-AMOUNT(WS-OPEN-CNT)
                   MOVE  "O"        TO   WS-OI-STATUS(WS-OPEN-CNT)
                   MOVE  ZERO       TO
                         WS-OI-CLEAR-PERIOD(WS-OPEN-CNT)
                   MOVE  WS-AUDIT-START-DATE     TO
                         WS-OI-RAISED-DATE(WS-OPEN-CNT)
                   MOVE  "N"        TO   WS-OI-COUNTED(WS-OPEN-CNT)
               ELSE
                   IF  NOT WS-OPEN-FULL
                       DISPLAY "*** PAYRECON: MORE THAN 300 OPEN "
                               "ITEMS -- DEPT " WS-DP-DEPT(WS-DEPT-IDX)
                               " NOT CARRIED ***"
                   END-IF
                   SET  WS-OPEN-FULL     TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       FIND-EMPLOYEE-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
                      OR WS-EMP-HIT > ZERO
               IF  WS-EM-EMP-NO(WS-EMP-IDX) = WS-EMP-WANTED
                   MOVE  WS-EMP-IDX TO   WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF  WS-EMP-HIT = ZERO
               IF  WS-EMP-CNT < 2000
                   ADD  1           TO   WS-EMP-CNT
                   MOVE  WS-EMP-CNT TO   WS-EMP-HIT
                   INITIALIZE WS-EMP-ENTRY(WS-EMP-HIT)
                   MOVE  WS-EMP-WANTED   TO   WS-EM-EMP-NO(WS-EMP-HIT)
                   MOVE  "N"        TO   WS-EM-ON-ARCH(WS-EMP-HIT)
               ELSE
                   IF  NOT WS-EMP-FULL
                       DISPLAY "*** PAYRECON: MORE THAN 2000 "
                               "EMPLOYEES -- EMP_NO " WS-EMP-WANTED
                               " AND LATER NOT PROVED ***"
                   END-IF
                   SET  WS-EMP-FULL      TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       FIND-DEPARTMENT-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-CNT
                      OR WS-DEPT-HIT > ZERO
               IF  WS-DP-DEPT(WS-DEPT-IDX) = WS-DEPT-WANTED
                   MOVE  WS-DEPT-IDX     TO   WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF  WS-DEPT-HIT = ZERO
               IF  WS-DEPT-CNT < 50
                   ADD  1           TO   WS-DEPT-CNT
                   MOVE  WS-DEPT-CNT     TO   WS-DEPT-HIT
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-HIT)
                   MOVE  WS-DEPT-WANTED  TO   WS-DP-DEPT(WS-DEPT-HIT)
               ELSE
                   IF  NOT WS-DEPT-FULL
                       DISPLAY "*** PAYRECON: MORE THAN 50 "
                               "DEPARTMENTS -- DEPT " WS-DEPT-WANTED
                               " AND LATER NOT PROVED ***"
                   END-IF
                   SET  WS-DEPT-FULL     TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       OPEN-RECON-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-RUN-PERIOD      TO   D-PERIOD.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "PAYROLL RECONCILIATION -- ARCHIVE, BANK SETTLEMENT "
                  "AND LEDGER -- PERIOD " D-PERIOD "  COMPANY "
                  WS-CO-CODE " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           MOVE  "DEPT"             TO   PA-TITLE-LINE(2)(1:4).
           MOVE  "ARCHIVE NET"      TO   PA-TITLE-LINE(2)(6:11).
           MOVE  "BANK SETTLED"     TO   PA-TITLE-LINE(2)(18:12).
           MOVE  "NET DIFF"         TO   PA-TITLE-LINE(2)(34:8).
           MOVE  "CARRIED"          TO   PA-TITLE-LINE(2)(47:7).
           MOVE  "ARCHIVE GROSS"    TO   PA-TITLE-LINE(2)(57:13).
           MOVE  "LEDGER GROSS"     TO   PA-TITLE-LINE(2)(73:12).
           MOVE  "GROSS DIFF"       TO   PA-TITLE-LINE(2)(90:10).
           MOVE  "CARRIED"          TO   PA-TITLE-LINE(2)(108:7).
           MOVE  "NOTE"             TO   PA-TITLE-LINE(2)(117:4).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-DEPARTMENT-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-DEPT-LINE.
           MOVE  WS-DP-DEPT(WS-DEPT-IDX)         TO   D-DL-DEPT.
           MOVE  WS-DP-ARCH-NET(WS-DEPT-IDX)     TO   D-DL-ARCH-NET.
           MOVE  WS-DP-SETTLED(WS-DEPT-IDX)      TO   D-DL-SETTLED.
           MOVE  WS-DP-DIFF-B(WS-DEPT-IDX)       TO   D-DL-DIFF-B.
           MOVE  WS-DP-OPEN-B(WS-DEPT-IDX)       TO   D-DL-OPEN-B.
           MOVE  WS-DP-ARCH-GROSS(WS-DEPT-IDX)   TO   D-DL-ARCH-GROSS.
           MOVE  WS-DP-GL-GROSS(WS-DEPT-IDX)     TO   D-DL-GL-GROSS.
           MOVE  WS-DP-DIFF-L(WS-DEPT-IDX)       TO   D-DL-DIFF-L.
           MOVE  WS-DP-OPEN-L(WS-DEPT-IDX)       TO   D-DL-OPEN-L.
           MOVE  WS-NOTE-TEXT       TO   D-DL-NOTE.
           MOVE  D-DEPT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-EMPLOYEE-EXCEPTIONS.
      ******************************************************************
      *    WHERE A NET DIFFERENCE COMES FROM -- EVERYONE WHOSE ARCHIVED
      *    NET AND SETTLED TRANSFER DISAGREE
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "EMPLOYEES WHOSE NET PAY AND BANK SETTLEMENT DISAGREE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "EMP"              TO   PA-BUFFER(1:3).
           MOVE  "DEPT"             TO   PA-BUFFER(7:4).
           MOVE  "ARCHIVE NET"      TO   PA-BUFFER(12:11).
           MOVE  "SENT"             TO   PA-BUFFER(31:4).
           MOVE  "REJECTED"         TO   PA-BUFFER(39:8).
           MOVE  "DIFF"             TO   PA-BUFFER(55:4).
           MOVE  "NOTE"             TO   PA-BUFFER(61:4).
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
               COMPUTE WS-EMP-DIFF = WS-EM-NET(WS-EMP-IDX)
                                   - WS-EM-SENT(WS-EMP-IDX)
                                   + WS-EM-REJECTED(WS-EMP-IDX)
               IF  WS-EMP-DIFF NOT = ZERO
                   PERFORM PRINT-EMPLOYEE-LINE
               END-IF
           END-PERFORM.
           IF  WS-EMP-EXCEPTIONS = ZERO
               MOVE  "NONE -- EVERY NET PAY WAS SETTLED IN FULL"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-EMPLOYEE-LINE.
      ******************************************************************
           ADD  1                   TO   WS-EMP-EXCEPTIONS.
           EVALUATE TRUE
               WHEN WS-EM-ON-ARCH(WS-EMP-IDX) NOT = "Y"
                   MOVE  "NOT ON ARCHIVE"     TO   WS-NOTE-TEXT
               WHEN WS-EM-REJECTED(WS-EMP-IDX) NOT = ZERO
                   MOVE  "REJECTED BY BANK"   TO   WS-NOTE-TEXT
               WHEN WS-EM-ACCT-NO(WS-EMP-IDX) = SPACES
                   MOVE  "NOT TRANSFERRED"    TO   WS-NOTE-TEXT
               WHEN OTHER
                   MOVE  "AMOUNT DIFFERS"     TO   WS-NOTE-TEXT
           END-EVALUATE.
           MOVE  SPACES             TO   D-EMP-LINE.
           MOVE  WS-EM-EMP-NO(WS-EMP-IDX)        TO   D-EL-EMP-NO.
           MOVE  WS-EM-DEPT(WS-EMP-IDX)          TO   D-EL-DEPT.
           MOVE  WS-EM-NET(WS-EMP-IDX)           TO   D-EL-NET.
           MOVE  WS-EM-SENT(WS-EMP-IDX)          TO   D-EL-SENT.
           MOVE  WS-EM-REJECTED(WS-EMP-IDX)      TO   D-EL-REJECTED.
           MOVE  WS-EMP-DIFF        TO   D-EL-DIFF.
           MOVE  WS-NOTE-TEXT       TO   D-EL-NOTE.
           MOVE  D-EMP-LINE         TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-OPEN-ITEMS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "OPEN ITEMS"       TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "PERIOD"           TO   PA-BUFFER(1:6).
           MOVE  "DEPT"             TO   PA-BUFFER(10:4).
           MOVE  "VIEW"             TO   PA-BUFFER(15:4).
           MOVE  "AMOUNT"           TO   PA-BUFFER(40:6).
           MOVE  "STATUS"           TO   PA-BUFFER(48:6).
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-CNT
               PERFORM PRINT-OPEN-ITEM-LINE
           END-PERFORM.
           IF  WS-OPEN-CNT = ZERO
               MOVE  "NONE"         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-OPEN-ITEM-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-OPEN-LINE.
           MOVE  WS-OI-PERIOD(WS-OPEN-IDX)       TO   D-OL-PERIOD.
           MOVE  WS-OI-DEPT(WS-OPEN-IDX)         TO   D-OL-DEPT.
           IF  WS-OI-VIEW(WS-OPEN-IDX) = "B"
               MOVE  "NET VS BANK"       TO   D-OL-VIEW
           ELSE
               MOVE  "GROSS VS LEDGER"   TO   D-OL-VIEW
           END-IF.
           MOVE  WS-OI-AMOUNT(WS-OPEN-IDX)       TO   D-OL-AMOUNT.
           EVALUATE TRUE
               WHEN WS-OI-STATUS(WS-OPEN-IDX) = "C"
                   MOVE  "CLEARED"           TO   D-OL-STATUS
               WHEN WS-OI-PERIOD(WS-OPEN-IDX) = WS-RUN-PERIOD
                   MOVE  "RAISED THIS PERIOD"     TO   D-OL-STATUS
               WHEN WS-OI-COUNTED(WS-OPEN-IDX) = "Y"
                   MOVE  "CARRIED OPEN"      TO   D-OL-STATUS
               WHEN OTHER
                   MOVE  "LATER PERIOD"      TO   D-OL-STATUS
           END-EVALUATE.
           MOVE  D-OPEN-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-TOT-ARCH-NET    TO   D-TOTAL.
           MOVE  WS-TOT-SETTLED     TO   D-TOTAL-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "NET PAY ARCHIVED   " D-TOTAL
                  "   BANK SETTLED  " D-TOTAL-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-TOT-ARCH-GROSS  TO   D-TOTAL.
           MOVE  WS-TOT-GL-GROSS    TO   D-TOTAL-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "GROSS ARCHIVED     " D-TOTAL
                  "   LEDGER COST   " D-TOTAL-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-TOT-OPEN-B      TO   D-TOTAL.
           MOVE  WS-TOT-OPEN-L      TO   D-TOTAL-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "CARRIED IN -- NET  " D-TOTAL
                  "   GROSS         " D-TOTAL-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-XFR-SENT        TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "TRANSFERS SENT           " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-XFR-REJECTED    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "TRANSFERS REJECTED       " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-DEPT-BREAKS     TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "DEPARTMENTS WITH BREAKS  " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-ITEMS-RAISED    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "OPEN ITEMS RAISED        " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-ITEMS-CLEARED   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "OPEN ITEMS CLEARED       " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  NOT WS-BRET-RECEIVED
               MOVE  "BANK RETURN FILE NOT RECEIVED -- TRANSFERS TAKEN "
                                    TO   PA-BUFFER
               MOVE  "AS SETTLED"   TO   PA-BUFFER(50:10)
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-ZENGIN-REHEARSAL NOT = SPACES
               MOVE  "TRANSFER FILE IS A REHEARSAL -- NOT SENT TO THE "
                                    TO   PA-BUFFER
               MOVE  "BANK"         TO   PA-BUFFER(49:4)
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-XFR-UNKNOWN NOT = ZERO
               MOVE  WS-XFR-UNKNOWN TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "TRANSFERS OUTSIDE THE PERIOD " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-RET-UNMATCHED NOT = ZERO
               MOVE  WS-RET-UNMATCHED    TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "REJECTS MATCHING NO TRANSFER " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.

      ******************************************************************
       WRITE-OPEN-ITEMS.
      ******************************************************************
           OPEN OUTPUT OPEN-FILE.
           IF  NOT WS-OPEN-OK
               DISPLAY "*** PAYRECON: UNABLE TO WRITE PAYRECON.OPN, "
                       "STATUS " WS-OPEN-STATUS
                       " -- OPEN ITEMS NOT CARRIED ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > WS-OPEN-CNT
                   MOVE  SPACES     TO   OPEN-REC
                   MOVE  WS-OI-PERIOD(WS-OPEN-IDX)    TO   OI-PERIOD
                   MOVE  WS-OI-DEPT(WS-OPEN-IDX)      TO   OI-DEPT
                   MOVE  WS-OI-VIEW(WS-OPEN-IDX)      TO   OI-VIEW
                   MOVE  WS-OI-AMOUNT(WS-OPEN-IDX)    TO   OI-AMOUNT
                   MOVE  WS-OI-STATUS(WS-OPEN-IDX)    TO   OI-STATUS
                   MOVE  WS-OI-CLEAR-PERIOD(WS-OPEN-IDX)   TO
                         OI-CLEAR-PERIOD
                   MOVE  WS-OI-RAISED-DATE(WS-OPEN-IDX)    TO
                         OI-RAISED-DATE
                   WRITE OPEN-REC
               END-PERFORM
               CLOSE OPEN-FILE
           END-IF.

      ******************************************************************
       REGISTER-CONTROL-TOTALS.
      ******************************************************************
      *    EACH VIEW'S PAIR BALANCES EXACTLY WHEN NO BREAK IS LEFT --
      *    PAYROLL'S FIGURE PLUS WHAT IT STILL OWES FROM EARLIER
      *    PERIODS AGAINST WHAT THE BANK OR THE LEDGER SHOWS
           MOVE  "PAYRECON-N"       TO   WS-REG-NAME.
           MOVE  WS-ARCH-DETAILS    TO   WS-REG-COUNT.
           COMPUTE WS-REG-HASH = WS-TOT-ARCH-NET + WS-TOT-OPEN-B.
           CALL "CTLREG" USING WS-REG-NAME, WS-REG-COUNT, WS-REG-HASH.
           MOVE  "PAYRECON-B"       TO   WS-REG-NAME.
           COMPUTE WS-REG-COUNT = WS-XFR-SENT - WS-XFR-REJECTED.
           MOVE  WS-TOT-SETTLED     TO   WS-REG-HASH.
           CALL "CTLREG" USING WS-REG-NAME, WS-REG-COUNT, WS-REG-HASH.
           MOVE  "PAYRECON-G"       TO   WS-REG-NAME.
           MOVE  WS-ARCH-DETAILS    TO   WS-REG-COUNT.
           COMPUTE WS-REG-HASH = WS-TOT-ARCH-GROSS + WS-TOT-OPEN-L.
           CALL "CTLREG" USING WS-REG-NAME, WS-REG-COUNT, WS-REG-HASH.
           MOVE  "PAYRECON-L"       TO   WS-REG-NAME.
           MOVE  WS-GL-LINES        TO   WS-REG-COUNT.
           MOVE  WS-TOT-GL-GROSS    TO   WS-REG-HASH.
           CALL "CTLREG" USING WS-REG-NAME, WS-REG-COUNT, WS-REG-HASH.

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
               DISPLAY "*** PAYRECON: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-ZENGIN-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ZENGIN-NAME
               MOVE  WS-BRET-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BRET-NAME
               MOVE  WS-GLIN-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-GLIN-NAME
               MOVE  WS-OPEN-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-OPEN-NAME
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
                                  WS-ARCH-DETAILS, WS-AUDIT-STATUS.
      ******************************************************************
