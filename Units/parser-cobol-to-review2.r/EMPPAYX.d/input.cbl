      *              foreign currency (EMP_PAY_CCY) also carry the
      *              settlement currency, the EXCHRATE.DAT rate used
      *              and the converted net amount, with per-currency
      *              totals on the trailer.  Joiners and leavers
      *              whose EMP_HIRE_DATE or EMP_TERM_DATE falls inside
      *              the period are paid a prorated gross -- calendar
      *              or working days (DATECALC against RUNCAL.DAT) per
      *              the shop's PRORATE-BASIS setting -- and the
      *              factor rides the detail and the archive so
      *              EMPSLIP and YEAREND show the same figure.
      *              Arrears raised by RETROPAY (ARREARS.PND) are paid
      *              into gross and itemized on "I" item lines after
      *              the employee's detail, on the extract and the
      *              archive alike, and only what was not paid stays
      *              pending.  Overtime, late-night and holiday
      *              premiums are priced off the validated timecards
      *              (TIMECARD.CHK, see TCEDIT) at the hourly rate
      *              derived from EMP_SALARY and paid the same way.
      *              Income tax is withheld from the monthly table
      *              (WHTAX.DAT, latest effective year not after the
      *              period) on taxable gross less the social-
      *              insurance deductions, at the employee's count of
      *              qualifying dependents (EMP_DEPENDENT); it rides
      *              its own INCTAX item line and replaces any manual
      *              IT amount on DEDUCT.
      *              Fixed monthly allowances on EMP_ALLOWANCE
      *              (commuting, housing, position, family) are paid
      *              into gross on their own item lines, prorated
      *              with the salary; a non-taxable allowance pays
      *              tax-free up to its monthly ceiling and any excess
      *              rides a separate taxable line, so taxable and
      *              non-taxable pay stay apart downstream.
      *              Staff loans and salary advances on the EMP_LOAN
      *              register are recovered by their installment as
      *              deduction item lines, the last one taking only
      *              what is left (LOANPOST then posts the archived
      *              amounts back to the balances).
      *              Resident tax specially collected for the
      *              municipalities (EMP_RESTAX, see RTAXLOAD) is
      *              taken as a RESTAX deduction item line -- the June
      *              installment in June, the monthly one otherwise,
      *              never more than is left of the annual amount, and
      *              the whole balance from someone leaving between
      *              January and May -- in place of any manual RT
      *              amount on DEDUCT (RTAXPOST posts it and tells the
      *              municipality about leavers).
      *              The period paid is the one the pay calendar
      *              (PAYCAL.DAT, see PAYCAL) says a run on this date
      *              belongs to, not the month on the clock; it and
      *              the nominal pay date ride the header so BANKXFR
      *              can set the value date.
      *              The employer's share of health insurance, pension
      *              and employment insurance is worked out for every
      *              employee paying the premium on DEDUCT (HI, PN,
      *              UN) -- the standard remuneration in force on
      *              EMP_SI_GRADE at the employer rates, or the
      *              employee's own amount for someone not yet graded,
      *              and gross pay at SI-EI-ER-RATE -- and rides class
      *              C item lines (ERHI, ERPN, EREI) for GLPOST, the
      *              archived copy also carrying the employee's share
      *              so SIRECON can prove the premium notice.  Each
      *              archived detail also carries the days and hours
      *              worked off the period's timecards for the wage
      *              ledger.
      *              Approved travel and expense claims loaded from
      *              the expense system (EMP_EXPENSE, see EXPLOAD) are
      *              reimbursed with the salary, one non-taxable class
      *              R item line per claim (code EXP plus the
      *              category, the claim ID leading the text) that
      *              goes into net but not gross; EXPPOST marks them
      *              paid and reports back to the expense system.
      *              Each group company is extracted on its own run
      *              (COMPANY, see SCHEDULER) -- its employees only,
      *              into its own extract, control, archive, arrears
      *              and timecard files -- with its own checkpoint.
      *              The run is logged through AUDITLOG like every
      *              other step.  A rehearsal run (REHEARSAL-MODE on
      *              SHOPCNFG.DAT) rolls every update back instead of
      *              committing it and marks the extract header
      *              REHEARSAL, so the file cannot go to the bureau;
      *              it archives nothing and leaves ARREARS.PND as it
      *              was.  Someone hired after the period end is not
      *              extracted, and the run reports how many.
      *              The finished extract is sealed (XMITSEAL) with
      *              its record count and gross hash, so XMITSEND
      *              sends only the generation this run produced,
      *              unaltered.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL -- THE
      *    RETAINED CONTROL TOTALS OF THIS TRANSMISSION -- PAYACK
      *    HOLDS THE BUREAU'S ACKNOWLEDGEMENT AGAINST THIS RECORD
      *    INSTEAD OF AN OPERATOR EYEBALLING IT
           SELECT PAYCTL-FILE      ASSIGN TO DYNAMIC WS-PAYCTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
      *    PERIOD-KEYED ARCHIVE OF EVERY RUN'S PER-EMPLOYEE FIGURES
      *    -- WHAT EMPSLIP REPRINTS FROM AND YEAREND ACCUMULATES,
      *    INSTEAD OF REGENERATING HISTORY OFF THE LIVE TABLE
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    DAILY EXCHANGE-RATE TABLE (SAME FILE EMPRPT READS) --
           SELECT EXRATE-FILE      ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRATE-STATUS.
      *    ARREARS RAISED BY RETROPAY AND NOT YET PAID -- PICKED UP BY
      *    THE NEXT EXTRACT AND REWRITTEN WITH WHATEVER IT COULD NOT
      *    PAY (SAME LAYOUT RETROPAY WRITES)
           SELECT ARRPND-FILE      ASSIGN TO DYNAMIC WS-ARRPND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRPND-STATUS.
      *    VALIDATED ATTENDANCE CARDS (TCEDIT) -- THE HOURS THE
      *    PREMIUM PAY IS PRICED FROM
           SELECT TCARD-FILE       ASSIGN TO DYNAMIC WS-TCARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCARD-STATUS.
      *    MONTHLY WITHHOLDING TAX TABLE, KEPT BY EFFECTIVE YEAR
           SELECT WHTAX-FILE       ASSIGN TO "WHTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHTAX-STATUS.

      ******************************************************************
       DATA                        DIVISION.
           05  PXH-RUN-DATE        PIC  9(08).
           05  PXH-RUN-TIME        PIC  9(08).
           05  PXH-ENVIRONMENT     PIC  X(30).
      *    PAY PERIOD AND NOMINAL PAY DATE OFF THE PAY CALENDAR
           05  PXH-PAY-PERIOD      PIC  9(06).
           05  PXH-PAY-DATE        PIC  9(08).
      *    "REHEARSAL" WHEN THE EXTRACT CAME FROM A REHEARSAL RUN --
      *    SUCH A FILE IS NEVER SENT
           05  PXH-REHEARSAL       PIC  X(09).
           05  FILLER              PIC  X(80).
       01  PAYX-DETAIL-REC         REDEFINES PAYX-REC.
           05  PXD-REC-TYPE        PIC  X.
           05  PXD-EMP-NO          PIC  9(04).
           05  PXD-EXCH-RATE       PIC  9(04)V9(06).
           05  PXD-CONV-AMOUNT     PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
      *    PRORATION OF A PART-PERIOD JOINER OR LEAVER -- FACTOR
      *    APPLIED TO EMP_SALARY (1.0000 = FULL PERIOD), THE BASIS
      *    (C = CALENDAR DAYS, W = WORKING DAYS) AND THE DAYS PAID
      *    OUT OF THE DAYS IN THE PERIOD ON THAT BASIS;
      *    PXD-EMP-SALARY ABOVE IS THE PRORATED GROSS
           05  PXD-PRORATE-FACTOR  PIC  9V9(04).
           05  PXD-PRORATE-BASIS   PIC  X.
           05  PXD-DAYS-PAID       PIC  9(02).
           05  PXD-DAYS-IN-PERIOD  PIC  9(02).
           05  FILLER              PIC  X(15).
      *    ITEM LINE -- ONE PER SEPARATELY IDENTIFIED PAY ITEM OF THE
      *    DETAIL IT FOLLOWS.  CLASS E = EARNING (IN GROSS), D =
      *    DEDUCTION (IN THE DEDUCTION TOTAL), R = REIMBURSEMENT (IN
      *    NET ONLY), C = EMPLOYER COST (IN NEITHER); THE REFERENCE
      *    PERIOD IS THE PERIOD THE ITEM BELONGS TO WHEN THAT IS NOT
      *    THE PERIOD BEING PAID (ARREARS)
       01  PAYX-ITEM-REC           REDEFINES PAYX-REC.
           05  PXI-REC-TYPE        PIC  X.
           05  PXI-EMP-NO          PIC  9(04).
           05  PXI-ITEM-CLASS      PIC  X.
           05  PXI-ITEM-CODE       PIC  X(06).
           05  PXI-ITEM-AMOUNT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  PXI-TAXABLE         PIC  X.
           05  PXI-REF-PERIOD      PIC  9(06).
           05  PXI-ITEM-TEXT       PIC  X(30).
           05  FILLER              PIC  X(91).

       01  PAYX-TRAILER-REC        REDEFINES PAYX-REC.
           05  PXT-REC-TYPE        PIC  X.
               10  PXT-CCY         PIC  X(03).
               10  PXT-CCY-TOTAL   PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
      *    ITEM-LINE COUNT AND AMOUNT HASH -- THE BUREAU PROVES THE
      *    ITEM LINES THE SAME WAY AS THE DETAILS
           05  PXT-ITEM-COUNT      PIC  9(09).
           05  PXT-ITEM-HASH       PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(38).

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
      *    ON AN "I" ITEM RECORD THE NAME SLOT CARRIES THE ITEM (SEE
      *    THE PAYROLL ITEM LINE) AND PA6-GROSS ITS AMOUNT
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
           05  PA6-NET             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
      *    PRORATION FACTOR AND BASIS THE PERIOD WAS PAID ON (SEE THE
      *    PAYROLL DETAIL); BLANK ON RECORDS ARCHIVED BEFORE PRORATION
      *    MEANS A FULL PERIOD
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.
      *    DAYS PAID OUT OF DAYS IN THE PERIOD ON THAT BASIS -- WHAT
      *    RETROPAY REPRICES A PART PERIOD WITH
           05  FILLER              PIC  X.
           05  PA6-DAYS-PAID       PIC  9(02).
           05  FILLER              PIC  X.
           05  PA6-DAYS-IN-PERIOD  PIC  9(02).
      *    DAYS AND HOURS WORKED OFF THE PERIOD'S TIMECARDS -- WHAT
      *    THE WAGE LEDGER (WAGELDGR) SHOWS; BLANK ON RECORDS ARCHIVED
      *    BEFORE THEY WERE CARRIED, ZERO FOR NO TIMECARDS
           05  FILLER              PIC  X.
           05  PA6-DAYS-WORKED     PIC  9(02).
           05  FILLER              PIC  X.
           05  PA6-REG-HOURS       PIC  9(03)V9(02).
           05  FILLER              PIC  X.
           05  PA6-OT-HOURS        PIC  9(03)V9(02).
           05  FILLER              PIC  X.
           05  PA6-NIGHT-HOURS     PIC  9(03)V9(02).
           05  FILLER              PIC  X.
           05  PA6-HOL-HOURS       PIC  9(03)V9(02).

       FD  EXRATE-FILE.
       01  EXRATE-REC.
           05  FILLER              PIC  X.
           05  XRT-RATE            PIC  9(04)V9(06).

      *    ONE PENDING ARREARS LINE PER EMPLOYEE PER PERIOD REPRICED
       FD  ARRPND-FILE.
       01  ARRPND-REC.
           05  AP-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  AP-REF-PERIOD       PIC  9(06).
           05  FILLER              PIC  X.
           05  AP-AMOUNT           PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(74).

      *    ONE DAY'S HOURS PER EMPLOYEE (SAME LAYOUT AS TIMECARD.DAT)
       FD  TCARD-FILE.
       01  TCARD-REC.
           05  TCD-EMP-NO          PIC  9(04).
           05  TCD-WORK-DATE.
               10  TCD-WORK-PERIOD PIC  9(06).
               10  TCD-WORK-DD     PIC  9(02).
           05  TCD-REG-HOURS       PIC  9(02)V9(02).
           05  TCD-OT-HOURS        PIC  9(02)V9(02).
           05  TCD-NIGHT-HOURS     PIC  9(02)V9(02).
           05  TCD-HOL-HOURS       PIC  9(02)V9(02).

      *    ONE BAND OF THE MONTHLY TABLE -- TAXABLE PAY FROM (AND
      *    INCLUDING) WT-FROM UP TO (BUT NOT INCLUDING) WT-TO, THE TAX
      *    AT 0 TO 7 DEPENDENTS, AND FOR THE OPEN-ENDED TOP BANDS THE
      *    RATE CHARGED ON TOP OF THAT TAX FOR PAY ABOVE WT-FROM
       FD  WHTAX-FILE.
       01  WHTAX-REC.
           05  WT-EFF-YEAR         PIC  9(04).
           05  FILLER              PIC  X.
           05  WT-FROM             PIC  9(07).
           05  FILLER              PIC  X.
           05  WT-TO               PIC  9(07).
           05  WT-TAX-GROUP        OCCURS 8.
               10  FILLER          PIC  X.
               10  WT-TAX          PIC  9(07).
           05  FILLER              PIC  X.
           05  WT-RATE             PIC  9V9(05).

       WORKING-STORAGE             SECTION.
       01  WS-PAYX-STATUS          PIC  X(02).
           88  WS-PAYX-OK          VALUE "00".
       01  WS-EXRATE-STATUS        PIC  X(02).
           88  WS-EXRATE-OK        VALUE "00".
           88  WS-EXRATE-EOF       VALUE "10".
       01  WS-ARRPND-STATUS        PIC  X(02).
           88  WS-ARRPND-OK        VALUE "00".
           88  WS-ARRPND-EOF       VALUE "10".
       01  WS-TCARD-STATUS         PIC  X(02).
           88  WS-TCARD-OK         VALUE "00".
           88  WS-TCARD-EOF        VALUE "10".
      *    THE PERIOD'S PREMIUM HOURS PER EMPLOYEE, SUMMED OFF THE
      *    TIMECARDS DATED IN THE ATTENDANCE PERIOD, WITH THE REGULAR
      *    HOURS AND DAYS WORKED THE ARCHIVE CARRIES
       01  WS-TC-TABLE.
           05  WS-TC-CNT           PIC  9(04) VALUE ZERO.
           05  WS-TC-ENTRY         OCCURS 2000.
               10  WS-TC-EMP-NO    PIC  9(04).
               10  WS-TC-DAYS      PIC  9(02).
               10  WS-TC-REG-HOURS PIC  9(03)V9(02).
               10  WS-TC-OT-HOURS  PIC  9(03)V9(02).
               10  WS-TC-NIGHT-HOURS
                                   PIC  9(03)V9(02).
               10  WS-TC-HOL-HOURS PIC  9(03)V9(02).
               10  WS-TC-USED-FLAG PIC  X.
       01  WS-TC-IDX               PIC  9(04).
       01  WS-TC-HIT               PIC  9(04) VALUE ZERO.
      *    ATTENDANCE PERIOD PAID (TIMECARD-PERIOD, DEFAULT THE PAY
      *    PERIOD) AND THE PREMIUM RULES -- STANDARD MONTHLY HOURS
      *    THE HOURLY RATE IS DERIVED OVER, AND THE MULTIPLIER OF
      *    THAT RATE PAID PER HOUR OF EACH KIND.  LATE-NIGHT HOURS
      *    ARE ALREADY PAID AS REGULAR OR OVERTIME, SO ONLY THE
      *    PREMIUM ITSELF IS PAID ON THEM
       01  WS-TC-PERIOD            PIC  9(06).
       01  WS-STD-MONTH-HOURS      PIC  9(03)V9(02) VALUE 160.
       01  WS-OT-PREMIUM-RATE      PIC  9V9(04) VALUE 1.25.
       01  WS-NIGHT-PREMIUM-RATE   PIC  9V9(04) VALUE 0.25.
       01  WS-HOL-PREMIUM-RATE     PIC  9V9(04) VALUE 1.35.
      *    ONE PREMIUM BEING PRICED
       01  WS-PREM-CODE            PIC  X(06).
       01  WS-PREM-LABEL           PIC  X(11).
       01  WS-PREM-HOURS           PIC  9(03)V9(02).
       01  WS-PREM-RATE            PIC  9V9(04).
       01  WS-PREM-AMOUNT          PIC S9(07)V9(02).
       01  D-PREM-HOURS            PIC  ZZ9.99.
      *    THE WITHHOLDING TABLE OF THE LATEST EFFECTIVE YEAR NOT
      *    AFTER THE PAY PERIOD -- A LATER YEAR ON THE FILE IS NOT
      *    YET IN FORCE, AN EARLIER ONE HAS BEEN SUPERSEDED
       01  WS-WHTAX-STATUS         PIC  X(02).
           88  WS-WHTAX-OK         VALUE "00".
           88  WS-WHTAX-EOF        VALUE "10".
       01  WS-WHT-TABLE.
           05  WS-WHT-YEAR         PIC  9(04) VALUE ZERO.
           05  WS-WHT-CNT          PIC  9(04) VALUE ZERO.
           05  WS-WHT-ENTRY        OCCURS 500.
               10  WS-WHT-FROM     PIC  9(07).
               10  WS-WHT-TO       PIC  9(07).
               10  WS-WHT-TAX      PIC  9(07) OCCURS 8.
               10  WS-WHT-RATE     PIC  9V9(05).
       01  WS-WHT-IDX              PIC  9(04).
       01  WS-WHT-HIT              PIC  9(04).
       01  WS-WHT-DEP-IDX          PIC  9(02).
      *    TAX CREDIT PER DEPENDENT BEYOND THE TABLE'S SEVENTH
      *    (WHTAX-EXTRA-DEP)
       01  WS-WHT-EXTRA-DEP        PIC  9(05) VALUE 1610.
      *    ONE EMPLOYEE'S TAX -- TAXABLE GROSS IS BASIC PAY PLUS THE
      *    TAXABLE EARNING ITEMS, TAXABLE PAY IS THAT LESS SOCIAL
      *    INSURANCE
       01  WS-TAXABLE-GROSS        PIC S9(07)V9(02).
       01  WS-TAXABLE-PAY          PIC S9(07)V9(02).
       01  WS-WHT-AMOUNT           PIC S9(07).
       01  D-WHT-DEPS              PIC  Z9.
       01  WS-WHT-COUNT            PIC  9(06) VALUE ZERO.
      *    EMPLOYER SOCIAL-INSURANCE RATES (SHOPCNFG.DAT) -- HEALTH AND
      *    PENSION DEFAULT TO THE EMPLOYEE RATES, THE PREMIUM BEING
      *    SPLIT EVENLY; EMPLOYMENT INSURANCE IS CHARGED ON GROSS
       01  WS-ER-HI-RATE           PIC  9V9(05) VALUE 0.04990.
       01  WS-ER-PN-RATE           PIC  9V9(05) VALUE 0.09150.
       01  WS-ER-EI-RATE           PIC  9V9(05) VALUE 0.00950.
      *    ONE EMPLOYER CONTRIBUTION BEING ADDED
       01  WS-ER-CODE              PIC  X(06).
       01  WS-ER-AMOUNT            PIC S9(07).
       01  WS-ER-EE-SHARE          PIC S9(07)V9(02).
       01  WS-ER-TEXT              PIC  X(30).
       01  WS-ER-COUNT             PIC  9(06) VALUE ZERO.
       01  WS-ER-HASH              PIC S9(11)V9(02) VALUE ZERO.
       01  WS-WHT-HASH             PIC S9(11)V9(02) VALUE ZERO.
      *    ONE ALLOWANCE BEING PAID -- THE PERIOD'S AMOUNT SPLIT INTO
      *    ITS NON-TAXABLE PART (UP TO THE CEILING) AND TAXABLE PART
       01  WS-ALW-PAY              PIC S9(07)V9(02).
       01  WS-ALW-NONTAX           PIC S9(07)V9(02).
       01  WS-ALW-TAXED            PIC S9(07)V9(02).
       01  WS-ALW-LABEL            PIC  X(10).
       01  WS-ALW-ITEM-CODE        PIC  X(06).
       01  WS-ALW-ITEM-AMOUNT      PIC S9(07)V9(02).
       01  WS-ALW-ITEM-TAXABLE     PIC  X.
       01  WS-ALW-ITEM-TEXT        PIC  X(30).
       01  WS-ALW-TAXED-HASH       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ALW-NONTAX-HASH      PIC S9(11)V9(02) VALUE ZERO.
      *    ONE LOAN BEING RECOVERED -- ITS BALANCE BEFORE THIS PERIOD
      *    AND THE AMOUNT TAKEN
       01  WS-LOAN-OPENING         PIC S9(07)V9(02).
       01  WS-LOAN-TAKE            PIC S9(07)V9(02).
       01  WS-LOAN-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-LOAN-HASH            PIC S9(11)V9(02) VALUE ZERO.
      *    RESIDENT TAX -- WHAT WAS LEFT OF THE ANNUAL AMOUNT BEFORE
      *    THIS PERIOD AND THE INSTALLMENT TAKEN
       01  WS-RT-OPENING           PIC S9(09).
       01  WS-RT-TAKE              PIC S9(09).
       01  WS-RT-COUNT             PIC  9(06) VALUE ZERO.
       01  WS-RT-HASH              PIC S9(11)V9(02) VALUE ZERO.
      *    EXPENSE CLAIMS REIMBURSED THIS RUN
       01  WS-EXP-LABEL            PIC  X(19).
       01  WS-EXP-COUNT            PIC  9(06) VALUE ZERO.
       01  WS-EXP-HASH             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-TC-CARDS-READ        PIC  9(06) VALUE ZERO.
       01  WS-TC-PAID-COUNT        PIC  9(06) VALUE ZERO.
       01  WS-TC-UNMATCHED         PIC  9(06) VALUE ZERO.
      *    PENDING ARREARS OFF ARREARS.PND -- THE WHOLE RECORD IS KEPT
      *    SO THE LINES NOT PAID THIS RUN GO BACK UNCHANGED
       01  WS-ARR-TABLE.
           05  WS-ARR-CNT          PIC  9(04) VALUE ZERO.
           05  WS-ARR-ENTRY        OCCURS 500.
               10  WS-ARR-EMP-NO   PIC  9(04).
               10  WS-ARR-REF-PERIOD
                                   PIC  9(06).
               10  WS-ARR-AMOUNT   PIC S9(07)V9(02).
               10  WS-ARR-PAID-FLAG
                                   PIC  X.
               10  WS-ARR-IMAGE    PIC  X(100).
       01  WS-ARR-IDX              PIC  9(04).
       01  WS-ARR-LOADED-FLAG      PIC  X     VALUE "N".
           88  WS-ARR-LOADED       VALUE "Y".
      *    THIS EMPLOYEE'S ITEM LINES -- BUILT BEFORE THE DETAIL SO
      *    GROSS, DEDUCTIONS AND NET ALREADY INCLUDE THEM, WRITTEN
      *    AFTER IT
       01  WS-ITEM-TABLE.
           05  WS-ITEM-CNT         PIC  9(02) VALUE ZERO.
           05  WS-ITEM-ENTRY       OCCURS 20.
               10  WS-ITEM-CLASS   PIC  X.
               10  WS-ITEM-CODE    PIC  X(06).
               10  WS-ITEM-AMOUNT  PIC S9(07)V9(02).
               10  WS-ITEM-TAXABLE PIC  X.
               10  WS-ITEM-REF-PERIOD
                                   PIC  9(06).
               10  WS-ITEM-TEXT    PIC  X(30).
      *            ON A CLASS C CONTRIBUTION, THE EMPLOYEE'S SHARE OF
      *            THE SAME PREMIUM -- ARCHIVED IN PA6-DED
               10  WS-ITEM-EE-SHARE
                                   PIC S9(07)V9(02).
       01  WS-ITEM-IDX             PIC  9(02).
       01  WS-ITEM-REIMBURSE       PIC S9(07)V9(02).
       01  WS-ITEM-REC-COUNT       PIC  9(09) VALUE ZERO.
       01  WS-ITEM-HASH            PIC S9(11)V9(02) VALUE ZERO.
      *    CTLREG CONTRACT FIELDS FOR THE ARREARS PAID AND THE ARREARS
      *    LEFT PENDING -- TOGETHER THEY MUST MAKE UP THE PENDING
      *    BALANCE RETROPAY REGISTERED AHEAD OF THIS RUN (BALANCER)
       01  WS-ARR-PAID-NAME        PIC  X(10) VALUE "EMPPAYX-A".
       01  WS-ARR-PAID-COUNT       PIC  9(09) VALUE ZERO.
       01  WS-ARR-PAID-HASH        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ARR-HELD-NAME        PIC  X(10) VALUE "EMPPAYX-H".
       01  WS-ARR-HELD-COUNT       PIC  9(09) VALUE ZERO.
       01  WS-ARR-HELD-HASH        PIC S9(11)V9(02) VALUE ZERO.
      *    IN-MEMORY RATE TABLE OFF EXCHRATE.DAT -- THE LATEST LINE
      *    PER CURRENCY WINS, AND A RATE DATED BEFORE THE RUN DATE IS
      *    STALE: PAYING A FOREIGN ACCOUNT ON YESTERDAY'S RATE IS A
               10  WS-CCY-AMOUNT   PIC S9(11)V9(02).
       01  WS-CCY-IDX              PIC  9(02).
       01  WS-CONV-AMOUNT          PIC S9(11)V9(02).
      *    PAY PERIOD OF THIS RUN -- OFF THE PAY CALENDAR, OR THE
      *    YYYYMM OF THE RUN DATE WHEN THE CALENDAR DOES NOT COVER IT
       01  WS-PAY-PERIOD           PIC  9(06).
       01  WS-PAY-DATE             PIC  9(08) VALUE ZERO.
       01  WS-PARCH-OPEN-FLAG      PIC  X     VALUE "N".
           88  WS-PARCH-OPEN       VALUE "Y".
       01  WS-ARCH-GROSS           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ARCH-DED             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ARCH-NET             PIC S9(11)V9(02) VALUE ZERO.
      *    PERIOD BOUNDARIES (YYYYMMDD) -- FIRST AND LAST CALENDAR DAY
      *    OF WS-PAY-PERIOD, AND THE PERIOD'S WORKING-DAY COUNT
       01  WS-PERIOD-START         PIC  9(08).
       01  WS-PERIOD-START-R       REDEFINES WS-PERIOD-START.
           05  WS-PS-YYYY          PIC  9(04).
           05  WS-PS-MM            PIC  9(02).
           05  WS-PS-DD            PIC  9(02).
       01  WS-PERIOD-END           PIC  9(08).
       01  WS-NEXT-PERIOD-START    PIC  9(08).
       01  WS-NEXT-PERIOD-START-R  REDEFINES WS-NEXT-PERIOD-START.
           05  WS-NP-YYYY          PIC  9(04).
           05  WS-NP-MM            PIC  9(02).
           05  WS-NP-DD            PIC  9(02).
       01  WS-PERIOD-CAL-DAYS      PIC  9(02) VALUE ZERO.
       01  WS-PERIOD-WORK-DAYS     PIC  9(02) VALUE ZERO.
      *    PRORATION BASIS FROM SHOPCNFG.DAT (PRORATE-BASIS) --
      *    CALENDAR UNLESS THE SHOP HAS CHOSEN WORKING DAYS
       01  WS-PRORATE-BASIS        PIC  X     VALUE "C".
           88  WS-PRORATE-CALENDAR VALUE "C".
           88  WS-PRORATE-WORKING  VALUE "W".
      *    ONE EMPLOYEE'S PAID SPAN INSIDE THE PERIOD AND THE RESULT
       01  WS-PAID-FROM            PIC  9(08).
       01  WS-PAID-TO              PIC  9(08).
       01  WS-DAYS-PAID            PIC  9(02).
       01  WS-DAYS-IN-PERIOD       PIC  9(02).
       01  WS-PRORATE-FACTOR       PIC  9V9(04).
      *    BASIC PAY IS THE (PRORATED) SALARY; GROSS ADDS THE EARNING
      *    ITEMS
       01  WS-BASIC-PAY            PIC S9(07)V9(02).
       01  WS-GROSS-PAY            PIC S9(07)V9(02).
       01  WS-PRORATED-COUNT       PIC  9(06) VALUE ZERO.
      *    WORKING-DAY COUNTER -- BUSINESS DAYS FROM WS-BD-FROM TO
      *    WS-BD-TO INCLUSIVE, WALKED WITH DATECALC'S NEXTBD
       01  WS-BD-FROM              PIC  9(08).
       01  WS-BD-TO                PIC  9(08).
       01  WS-BD-CURSOR            PIC  9(08).
       01  WS-BD-COUNT             PIC  9(02).
       01  WS-BD-GUARD             PIC  9(03).
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ALL DATES PASS
      *    AS YYYYMMDD
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPPAYX".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-CHK-POSITION         PIC  9(09) VALUE ZERO.
       01  WS-CHK-COMMIT           PIC  9(09) VALUE ZERO.
       01  WS-CHK-STATUS           PIC  X(02).
      *    THE CHECKPOINT IS THE COMPANY'S OWN -- A SUBSIDIARY'S
      *    RESTART NEVER PICKS UP THE PARENT'S POSITION
       01  WS-CHK-OWNER            PIC  X(10) VALUE "EMPPAYX".
       01  WS-CHK-RESUME-AT        PIC  9(09) VALUE ZERO.
       01  WS-CHK-INTERVAL         PIC  9(04) VALUE 100.
       01  WS-ROWS-FETCHED         PIC  9(09) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL) -- THE
      *    EXTRACT IS SEALED AS IT LEAVES THIS STEP SO XMITSEND CAN
      *    PROVE IT UNTOUCHED AT SEND TIME
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08) VALUE "PAYROLL".
       01  WS-XS-FILE-NAME         PIC  X(40).
       01  WS-XS-REC-COUNT         PIC  9(09).
       01  WS-XS-CONTROL-TOTAL     PIC S9(13)V9(02).
       01  WS-XS-GENERATION        PIC  9(06).
       01  WS-XS-STATUS            PIC  X(02).
       01  WS-PAYCTL-NAME          PIC  X(40) VALUE "PAYXCTL.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-ARRPND-NAME          PIC  X(40) VALUE "ARREARS.PND".
       01  WS-TCARD-NAME           PIC  X(40) VALUE "TIMECARD.CHK".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-ROWS-EXTRACTED       PIC  9(06) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  DED-TOTAL               PIC S9(07)V9(02).
       01  NET-PAY                 PIC S9(07)V9(02).
      *    REGISTERED FOR BALANCER SO FETCHTBL = EMPPAYX + TERMINATED
      *    CAN BE PROVED INSTEAD OF GUESSED
       01  TERM-COUNT              PIC  9(09).
      *    AND HOW MANY IT LEFT OUT AS HIRED AFTER THE PERIOD END --
      *    NOTHING IS OWED TO THEM FOR THIS PERIOD
       01  LATE-HIRE-COUNT         PIC  9(09).
      *    FIRST DAY OF THE PAY PERIOD -- THE LINE BETWEEN A LEAVER
      *    STILL OWED FINAL PAY AND ONE ALREADY PAID OFF
       01  PERIOD-START-DATE       PIC  9(08).
      *    SOCIAL-INSURANCE PART OF THE DEDUCTIONS (HI, PN, UN) --
      *    COMES OFF GROSS BEFORE THE TAX LOOKUP
       01  SI-TOTAL                PIC S9(07)V9(02).
      *    DEDUCT CODE OF THE MANUAL INCOME-TAX ENTRY THE COMPUTED TAX
      *    REPLACES -- SPACES (NOTHING LEFT OUT) WHEN NO TAX TABLE IS
      *    IN FORCE AND THE MANUAL AMOUNT STILL HAS TO BE TAKEN
       01  TAX-DED-CODE            PIC  X(02).
      *    QUALIFYING DEPENDENTS AT THE PERIOD END -- A SPOUSE, OR
      *    ANYONE 16 OR OVER AT THE YEAR END, WITH THE INCOME TEST MET
       01  DEP-COUNT               PIC  9(02).
       01  PERIOD-END-DATE         PIC  9(08).
       01  AGE16-BORN-BY           PIC  9(08).
      *    ONE ALLOWANCE ROW OF THE EMPLOYEE BEING PAID (SEE ALWLOAD)
           COPY "ALWREC.CPY".
      *    ONE LOAN OF THE EMPLOYEE BEING PAID (SEE LOANLOAD), AND THE
      *    PERIOD A LOAN MUST HAVE STARTED BY
           COPY "LOANREC.CPY".
       01  LOAN-PERIOD             PIC  9(06).
      *    THE EMPLOYEE'S RESIDENT-TAX NOTICE FOR THE TAX YEAR THE
      *    PERIOD FALLS IN (SEE RTAXLOAD); "Y" WHEN THERE IS ONE, AND
      *    THE MANUAL RT ENTRY ON DEDUCT IS THEN LEFT OUT
           COPY "RTAXREC.CPY".
       01  RT-ON-REGISTER          PIC  X.
      *    ONE APPROVED EXPENSE CLAIM OF THE EMPLOYEE BEING PAID (SEE
      *    EXPLOAD), AND THE PERIOD BEING PAID -- A CLAIM ALREADY
      *    POSTED AS PAID IN IT (A RE-RUN) IS PAID AGAIN
           COPY "EXPREC.CPY".
       01  EXP-PERIOD              PIC  9(06).
      *    THE EMPLOYEE'S OWN HI, PN AND UN PREMIUMS AND THE STANDARD
      *    REMUNERATION IN FORCE FOR THE PERIOD
       01  ER-VARS.
           05  ER-PERIOD           PIC  9(06).
           05  ER-EFF-PERIOD       PIC  9(06).
           05  ER-HI-EE            PIC S9(07)V9(02).
           05  ER-PN-EE            PIC S9(07)V9(02).
           05  ER-UN-EE            PIC S9(07)V9(02).
           05  ER-HI-STD           PIC  9(07).
           05  ER-PN-STD           PIC  9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPPAYX: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    KNOWN BEFORE ANY FILE IS OPENED -- A REHEARSAL LEAVES THE
      *    ARCHIVE AND THE PENDING ARREARS AS THEY WERE
           PERFORM CHECK-REHEARSAL-MODE.
           PERFORM SET-PAY-PERIOD.
           MOVE  WS-PAY-PERIOD      TO   LOAN-PERIOD
                                         EXP-PERIOD.
           PERFORM SET-PERIOD-BOUNDARIES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM OPEN-PERIOD-ARCHIVE.
           PERFORM LOAD-PENDING-ARREARS.
           PERFORM LOAD-TIMECARD-HOURS.
           PERFORM LOAD-WITHHOLDING-TABLE.
           PERFORM LOAD-EMPLOYER-RATES.

           PERFORM LOAD-DB-PARMS.
           PERFORM CONNECT-TO-DB.
      *    RESUME FROM THE SHARED CHECKPOINT WHEN A PRIOR RUN DIED
      *    MID-EXTRACT
           MOVE  "GET"              TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.
           IF  WS-CHK-STATUS = "OK" AND WS-CHK-POSITION > ZERO
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    DED_CODE   CHAR(2) NOT NULL,
                    DED_AMOUNT NUMERIC(9,2),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01',
                    CONSTRAINT IDED_0 PRIMARY KEY (EMP_NO, DED_CODE)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               ALTER TABLE DEDUCT ADD COLUMN IF NOT EXISTS
                     COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
      *    LIKEWISE THE DEPENDENTS REGISTER -- NONE ON FILE MEANS
      *    EVERYONE IS TAXED AT ZERO DEPENDENTS
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    DEP_SEQ        NUMERIC(2,0) NOT NULL,
                    DEP_NAME       VARCHAR(60),
                    DEP_KANA       VARCHAR(60),
                    DEP_RELATION   CHAR(2),
                    DEP_BIRTHDATE  NUMERIC(8,0),
                    DEP_INCOME_OK  CHAR(1),
                    DEP_START_DATE NUMERIC(8,0),
                    DEP_END_DATE   NUMERIC(8,0),
                    CONSTRAINT IEDP_0 PRIMARY KEY (EMP_NO, DEP_SEQ)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
      *    AND THE ALLOWANCES -- NONE ON FILE MEANS GROSS IS SALARY
      *    AND PREMIUMS ONLY
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
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
      *    AND THE LOAN REGISTER -- NONE ON FILE, NOTHING TO RECOVER
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
      *    AND THE STANDARD-REMUNERATION GRADES (SEE SIDETERM) --
      *    NOBODY GRADED YET MEANS THE EMPLOYER MATCHES THE EMPLOYEE
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_SI_GRADE
                (
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    EFF_PERIOD NUMERIC(6,0) NOT NULL,
                    HI_GRADE   NUMERIC(2,0),
                    HI_STD     NUMERIC(7,0),
                    PN_GRADE   NUMERIC(2,0),
                    PN_STD     NUMERIC(7,0),
                    AVG_PAY    NUMERIC(7,0),
                    BASIS      CHAR(1),
                    SET_DATE   NUMERIC(8,0),
                    CONSTRAINT ISIG_0 PRIMARY KEY (EMP_NO, EFF_PERIOD)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
      *    AND THE RESIDENT-TAX NOTICES (SEE RTAXLOAD)
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
           END-IF.
      *    AND THE EXPENSE CLAIMS (SEE EXPLOAD)
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_EXPENSE
                (
                    CLAIM_ID       CHAR(10) NOT NULL,
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    EXP_CATEGORY   CHAR(2),
                    AMOUNT         NUMERIC(9,2),
                    STATUS         CHAR(1),
                    REASON         CHAR(20),
                    LOAD_DATE      NUMERIC(8,0),
                    PAID_PERIOD    NUMERIC(6,0),
                    DISP_PERIOD    NUMERIC(6,0),
                    CONSTRAINT IEXP_0 PRIMARY KEY (CLAIM_ID)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.

      *    A LEAVER TERMINATED INSIDE THIS PERIOD IS STILL SELECTED --
      *    THE FINAL, PRORATED PAY IS OWED.  SOMEONE HIRED AFTER THE
      *    PERIOD END IS NOT, SO NO DETAIL GOES OUT WITH DEDUCTIONS
      *    AGAINST A GROSS OF ZERO
           EXEC SQL
               DECLARE CP1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT,
                      COALESCE(EMP_PAY_CCY, ''),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0)
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                        AND (COALESCE(EMP_STATUS, 'A') <> 'T'
                         OR COALESCE(EMP_TERM_DATE, 0)
                            >= :PERIOD-START-DATE)
                        AND COALESCE(EMP_HIRE_DATE, 0)
                            <= :PERIOD-END-DATE
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
           END-EXEC.
           EXEC SQL
               FETCH CP1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-DEPT, :PAY-CCY, :EMP-HIRE-DATE,
                              :EMP-TERM-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-ROWS-FETCHED
               IF  WS-ROWS-FETCHED NOT > WS-CHK-RESUME-AT
      *            ALREADY ON THE FILE FROM THE ABENDED RUN, PREMIUMS
      *            AND ALL
                   PERFORM FIND-TIMECARD-ENTRY
               ELSE
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
               EXEC SQL
                   FETCH CP1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                                  :EMP-DEPT, :PAY-CCY, :EMP-HIRE-DATE,
                                  :EMP-TERM-DATE
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO

           PERFORM WRITE-TRAILER-RECORD.
           CLOSE PAYX-FILE.
           PERFORM REPORT-UNMATCHED-TIMECARDS.
      *    CLEAN FINISH -- THE CHECKPOINT COMES OFF
           MOVE  "CLEAR"            TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.
           PERFORM RETAIN-CONTROL-TOTALS.
           PERFORM CLOSE-PERIOD-ARCHIVE.
      *    A FAILED RUN IS RE-RUN FROM SCRATCH, SO ITS ARREARS MUST
      *    STILL BE PENDING FOR THE RE-RUN TO PAY; A REHEARSAL PAID
      *    NOTHING AND LEAVES THEM ALL PENDING
           IF  WS-AUDIT-STATUS NOT = "FAIL" AND NOT RH-REHEARSAL
               PERFORM REPLACE-PENDING-ARREARS
           END-IF.

           EXEC SQL
               CLOSE CP1
               SELECT COUNT(*) INTO :TERM-COUNT
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') = 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                        AND COALESCE(EMP_TERM_DATE, 0)
                            < :PERIOD-START-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE  ZERO           TO   TERM-COUNT
           END-IF.
           MOVE  ZERO               TO   LATE-HIRE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :LATE-HIRE-COUNT
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                        AND COALESCE(EMP_HIRE_DATE, 0)
                            > :PERIOD-END-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE  ZERO           TO   LATE-HIRE-COUNT
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** EMPPAYX FINISHED -- " WS-REC-COUNT
                   " DETAIL RECORD(S), HASH TOTAL " WS-HASH-TOTAL
                   ", NET HASH " WS-NET-HASH " ***".
           DISPLAY "*** EMPPAYX: " WS-PRORATED-COUNT
                   " DETAIL(S) PRORATED ON BASIS " WS-PRORATE-BASIS
                   " ***".
           DISPLAY "*** EMPPAYX: " LATE-HIRE-COUNT
                   " EMPLOYEE(S) HIRED AFTER " WS-PERIOD-END
                   " NOT PAID THIS PERIOD ***".
           DISPLAY "*** EMPPAYX: " WS-ITEM-REC-COUNT
                   " ITEM LINE(S), ARREARS PAID " WS-ARR-PAID-COUNT
                   ", HELD " WS-ARR-HELD-COUNT " ***".
           DISPLAY "*** EMPPAYX: " WS-TC-CARDS-READ
                   " TIMECARD(S) FOR " WS-TC-PERIOD
                   ", PREMIUMS PAID TO " WS-TC-PAID-COUNT
                   ", UNMATCHED " WS-TC-UNMATCHED " ***".
           DISPLAY "*** EMPPAYX: INCOME TAX WITHHELD FROM "
                   WS-WHT-COUNT " EMPLOYEE(S), TOTAL " WS-WHT-HASH
                   ", TABLE YEAR " WS-WHT-YEAR " ***".
           DISPLAY "*** EMPPAYX: ALLOWANCES PAID -- TAXABLE "
                   WS-ALW-TAXED-HASH ", NON-TAXABLE "
                   WS-ALW-NONTAX-HASH " ***".
           DISPLAY "*** EMPPAYX: LOAN INSTALLMENTS TAKEN "
                   WS-LOAN-COUNT ", TOTAL " WS-LOAN-HASH " ***".
           DISPLAY "*** EMPPAYX: RESIDENT TAX INSTALLMENTS TAKEN "
                   WS-RT-COUNT ", TOTAL " WS-RT-HASH " ***".
           DISPLAY "*** EMPPAYX: EMPLOYER CONTRIBUTIONS "
                   WS-ER-COUNT ", TOTAL " WS-ER-HASH " ***".
           DISPLAY "*** EMPPAYX: EXPENSE CLAIMS REIMBURSED "
                   WS-EXP-COUNT ", TOTAL " WS-EXP-HASH " ***".
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM SEAL-OUTBOUND-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           CALL "CTLREG" USING WS-PROGRAM-NAME, WS-REC-COUNT,
                                WS-HASH-TOTAL.
           MOVE  TERM-COUNT         TO   WS-TERM-REG-COUNT.
           CALL "CTLREG" USING WS-TERM-REG-NAME, WS-TERM-REG-COUNT,
                                WS-TERM-REG-HASH.
      *    ARREARS PAID AND ARREARS STILL PENDING, EACH UNDER ITS OWN
      *    NAME
           CALL "CTLREG" USING WS-ARR-PAID-NAME, WS-ARR-PAID-COUNT,
                                WS-ARR-PAID-HASH.
           CALL "CTLREG" USING WS-ARR-HELD-NAME, WS-ARR-HELD-COUNT,
                                WS-ARR-HELD-HASH.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
           MOVE  WS-AUDIT-START-DATE TO  PXH-RUN-DATE.
           MOVE  WS-AUDIT-START-TIME TO  PXH-RUN-TIME.
           MOVE  DBNAME             TO   PXH-ENVIRONMENT.
           MOVE  WS-PAY-PERIOD      TO   PXH-PAY-PERIOD.
           MOVE  WS-PAY-DATE        TO   PXH-PAY-DATE.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               MOVE  "REHEARSAL"    TO   PXH-REHEARSAL
           END-IF.
           WRITE PAYX-REC.
      ******************************************************************
       WRITE-DETAIL-RECORD.
      ******************************************************************
           PERFORM COMPUTE-PRORATION.
           PERFORM GATHER-EMP-ITEMS.
           PERFORM SUM-EMP-DEDUCTIONS.
           PERFORM TOTAL-EMP-ITEMS.
           PERFORM COMPUTE-WITHHOLDING-TAX.
           PERFORM ADD-EMPLOYER-CONTRIBUTIONS.
           COMPUTE NET-PAY = WS-GROSS-PAY - DED-TOTAL
                           + WS-ITEM-REIMBURSE.
           MOVE  SPACES             TO   PAYX-REC.
           MOVE  "D"                TO   PXD-REC-TYPE.
           MOVE  EMP-NO             TO   PXD-EMP-NO.
           MOVE  EMP-NAME           TO   PXD-EMP-NAME.
           MOVE  WS-GROSS-PAY       TO   PXD-EMP-SALARY.
           MOVE  EMP-DEPT           TO   PXD-EMP-DEPT.
           MOVE  DED-TOTAL          TO   PXD-DED-TOTAL.
           MOVE  NET-PAY            TO   PXD-NET-PAY.
           MOVE  WS-PRORATE-FACTOR  TO   PXD-PRORATE-FACTOR.
           MOVE  WS-PRORATE-BASIS   TO   PXD-PRORATE-BASIS.
           MOVE  WS-DAYS-PAID       TO   PXD-DAYS-PAID.
           MOVE  WS-DAYS-IN-PERIOD  TO   PXD-DAYS-IN-PERIOD.
           MOVE  ZERO               TO   PXD-EXCH-RATE
                                         PXD-CONV-AMOUNT.
           IF  PAY-CCY NOT = SPACES AND PAY-CCY NOT = "JPY"
           END-IF.
           WRITE PAYX-REC.
           ADD  1                   TO   WS-REC-COUNT.
           ADD  WS-GROSS-PAY        TO   WS-HASH-TOTAL.
           ADD  NET-PAY             TO   WS-NET-HASH.
           ADD  1                   TO   WS-ROWS-EXTRACTED.
           PERFORM ARCHIVE-ONE-DETAIL.
           PERFORM WRITE-EMP-ITEMS.
           IF  FUNCTION MOD(WS-REC-COUNT, WS-CHK-INTERVAL) = ZERO
               MOVE  WS-REC-COUNT   TO   WS-CHK-POSITION
                                         WS-CHK-COMMIT
               MOVE  "SAVE"         TO   WS-CHK-ACTION
               CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                                   WS-CHK-POSITION, WS-CHK-COMMIT,
                                   WS-CHK-STATUS
           END-IF.

      ******************************************************************
       SET-PAY-PERIOD.
      ******************************************************************
      *    THE CALENDAR DECIDES WHICH PERIOD THIS RUN PAYS -- A RUN
      *    AFTER ONE PAYDAY IS ALREADY WORKING ON THE NEXT PERIOD,
      *    WHATEVER MONTH THE CLOCK SHOWS
           MOVE  "DATE"             TO   WS-PC-FUNCTION.
           MOVE  WS-AUDIT-START-DATE     TO   WS-PC-DATE.
           CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                WS-PC-STATUS.
           IF  WS-PC-STATUS = "OK"
               MOVE  WS-PC-PERIOD   TO   WS-PAY-PERIOD
               MOVE  WS-PC-PAY-DATE TO   WS-PAY-DATE
               DISPLAY "*** EMPPAYX: PAYING PERIOD " WS-PAY-PERIOD
                       ", PAYDAY " WS-PAY-DATE ", CHANGE CUTOFF "
                       WS-PC-CHG-CUTOFF " ***"
           ELSE
               MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-PAY-PERIOD
               DISPLAY "*** EMPPAYX: RUN DATE " WS-AUDIT-START-DATE
                       " NOT ON THE PAY CALENDAR (" WS-PC-STATUS
                       ") -- PERIOD " WS-PAY-PERIOD " TAKEN FROM THE "
                       "RUN DATE ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       SET-PERIOD-BOUNDARIES.
      ******************************************************************
      *    FIRST DAY, LAST DAY (THE DAY BEFORE THE NEXT PERIOD STARTS)
      *    AND BOTH DAY COUNTS OF THE PERIOD BEING PAID, PLUS THE
      *    SHOP'S PRORATION BASIS
           MOVE  WS-PAY-PERIOD      TO   WS-PERIOD-START(1:6).
           MOVE  01                 TO   WS-PS-DD.
           MOVE  WS-PERIOD-START    TO   PERIOD-START-DATE.
           MOVE  WS-PERIOD-START    TO   WS-NEXT-PERIOD-START.
           IF  WS-NP-MM = 12
               ADD  1               TO   WS-NP-YYYY
               MOVE 01              TO   WS-NP-MM
           ELSE
               ADD  1               TO   WS-NP-MM
           END-IF.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-NEXT-PERIOD-START    TO   WS-DC-DATE-1.
           MOVE  -1                 TO   WS-DC-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   WS-PERIOD-END.
           MOVE  WS-PERIOD-END      TO   PERIOD-END-DATE.
           MOVE  WS-PERIOD-END(7:2) TO   WS-PERIOD-CAL-DAYS.
           MOVE  WS-PERIOD-START    TO   WS-BD-FROM.
           MOVE  WS-PERIOD-END      TO   WS-BD-TO.
           PERFORM COUNT-BUSINESS-DAYS.
           MOVE  WS-BD-COUNT        TO   WS-PERIOD-WORK-DAYS.

           MOVE  "PRORATE-BASIS"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               IF  WS-CFG-VALUE(1:7) = "WORKING"
                   SET  WS-PRORATE-WORKING   TO   TRUE
               ELSE
                   SET  WS-PRORATE-CALENDAR  TO   TRUE
               END-IF
           END-IF.
      *    A CALENDAR WITH NO WORKING DAYS AT ALL CANNOT BE A DIVISOR
           IF  WS-PRORATE-WORKING AND WS-PERIOD-WORK-DAYS = ZERO
               DISPLAY "*** EMPPAYX: NO WORKING DAYS IN PERIOD "
                       WS-PAY-PERIOD " -- CALENDAR BASIS USED ***"
               SET  WS-PRORATE-CALENDAR  TO   TRUE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           DISPLAY "*** EMPPAYX: PERIOD " WS-PERIOD-START " TO "
                   WS-PERIOD-END ", " WS-PERIOD-CAL-DAYS
                   " CALENDAR / " WS-PERIOD-WORK-DAYS
                   " WORKING DAYS, BASIS " WS-PRORATE-BASIS " ***".

      ******************************************************************
       COMPUTE-PRORATION.
      ******************************************************************
      *    THE PAID SPAN IS THE PART OF THE PERIOD BETWEEN HIRE AND
      *    TERMINATION (BOTH INCLUSIVE, ZERO = NOT SET); A FULL-PERIOD
      *    EMPLOYEE SHORT-CUTS TO FACTOR 1 WITHOUT ANY DATE ARITHMETIC
           MOVE  WS-PERIOD-START    TO   WS-PAID-FROM.
           MOVE  WS-PERIOD-END      TO   WS-PAID-TO.
           IF  EMP-HIRE-DATE > WS-PAID-FROM
               MOVE  EMP-HIRE-DATE  TO   WS-PAID-FROM
           END-IF.
           IF  EMP-TERM-DATE NOT = ZERO
           AND EMP-TERM-DATE < WS-PAID-TO
               MOVE  EMP-TERM-DATE  TO   WS-PAID-TO
           END-IF.
           IF  WS-PRORATE-WORKING
               MOVE  WS-PERIOD-WORK-DAYS TO  WS-DAYS-IN-PERIOD
           ELSE
               MOVE  WS-PERIOD-CAL-DAYS  TO  WS-DAYS-IN-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAID-FROM = WS-PERIOD-START
                AND WS-PAID-TO   = WS-PERIOD-END
                   MOVE  WS-DAYS-IN-PERIOD  TO   WS-DAYS-PAID
               WHEN WS-PAID-FROM > WS-PAID-TO
      *            HIRED AFTER, OR GONE BEFORE, THIS PERIOD -- NOTHING
      *            IS OWED FOR IT
                   MOVE  ZERO       TO   WS-DAYS-PAID
               WHEN WS-PRORATE-WORKING
                   MOVE  WS-PAID-FROM   TO   WS-BD-FROM
                   MOVE  WS-PAID-TO     TO   WS-BD-TO
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE  WS-BD-COUNT    TO   WS-DAYS-PAID
               WHEN OTHER
                   MOVE  "DIFF"         TO   WS-DC-FUNCTION
                   MOVE  WS-PAID-FROM   TO   WS-DC-DATE-1
                   MOVE  WS-PAID-TO     TO   WS-DC-DATE-2
                   PERFORM CALL-DATECALC
                   COMPUTE WS-DAYS-PAID = WS-DC-DAYS + 1
           END-EVALUATE.
           IF  WS-DAYS-PAID NOT < WS-DAYS-IN-PERIOD
               MOVE  1              TO   WS-PRORATE-FACTOR
               MOVE  EMP-SALARY     TO   WS-BASIC-PAY
           ELSE
      *        GROSS IS TAKEN STRAIGHT FROM THE DAY RATIO -- THE
      *        FOUR-PLACE FACTOR IS FOR DISPLAY AND MUST NOT DRIVE
      *        THE AMOUNT
               COMPUTE WS-PRORATE-FACTOR ROUNDED =
                       WS-DAYS-PAID / WS-DAYS-IN-PERIOD
               COMPUTE WS-BASIC-PAY ROUNDED =
                       EMP-SALARY * WS-DAYS-PAID / WS-DAYS-IN-PERIOD
               ADD  1               TO   WS-PRORATED-COUNT
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " PRORATED "
                       WS-DAYS-PAID "/" WS-DAYS-IN-PERIOD
                       " DAYS, FACTOR " WS-PRORATE-FACTOR " ***"
           END-IF.

      ******************************************************************
       GATHER-EMP-ITEMS.
      ******************************************************************
      *    EVERY PENDING ARREARS LINE OF THIS EMPLOYEE BECOMES AN
      *    EARNING ITEM OF THIS RUN
           MOVE  ZERO               TO   WS-ITEM-CNT.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-CNT
               IF  WS-ARR-EMP-NO(WS-ARR-IDX) = EMP-NO
               AND WS-ARR-PAID-FLAG(WS-ARR-IDX) = "N"
                   PERFORM ADD-ARREARS-ITEM
               END-IF
           END-PERFORM.
           PERFORM ADD-PREMIUM-ITEMS.
           PERFORM ADD-ALLOWANCE-ITEMS.
           PERFORM ADD-LOAN-ITEMS.
           PERFORM ADD-RESIDENT-TAX-ITEM.
           PERFORM ADD-EXPENSE-ITEMS.

      ******************************************************************
       ADD-ARREARS-ITEM.
      ******************************************************************
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "E"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  "ARREAR"       TO   WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  WS-ARR-AMOUNT(WS-ARR-IDX)
                                    TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  "Y"            TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-ARR-REF-PERIOD(WS-ARR-IDX)
                                    TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  SPACES         TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               STRING "ARREARS FOR PERIOD "
                      WS-ARR-REF-PERIOD(WS-ARR-IDX)
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT(WS-ITEM-CNT)
               MOVE  "Y"            TO   WS-ARR-PAID-FLAG(WS-ARR-IDX)
               ADD  1               TO   WS-ARR-PAID-COUNT
               ADD  WS-ARR-AMOUNT(WS-ARR-IDX)  TO   WS-ARR-PAID-HASH
           ELSE
      *        NO ROOM ON THIS DETAIL -- THE LINE STAYS PENDING FOR
      *        THE NEXT RUN RATHER THAN BEING LOST
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE THAN "
                       "20 ITEMS -- ARREARS FOR "
                       WS-ARR-REF-PERIOD(WS-ARR-IDX) " HELD ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       ADD-PREMIUM-ITEMS.
      ******************************************************************
      *    THE HOURLY RATE IS THE FULL MONTHLY SALARY OVER THE
      *    STANDARD HOURS -- A PRORATED MONTH DOES NOT CHEAPEN THE
      *    HOURS ACTUALLY WORKED
           PERFORM FIND-TIMECARD-ENTRY.
           IF  WS-TC-HIT > ZERO
               ADD  1               TO   WS-TC-PAID-COUNT
               IF  WS-TC-OT-HOURS(WS-TC-HIT) > ZERO
                   MOVE  "OVTIME"   TO   WS-PREM-CODE
                   MOVE  "OVERTIME"     TO   WS-PREM-LABEL
                   MOVE  WS-TC-OT-HOURS(WS-TC-HIT)  TO   WS-PREM-HOURS
                   MOVE  WS-OT-PREMIUM-RATE     TO   WS-PREM-RATE
                   PERFORM ADD-ONE-PREMIUM-ITEM
               END-IF
               IF  WS-TC-NIGHT-HOURS(WS-TC-HIT) > ZERO
                   MOVE  "NIGHT"    TO   WS-PREM-CODE
                   MOVE  "LATE-NIGHT"   TO   WS-PREM-LABEL
                   MOVE  WS-TC-NIGHT-HOURS(WS-TC-HIT)
                                    TO   WS-PREM-HOURS
                   MOVE  WS-NIGHT-PREMIUM-RATE  TO   WS-PREM-RATE
                   PERFORM ADD-ONE-PREMIUM-ITEM
               END-IF
               IF  WS-TC-HOL-HOURS(WS-TC-HIT) > ZERO
                   MOVE  "HOLWRK"   TO   WS-PREM-CODE
                   MOVE  "HOLIDAY"      TO   WS-PREM-LABEL
                   MOVE  WS-TC-HOL-HOURS(WS-TC-HIT) TO   WS-PREM-HOURS
                   MOVE  WS-HOL-PREMIUM-RATE    TO   WS-PREM-RATE
                   PERFORM ADD-ONE-PREMIUM-ITEM
               END-IF
           END-IF.

      ******************************************************************
       ADD-ONE-PREMIUM-ITEM.
      ******************************************************************
           COMPUTE WS-PREM-AMOUNT ROUNDED =
                   EMP-SALARY * WS-PREM-RATE * WS-PREM-HOURS
                 / WS-STD-MONTH-HOURS.
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "E"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  WS-PREM-CODE   TO   WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  WS-PREM-AMOUNT TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  "Y"            TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-TC-PERIOD   TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  WS-PREM-HOURS  TO   D-PREM-HOURS
               MOVE  SPACES         TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               STRING WS-PREM-LABEL DELIMITED BY SPACE
                      " " D-PREM-HOURS " HRS"
                      DELIMITED BY SIZE
                   INTO WS-ITEM-TEXT(WS-ITEM-CNT)
           ELSE
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE THAN "
                       "20 ITEMS -- " WS-PREM-LABEL " PREMIUM OF "
                       WS-PREM-AMOUNT " NOT PAID ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       ADD-ALLOWANCE-ITEMS.
      ******************************************************************
      *    EVERY ALLOWANCE ON FILE FOR THE EMPLOYEE, IN CODE ORDER
           EXEC SQL
               DECLARE CA1 CURSOR FOR
               SELECT ALW_CODE, COALESCE(ALW_AMOUNT, 0),
                      COALESCE(ALW_TAXABLE, 'Y'),
                      COALESCE(ALW_NONTAX_CAP, 0)
                      FROM EMP_ALLOWANCE
                      WHERE EMP_NO = :EMP-NO
                      ORDER BY ALW_CODE
           END-EXEC.
           EXEC SQL
               OPEN CA1
           END-EXEC.
           EXEC SQL
               FETCH CA1 INTO :ALW-CODE, :ALW-AMOUNT, :ALW-TAXABLE,
                              :ALW-NONTAX-CAP
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM ADD-ONE-ALLOWANCE
               EXEC SQL
                   FETCH CA1 INTO :ALW-CODE, :ALW-AMOUNT,
                                  :ALW-TAXABLE, :ALW-NONTAX-CAP
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " ALLOWANCES "
                       "COULD NOT BE READ ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CA1
           END-EXEC.

      ******************************************************************
       ADD-ONE-ALLOWANCE.
      ******************************************************************
      *    A PART PERIOD PAYS THE ALLOWANCE ON THE SAME DAY RATIO AS
      *    THE SALARY; A NON-TAXABLE ALLOWANCE IS TAX-FREE ONLY UP TO
      *    ITS CEILING (ZERO = NO CEILING) AND THE EXCESS IS TAXED
           IF  WS-DAYS-PAID NOT < WS-DAYS-IN-PERIOD
               MOVE  ALW-AMOUNT     TO   WS-ALW-PAY
           ELSE
               COMPUTE WS-ALW-PAY ROUNDED =
                       ALW-AMOUNT * WS-DAYS-PAID / WS-DAYS-IN-PERIOD
           END-IF.
           MOVE  ZERO               TO   WS-ALW-NONTAX.
           IF  ALW-TAXABLE = "N"
               MOVE  WS-ALW-PAY     TO   WS-ALW-NONTAX
               IF  ALW-NONTAX-CAP > ZERO
               AND WS-ALW-PAY > ALW-NONTAX-CAP
                   MOVE  ALW-NONTAX-CAP  TO   WS-ALW-NONTAX
               END-IF
           END-IF.
           COMPUTE WS-ALW-TAXED = WS-ALW-PAY - WS-ALW-NONTAX.
           EVALUATE ALW-CODE
               WHEN "CM"
                   MOVE  "COMMUTING"     TO   WS-ALW-LABEL
               WHEN "HS"
                   MOVE  "HOUSING"       TO   WS-ALW-LABEL
               WHEN "PS"
                   MOVE  "POSITION"      TO   WS-ALW-LABEL
               WHEN "FM"
                   MOVE  "FAMILY"        TO   WS-ALW-LABEL
               WHEN OTHER
                   MOVE  ALW-CODE        TO   WS-ALW-LABEL
           END-EVALUATE.
           MOVE  SPACES             TO   WS-ALW-ITEM-CODE.
           STRING "ALW" ALW-CODE DELIMITED BY SIZE
               INTO WS-ALW-ITEM-CODE.
           IF  WS-ALW-NONTAX > ZERO
               MOVE  WS-ALW-NONTAX  TO   WS-ALW-ITEM-AMOUNT
               MOVE  "N"            TO   WS-ALW-ITEM-TAXABLE
               MOVE  SPACES         TO   WS-ALW-ITEM-TEXT
               STRING WS-ALW-LABEL DELIMITED BY SPACE
                      " ALLOWANCE" DELIMITED BY SIZE
                   INTO WS-ALW-ITEM-TEXT
               PERFORM ADD-ALLOWANCE-ITEM
           END-IF.
           IF  WS-ALW-TAXED > ZERO
               MOVE  WS-ALW-TAXED   TO   WS-ALW-ITEM-AMOUNT
               MOVE  "Y"            TO   WS-ALW-ITEM-TAXABLE
               MOVE  SPACES         TO   WS-ALW-ITEM-TEXT
               IF  ALW-TAXABLE = "N"
      *            THE PART OVER THE CEILING -- ITS OWN CODE SO IT
      *            CANNOT BE MISTAKEN FOR THE TAX-FREE LINE
                   MOVE  "X"        TO   WS-ALW-ITEM-CODE(6:1)
                   STRING WS-ALW-LABEL DELIMITED BY SPACE
                          " OVER LIMIT" DELIMITED BY SIZE
                       INTO WS-ALW-ITEM-TEXT
               ELSE
                   STRING WS-ALW-LABEL DELIMITED BY SPACE
                          " ALLOWANCE" DELIMITED BY SIZE
                       INTO WS-ALW-ITEM-TEXT
               END-IF
               PERFORM ADD-ALLOWANCE-ITEM
           END-IF.

      ******************************************************************
       ADD-LOAN-ITEMS.
      ******************************************************************
      *    EVERY LOAN STARTED BY THIS PERIOD; ONE ALREADY POSTED FOR
      *    THIS PERIOD (A RE-RUN) IS RECOVERED FROM ITS BALANCE BEFORE
      *    THAT POSTING, SO THE RE-RUN TAKES THE SAME INSTALLMENT
           EXEC SQL
               DECLARE CL1 CURSOR FOR
               SELECT LOAN_ID, COALESCE(LOAN_TYPE, 'L'),
                      COALESCE(INSTALLMENT, 0),
                      COALESCE(BALANCE, 0),
                      COALESCE(LAST_PERIOD, 0),
                      COALESCE(LAST_AMOUNT, 0)
                      FROM EMP_LOAN
                      WHERE EMP_NO = :EMP-NO
                        AND START_PERIOD <= :LOAN-PERIOD
                      ORDER BY LOAN_ID
           END-EXEC.
           EXEC SQL
               OPEN CL1
           END-EXEC.
           EXEC SQL
               FETCH CL1 INTO :LN-LOAN-ID, :LN-TYPE, :LN-INSTALLMENT,
                              :LN-BALANCE, :LN-LAST-PERIOD,
                              :LN-LAST-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM ADD-ONE-LOAN
               EXEC SQL
                   FETCH CL1 INTO :LN-LOAN-ID, :LN-TYPE,
                                  :LN-INSTALLMENT, :LN-BALANCE,
                                  :LN-LAST-PERIOD, :LN-LAST-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " LOANS "
                       "COULD NOT BE READ ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CL1
           END-EXEC.

      ******************************************************************
       ADD-ONE-LOAN.
      ******************************************************************
           MOVE  LN-BALANCE         TO   WS-LOAN-OPENING.
           IF  LN-LAST-PERIOD = WS-PAY-PERIOD
               ADD  LN-LAST-AMOUNT  TO   WS-LOAN-OPENING
           END-IF.
           MOVE  LN-INSTALLMENT     TO   WS-LOAN-TAKE.
           IF  WS-LOAN-TAKE > WS-LOAN-OPENING
               MOVE  WS-LOAN-OPENING     TO   WS-LOAN-TAKE
           END-IF.
           IF  WS-LOAN-TAKE > ZERO
               IF  WS-ITEM-CNT < 20
                   ADD  1           TO   WS-ITEM-CNT
                   MOVE  "D"        TO   WS-ITEM-CLASS(WS-ITEM-CNT)
                   MOVE  SPACES     TO   WS-ITEM-CODE(WS-ITEM-CNT)
                   STRING "LN" LN-LOAN-ID DELIMITED BY SIZE
                       INTO WS-ITEM-CODE(WS-ITEM-CNT)
                   MOVE  WS-LOAN-TAKE
                                    TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
                   MOVE  "N"        TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
                   MOVE  WS-PAY-PERIOD
                                    TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
                   MOVE  SPACES     TO   WS-ITEM-TEXT(WS-ITEM-CNT)
                   IF  LN-TYPE = "A"
                       STRING "SALARY ADVANCE " LN-LOAN-ID
                              " RECOVERY" DELIMITED BY SIZE
                           INTO WS-ITEM-TEXT(WS-ITEM-CNT)
                   ELSE
                       STRING "STAFF LOAN " LN-LOAN-ID
                              " INSTALLMENT" DELIMITED BY SIZE
                           INTO WS-ITEM-TEXT(WS-ITEM-CNT)
                   END-IF
                   ADD  1           TO   WS-LOAN-COUNT
                   ADD  WS-LOAN-TAKE     TO   WS-LOAN-HASH
               ELSE
      *            NOT TAKEN THIS PERIOD -- THE BALANCE STANDS AND THE
      *            LOAN RUNS ONE PERIOD LONGER
                   DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE "
                           "THAN 20 ITEMS -- LOAN " LN-LOAN-ID
                           " INSTALLMENT NOT TAKEN ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       ADD-RESIDENT-TAX-ITEM.
      ******************************************************************
      *    THE TAX YEAR RUNS JUNE TO MAY -- JANUARY TO MAY STILL PAY
      *    THE YEAR THAT STARTED THE JUNE BEFORE
           MOVE  "N"                TO   RT-ON-REGISTER.
           MOVE  EMP-NO             TO   RT-EMP-NO.
           MOVE  WS-PS-YYYY         TO   RT-TAX-YEAR.
           IF  WS-PS-MM < 6
               SUBTRACT 1           FROM RT-TAX-YEAR
           END-IF.
           EXEC SQL
               SELECT COALESCE(MUNI_CODE, ' '),
                      COALESCE(MUNI_NAME, ' '),
                      COALESCE(ANNUAL_AMOUNT, 0),
                      COALESCE(JUNE_AMOUNT, 0),
                      COALESCE(MONTHLY_AMOUNT, 0),
                      COALESCE(COLLECTED, 0),
                      COALESCE(LAST_PERIOD, 0),
                      COALESCE(LAST_AMOUNT, 0)
                      INTO :RT-MUNI-CODE, :RT-MUNI-NAME, :RT-ANNUAL,
                           :RT-JUNE-AMOUNT, :RT-MONTHLY-AMOUNT,
                           :RT-COLLECTED, :RT-LAST-PERIOD,
                           :RT-LAST-AMOUNT
                      FROM EMP_RESTAX
                      WHERE EMP_NO = :RT-EMP-NO
                        AND TAX_YEAR = :RT-TAX-YEAR
           END-EXEC.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " RESIDENT TAX "
                       "COULD NOT BE READ ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           IF  SQLCODE = ZERO
               MOVE  "Y"            TO   RT-ON-REGISTER
      *        ALREADY POSTED FOR THIS PERIOD (A RE-RUN) -- START FROM
      *        WHAT HAD BEEN COLLECTED BEFORE IT
               COMPUTE WS-RT-OPENING = RT-ANNUAL - RT-COLLECTED
               IF  RT-LAST-PERIOD = WS-PAY-PERIOD
                   ADD  RT-LAST-AMOUNT   TO   WS-RT-OPENING
               END-IF
               IF  WS-PS-MM = 6
                   MOVE  RT-JUNE-AMOUNT  TO   WS-RT-TAKE
               ELSE
                   MOVE  RT-MONTHLY-AMOUNT
                                    TO   WS-RT-TAKE
               END-IF
      *        LEAVING BETWEEN JANUARY AND MAY -- THE REST OF THE YEAR
      *        COMES OUT OF THE FINAL PAY IN ONE SUM
               IF  EMP-TERM-DATE NOT < WS-PERIOD-START
               AND EMP-TERM-DATE NOT > WS-PERIOD-END
               AND WS-PS-MM < 6
                   MOVE  WS-RT-OPENING   TO   WS-RT-TAKE
               END-IF
               IF  WS-RT-TAKE > WS-RT-OPENING
                   MOVE  WS-RT-OPENING   TO   WS-RT-TAKE
               END-IF
               IF  WS-RT-TAKE > ZERO
                   PERFORM ADD-RESIDENT-TAX-LINE
               END-IF
           END-IF.

      ******************************************************************
       ADD-RESIDENT-TAX-LINE.
      ******************************************************************
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "D"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  "RESTAX"       TO   WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  WS-RT-TAKE     TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  "N"            TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-PAY-PERIOD  TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  SPACES         TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               STRING "RESIDENT TAX " RT-MUNI-NAME DELIMITED BY SIZE
                   INTO WS-ITEM-TEXT(WS-ITEM-CNT)
               ADD  1               TO   WS-RT-COUNT
               ADD  WS-RT-TAKE      TO   WS-RT-HASH
           ELSE
      *        NOT TAKEN THIS PERIOD -- THE BALANCE STANDS AND GOES TO
      *        THE MUNICIPALITY WITH THE NEXT INSTALLMENT OR NOTICE
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE "
                       "THAN 20 ITEMS -- RESIDENT TAX NOT TAKEN ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       ADD-EXPENSE-ITEMS.
      ******************************************************************
      *    EVERY CLAIM OF THE EMPLOYEE STILL WAITING, AND ANY ALREADY
      *    POSTED AS PAID IN THIS PERIOD BY AN EARLIER RUN, IN CLAIM
      *    ORDER
           EXEC SQL
               DECLARE CX1 CURSOR FOR
               SELECT CLAIM_ID, COALESCE(EXP_CATEGORY, ' '),
                      COALESCE(AMOUNT, 0)
                      FROM EMP_EXPENSE
                      WHERE EMP_NO = :EMP-NO
                        AND (STATUS = 'A'
                             OR (STATUS = 'P'
                                 AND PAID_PERIOD = :EXP-PERIOD))
                      ORDER BY CLAIM_ID
           END-EXEC.
           EXEC SQL
               OPEN CX1
           END-EXEC.
           EXEC SQL
               FETCH CX1 INTO :EX-CLAIM-ID, :EX-CATEGORY, :EX-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM ADD-ONE-EXPENSE
               EXEC SQL
                   FETCH CX1 INTO :EX-CLAIM-ID, :EX-CATEGORY,
                                  :EX-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " EXPENSE CLAIMS "
                       "COULD NOT BE READ ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CX1
           END-EXEC.

      ******************************************************************
       ADD-ONE-EXPENSE.
      ******************************************************************
      *    OUTSIDE GROSS AND FREE OF TAX -- THE CLAIM ID LEADS THE
      *    TEXT SO EXPPOST CAN TELL WHICH CLAIM WAS PAID
           EVALUATE EX-CATEGORY
               WHEN "TR"
                   MOVE  "TRAVEL"        TO   WS-EXP-LABEL
               WHEN "AC"
                   MOVE  "ACCOMMODATION" TO   WS-EXP-LABEL
               WHEN "EN"
                   MOVE  "ENTERTAINMENT" TO   WS-EXP-LABEL
               WHEN "CM"
                   MOVE  "COMMUNICATION" TO   WS-EXP-LABEL
               WHEN "SU"
                   MOVE  "SUPPLIES"      TO   WS-EXP-LABEL
               WHEN OTHER
                   MOVE  SPACES          TO   WS-EXP-LABEL
                   STRING "EXPENSES " EX-CATEGORY
                       DELIMITED BY SIZE INTO WS-EXP-LABEL
           END-EVALUATE.
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "R"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  SPACES         TO   WS-ITEM-CODE(WS-ITEM-CNT)
               STRING "EXP" EX-CATEGORY DELIMITED BY SIZE
                   INTO WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  EX-AMOUNT      TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  "N"            TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-PAY-PERIOD  TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  SPACES         TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               STRING EX-CLAIM-ID " " WS-EXP-LABEL
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT(WS-ITEM-CNT)
               ADD  1               TO   WS-EXP-COUNT
               ADD  EX-AMOUNT       TO   WS-EXP-HASH
           ELSE
      *        NOT PAID THIS PERIOD -- THE CLAIM STAYS APPROVED AND
      *        GOES OUT WITH THE NEXT RUN
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE "
                       "THAN 20 ITEMS -- EXPENSE CLAIM " EX-CLAIM-ID
                       " HELD ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       ADD-ALLOWANCE-ITEM.
      ******************************************************************
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "E"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  WS-ALW-ITEM-CODE    TO   WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  WS-ALW-ITEM-AMOUNT
                                    TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  WS-ALW-ITEM-TAXABLE
                                    TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-PAY-PERIOD  TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  WS-ALW-ITEM-TEXT    TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               IF  WS-ALW-ITEM-TAXABLE = "Y"
                   ADD  WS-ALW-ITEM-AMOUNT    TO   WS-ALW-TAXED-HASH
               ELSE
                   ADD  WS-ALW-ITEM-AMOUNT    TO   WS-ALW-NONTAX-HASH
               END-IF
           ELSE
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE THAN "
                       "20 ITEMS -- " WS-ALW-ITEM-TEXT " OF "
                       WS-ALW-ITEM-AMOUNT " NOT PAID ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-EMPLOYER-RATES.
      ******************************************************************
      *    THE EMPLOYEE RATES FIRST, SO A SHOP THAT SETS ONLY THOSE
      *    STILL SPLITS THE PREMIUM EVENLY
           MOVE  "SI-HI-RATE"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-ER-HI-RATE
           END-IF.
           MOVE  "SI-PN-RATE"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-ER-PN-RATE
           END-IF.
           MOVE  "SI-HI-ER-RATE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-ER-HI-RATE
           END-IF.
           MOVE  "SI-PN-ER-RATE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-ER-PN-RATE
           END-IF.
           MOVE  "SI-EI-ER-RATE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-ER-EI-RATE
           END-IF.

      ******************************************************************
       ADD-EMPLOYER-CONTRIBUTIONS.
      ******************************************************************
      *    ONLY A PREMIUM THE EMPLOYEE PAYS HAS AN EMPLOYER SHARE --
      *    SOMEONE OUTSIDE A SCHEME HAS NO DEDUCT ROW FOR IT
           MOVE  WS-PAY-PERIOD      TO   ER-PERIOD.
           MOVE  ZERO               TO   ER-EFF-PERIOD ER-HI-EE
                                         ER-PN-EE ER-UN-EE
                                         ER-HI-STD ER-PN-STD.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DED_CODE = 'HI'
                                        THEN DED_AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DED_CODE = 'PN'
                                        THEN DED_AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DED_CODE = 'UN'
                                        THEN DED_AMOUNT
                                        ELSE 0 END), 0)
                      INTO :ER-HI-EE, :ER-PN-EE, :ER-UN-EE
                      FROM DEDUCT
                      WHERE EMP_NO = :EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   ER-HI-EE ER-PN-EE ER-UN-EE
           END-IF.
           IF  ER-HI-EE NOT = ZERO OR ER-PN-EE NOT = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(EFF_PERIOD), 0)
                          INTO :ER-EFF-PERIOD
                          FROM EMP_SI_GRADE
                          WHERE EMP_NO = :EMP-NO
                            AND EFF_PERIOD <= :ER-PERIOD
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  ZERO       TO   ER-EFF-PERIOD
               END-IF
           END-IF.
           IF  ER-EFF-PERIOD > ZERO
               EXEC SQL
                   SELECT COALESCE(HI_STD, 0), COALESCE(PN_STD, 0)
                          INTO :ER-HI-STD, :ER-PN-STD
                          FROM EMP_SI_GRADE
                          WHERE EMP_NO = :EMP-NO
                            AND EFF_PERIOD = :ER-EFF-PERIOD
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  ZERO       TO   ER-HI-STD ER-PN-STD
               END-IF
           END-IF.
           IF  ER-HI-EE NOT = ZERO
               IF  ER-HI-STD > ZERO
                   COMPUTE WS-ER-AMOUNT ROUNDED =
                           ER-HI-STD * WS-ER-HI-RATE
               ELSE
                   COMPUTE WS-ER-AMOUNT ROUNDED = ER-HI-EE
               END-IF
               MOVE  "ERHI"         TO   WS-ER-CODE
               MOVE  ER-HI-EE       TO   WS-ER-EE-SHARE
               MOVE  "EMPLOYER HEALTH INSURANCE"  TO   WS-ER-TEXT
               PERFORM ADD-EMPLOYER-ITEM
           END-IF.
           IF  ER-PN-EE NOT = ZERO
               IF  ER-PN-STD > ZERO
                   COMPUTE WS-ER-AMOUNT ROUNDED =
                           ER-PN-STD * WS-ER-PN-RATE
               ELSE
                   COMPUTE WS-ER-AMOUNT ROUNDED = ER-PN-EE
               END-IF
               MOVE  "ERPN"         TO   WS-ER-CODE
               MOVE  ER-PN-EE       TO   WS-ER-EE-SHARE
               MOVE  "EMPLOYER PENSION"           TO   WS-ER-TEXT
               PERFORM ADD-EMPLOYER-ITEM
           END-IF.
           IF  ER-UN-EE NOT = ZERO
               COMPUTE WS-ER-AMOUNT ROUNDED =
                       WS-GROSS-PAY * WS-ER-EI-RATE
               MOVE  "EREI"         TO   WS-ER-CODE
               MOVE  ER-UN-EE       TO   WS-ER-EE-SHARE
               MOVE  "EMPLOYER EMPLOYMENT INSURANCE"
                                    TO   WS-ER-TEXT
               PERFORM ADD-EMPLOYER-ITEM
           END-IF.

      ******************************************************************
       ADD-EMPLOYER-ITEM.
      ******************************************************************
      *    CLASS C -- IN NEITHER GROSS NOR NET, SO IT CAN BE ADDED
      *    AFTER THE TOTALS ARE STRUCK
           IF  WS-ITEM-CNT < 20
               ADD  1               TO   WS-ITEM-CNT
               MOVE  "C"            TO   WS-ITEM-CLASS(WS-ITEM-CNT)
               MOVE  WS-ER-CODE     TO   WS-ITEM-CODE(WS-ITEM-CNT)
               MOVE  WS-ER-AMOUNT   TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
               MOVE  "N"            TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
               MOVE  WS-PAY-PERIOD  TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
               MOVE  WS-ER-TEXT     TO   WS-ITEM-TEXT(WS-ITEM-CNT)
               MOVE  WS-ER-EE-SHARE
                                    TO   WS-ITEM-EE-SHARE(WS-ITEM-CNT)
               ADD  1               TO   WS-ER-COUNT
               ADD  WS-ER-AMOUNT    TO   WS-ER-HASH
           ELSE
               DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO " HAS MORE THAN "
                       "20 ITEMS -- " WS-ER-TEXT " OF "
                       WS-ER-AMOUNT " NOT CHARGED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       FIND-TIMECARD-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-TC-HIT.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
                      OR WS-TC-HIT > ZERO
               IF  WS-TC-EMP-NO(WS-TC-IDX) = EMP-NO
                   MOVE  WS-TC-IDX  TO   WS-TC-HIT
                   MOVE  "Y"        TO   WS-TC-USED-FLAG(WS-TC-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       TOTAL-EMP-ITEMS.
      ******************************************************************
      *    EARNINGS INTO GROSS, DEDUCTIONS INTO THE DEDUCTION TOTAL,
      *    REIMBURSEMENTS STRAIGHT INTO NET; EMPLOYER COSTS TOUCH
      *    NONE OF THE THREE
           MOVE  WS-BASIC-PAY       TO   WS-GROSS-PAY
                                         WS-TAXABLE-GROSS.
           MOVE  ZERO               TO   WS-ITEM-REIMBURSE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-CNT
               EVALUATE WS-ITEM-CLASS(WS-ITEM-IDX)
                   WHEN "E"
                       ADD  WS-ITEM-AMOUNT(WS-ITEM-IDX)
                                    TO   WS-GROSS-PAY
                       IF  WS-ITEM-TAXABLE(WS-ITEM-IDX) = "Y"
                           ADD  WS-ITEM-AMOUNT(WS-ITEM-IDX)
                                    TO   WS-TAXABLE-GROSS
                       END-IF
                   WHEN "D"
                       ADD  WS-ITEM-AMOUNT(WS-ITEM-IDX)
                                    TO   DED-TOTAL
                   WHEN "R"
                       ADD  WS-ITEM-AMOUNT(WS-ITEM-IDX)
                                    TO   WS-ITEM-REIMBURSE
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       WRITE-EMP-ITEMS.
      ******************************************************************
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-CNT
               MOVE  SPACES         TO   PAYX-REC
               MOVE  "I"            TO   PXI-REC-TYPE
               MOVE  EMP-NO         TO   PXI-EMP-NO
               MOVE  WS-ITEM-CLASS(WS-ITEM-IDX)   TO   PXI-ITEM-CLASS
               MOVE  WS-ITEM-CODE(WS-ITEM-IDX)    TO   PXI-ITEM-CODE
               MOVE  WS-ITEM-AMOUNT(WS-ITEM-IDX)  TO   PXI-ITEM-AMOUNT
               MOVE  WS-ITEM-TAXABLE(WS-ITEM-IDX) TO   PXI-TAXABLE
               MOVE  WS-ITEM-REF-PERIOD(WS-ITEM-IDX)
                                    TO   PXI-REF-PERIOD
               MOVE  WS-ITEM-TEXT(WS-ITEM-IDX)    TO   PXI-ITEM-TEXT
               WRITE PAYX-REC
               ADD  1               TO   WS-ITEM-REC-COUNT
               ADD  WS-ITEM-AMOUNT(WS-ITEM-IDX)   TO   WS-ITEM-HASH
               PERFORM ARCHIVE-ONE-ITEM
           END-PERFORM.

      ******************************************************************
       COUNT-BUSINESS-DAYS.
      ******************************************************************
      *    START THE WALK FROM THE DAY BEFORE WS-BD-FROM SO A FIRST
      *    DAY THAT IS ITSELF A BUSINESS DAY IS COUNTED
           MOVE  ZERO               TO   WS-BD-COUNT
                                         WS-BD-GUARD.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-BD-FROM         TO   WS-DC-DATE-1.
           MOVE  -1                 TO   WS-DC-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   WS-BD-CURSOR.
           PERFORM UNTIL WS-BD-CURSOR NOT < WS-BD-TO
                      OR WS-DC-STATUS NOT = "OK"
                      OR WS-BD-GUARD > 40
               MOVE  "NEXTBD"       TO   WS-DC-FUNCTION
               MOVE  WS-BD-CURSOR   TO   WS-DC-DATE-1
               PERFORM CALL-DATECALC
               MOVE  WS-DC-RESULT-DATE   TO   WS-BD-CURSOR
               IF  WS-BD-CURSOR NOT > WS-BD-TO
                   ADD  1           TO   WS-BD-COUNT
               END-IF
               ADD  1               TO   WS-BD-GUARD
           END-PERFORM.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.
           IF  WS-DC-STATUS NOT = "OK"
               DISPLAY "*** EMPPAYX: DATECALC " WS-DC-FUNCTION
                       " FAILED ON " WS-DC-DATE-1 ", STATUS "
                       WS-DC-STATUS " ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.

      ******************************************************************
       SUM-EMP-DEDUCTIONS.
      ******************************************************************
      *    A MANUAL INCOME-TAX ENTRY IS LEFT OUT WHEN THE TAX IS
      *    COMPUTED FROM THE TABLE, AND A MANUAL RESIDENT-TAX ONE WHEN
      *    THE NOTICE IS ON THE REGISTER
           MOVE  ZERO               TO   DED-TOTAL
                                         SI-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(DED_AMOUNT), 0),
                      COALESCE(SUM(CASE WHEN DED_CODE IN ('HI', 'PN',
                                                          'UN')
                                        THEN DED_AMOUNT
                                        ELSE 0 END), 0)
                      INTO :DED-TOTAL, :SI-TOTAL
                      FROM DEDUCT
                      WHERE EMP_NO = :EMP-NO
                        AND DED_CODE <> :TAX-DED-CODE
                        AND NOT (DED_CODE = 'RT'
                                 AND :RT-ON-REGISTER = 'Y')
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   DED-TOTAL
                                         SI-TOTAL
           END-IF.

      ******************************************************************
       LOAD-WITHHOLDING-TABLE.
      ******************************************************************
      *    NO TABLE IN FORCE FOR THE PERIOD -- THE MANUAL DEDUCT
      *    ENTRY IS STILL TAKEN, AND THE RUN SAYS SO
           MOVE  "IT"               TO   TAX-DED-CODE.
           MOVE  WS-PERIOD-END      TO   PERIOD-END-DATE.
           COMPUTE AGE16-BORN-BY = (WS-PS-YYYY - 15) * 10000 + 0101.
           MOVE  "WHTAX-EXTRA-DEP"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-WHT-EXTRA-DEP
           END-IF.
           OPEN INPUT WHTAX-FILE.
           IF  WS-WHTAX-OK
               PERFORM UNTIL WS-WHTAX-EOF
                   READ WHTAX-FILE
                       AT END
                           SET WS-WHTAX-EOF TO TRUE
                       NOT AT END
                           IF  WT-EFF-YEAR NOT > WS-PS-YYYY
                           AND WT-EFF-YEAR NOT < WS-WHT-YEAR
                               PERFORM NOTE-WITHHOLDING-BAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHTAX-FILE
           END-IF.
           IF  WS-WHT-CNT = ZERO
               DISPLAY "*** EMPPAYX: NO WITHHOLDING TABLE IN FORCE FOR "
                       WS-PAY-PERIOD ", STATUS " WS-WHTAX-STATUS
                       " -- MANUAL DEDUCT TAX USED ***"
               MOVE  SPACES         TO   TAX-DED-CODE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       NOTE-WITHHOLDING-BAND.
      ******************************************************************
      *    A LATER YEAR THAN THE ONE HELD STARTS THE TABLE AFRESH
           IF  WT-EFF-YEAR > WS-WHT-YEAR
               MOVE  WT-EFF-YEAR    TO   WS-WHT-YEAR
               MOVE  ZERO           TO   WS-WHT-CNT
           END-IF.
           IF  WS-WHT-CNT < 500
               ADD  1               TO   WS-WHT-CNT
               MOVE  WT-FROM        TO   WS-WHT-FROM(WS-WHT-CNT)
               MOVE  WT-TO          TO   WS-WHT-TO(WS-WHT-CNT)
               MOVE  WT-RATE        TO   WS-WHT-RATE(WS-WHT-CNT)
               PERFORM VARYING WS-WHT-DEP-IDX FROM 1 BY 1
                       UNTIL WS-WHT-DEP-IDX > 8
                   MOVE  WT-TAX(WS-WHT-DEP-IDX)
                             TO   WS-WHT-TAX(WS-WHT-CNT, WS-WHT-DEP-IDX)
               END-PERFORM
           ELSE
               DISPLAY "*** EMPPAYX: MORE THAN 500 WITHHOLDING BANDS "
                       "FOR " WT-EFF-YEAR " -- BAND FROM " WT-FROM
                       " IGNORED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       COMPUTE-WITHHOLDING-TAX.
      ******************************************************************
      *    THE BAND HOLDING THE TAXABLE PAY, AT THE DEPENDENT COUNT;
      *    DEPENDENTS BEYOND THE SEVENTH EACH TAKE A FURTHER CREDIT
           MOVE  ZERO               TO   WS-WHT-AMOUNT
                                         WS-WHT-HIT.
           IF  WS-WHT-CNT > ZERO
               PERFORM FIND-WITHHOLDING-BAND
               IF  WS-WHT-HIT = ZERO
                   DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO
                           " TAXABLE PAY " WS-TAXABLE-PAY
                           " NOT ON THE WITHHOLDING TABLE -- NO TAX "
                           "WITHHELD ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           IF  WS-WHT-HIT > ZERO
               IF  DEP-COUNT > 7
                   MOVE  8          TO   WS-WHT-DEP-IDX
               ELSE
                   COMPUTE WS-WHT-DEP-IDX = DEP-COUNT + 1
               END-IF
      *        WHOLE YEN -- ANY FRACTION OFF THE RATE IS DROPPED
               COMPUTE WS-WHT-AMOUNT =
                       WS-WHT-TAX(WS-WHT-HIT, WS-WHT-DEP-IDX)
                     + (WS-TAXABLE-PAY - WS-WHT-FROM(WS-WHT-HIT))
                     * WS-WHT-RATE(WS-WHT-HIT)
               IF  DEP-COUNT > 7
                   COMPUTE WS-WHT-AMOUNT = WS-WHT-AMOUNT
                           - (DEP-COUNT - 7) * WS-WHT-EXTRA-DEP
               END-IF
           END-IF.
           IF  WS-WHT-AMOUNT > ZERO
               IF  WS-ITEM-CNT < 20
                   ADD  1           TO   WS-ITEM-CNT
                   MOVE  "D"        TO   WS-ITEM-CLASS(WS-ITEM-CNT)
                   MOVE  "INCTAX"   TO   WS-ITEM-CODE(WS-ITEM-CNT)
                   MOVE  WS-WHT-AMOUNT
                                    TO   WS-ITEM-AMOUNT(WS-ITEM-CNT)
                   MOVE  "N"        TO   WS-ITEM-TAXABLE(WS-ITEM-CNT)
                   MOVE  WS-PAY-PERIOD
                                    TO   WS-ITEM-REF-PERIOD(WS-ITEM-CNT)
                   MOVE  DEP-COUNT  TO   D-WHT-DEPS
                   MOVE  SPACES     TO   WS-ITEM-TEXT(WS-ITEM-CNT)
                   STRING "INCOME TAX, " D-WHT-DEPS " DEPENDENT(S)"
                       DELIMITED BY SIZE
                       INTO WS-ITEM-TEXT(WS-ITEM-CNT)
                   ADD  WS-WHT-AMOUNT    TO   DED-TOTAL
                   ADD  1           TO   WS-WHT-COUNT
                   ADD  WS-WHT-AMOUNT    TO   WS-WHT-HASH
               ELSE
                   DISPLAY "*** EMPPAYX: EMP_NO " EMP-NO
                           " HAS MORE THAN 20 ITEMS -- INCOME TAX OF "
                           WS-WHT-AMOUNT " NOT WITHHELD ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       FIND-WITHHOLDING-BAND.
      ******************************************************************
           COMPUTE WS-TAXABLE-PAY = WS-TAXABLE-GROSS - SI-TOTAL.
           IF  WS-TAXABLE-PAY < ZERO
               MOVE  ZERO           TO   WS-TAXABLE-PAY
           END-IF.
           MOVE  ZERO               TO   DEP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DEP-COUNT
                      FROM EMP_DEPENDENT
                      WHERE EMP_NO = :EMP-NO
                        AND COALESCE(DEP_INCOME_OK, 'N') = 'Y'
                        AND COALESCE(DEP_START_DATE, 0)
                            <= :PERIOD-END-DATE
                        AND (COALESCE(DEP_END_DATE, 0) = 0
                          OR DEP_END_DATE >= :PERIOD-END-DATE)
                        AND (DEP_RELATION = 'SP'
                          OR COALESCE(DEP_BIRTHDATE, 0)
                             < :AGE16-BORN-BY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   DEP-COUNT
           END-IF.
           PERFORM VARYING WS-WHT-IDX FROM 1 BY 1
                   UNTIL WS-WHT-IDX > WS-WHT-CNT
                      OR WS-WHT-HIT > ZERO
               IF  WS-TAXABLE-PAY NOT < WS-WHT-FROM(WS-WHT-IDX)
               AND WS-TAXABLE-PAY < WS-WHT-TO(WS-WHT-IDX)
                   MOVE  WS-WHT-IDX TO   WS-WHT-HIT
               END-IF
           END-PERFORM.
      ******************************************************************
       WRITE-TRAILER-RECORD.
      ******************************************************************
           MOVE  WS-REC-COUNT       TO   PXT-REC-COUNT.
           MOVE  WS-HASH-TOTAL      TO   PXT-HASH-TOTAL.
           MOVE  WS-NET-HASH        TO   PXT-NET-HASH.
           MOVE  WS-ITEM-REC-COUNT  TO   PXT-ITEM-COUNT.
           MOVE  WS-ITEM-HASH       TO   PXT-ITEM-HASH.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-CNT
               MOVE  WS-CCY-CODE   (WS-CCY-IDX)
      ******************************************************************
       OPEN-PERIOD-ARCHIVE.
      ******************************************************************
      *    A REHEARSAL PAYS NOTHING, SO NOTHING GOES ON THE ARCHIVE --
      *    WITH THE FILE LEFT SHUT, THE DETAIL, ITEM AND TRAILER
      *    WRITES BELOW ALL PASS IT BY
           IF  RH-REHEARSAL
               DISPLAY "*** EMPPAYX: REHEARSAL -- PERIOD NOT "
                       "ARCHIVED ***"
           ELSE
               OPEN EXTEND PARCH-FILE
               IF  WS-PARCH-NEW
                   OPEN OUTPUT PARCH-FILE
               END-IF
               IF  WS-PARCH-OK
                   SET  WS-PARCH-OPEN   TO   TRUE
               ELSE
                   DISPLAY "*** EMPPAYX: PAYARCH.DAT NOT WRITABLE, "
                           "STATUS " WS-PARCH-STATUS " -- PERIOD NOT "
                           "ARCHIVED ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
               MOVE  WS-PAY-PERIOD  TO   PA6-PERIOD
               MOVE  EMP-NO         TO   PA6-EMP-NO
               MOVE  EMP-NAME       TO   PA6-EMP-NAME
               MOVE  WS-GROSS-PAY   TO   PA6-GROSS
               MOVE  DED-TOTAL      TO   PA6-DED
               MOVE  NET-PAY        TO   PA6-NET
               MOVE  WS-PRORATE-FACTOR   TO   PA6-PRORATE-FACTOR
               MOVE  WS-PRORATE-BASIS    TO   PA6-PRORATE-BASIS
               MOVE  WS-DAYS-PAID        TO   PA6-DAYS-PAID
               MOVE  WS-DAYS-IN-PERIOD   TO   PA6-DAYS-IN-PERIOD
               MOVE  ZERO           TO   PA6-DAYS-WORKED
                                         PA6-REG-HOURS
                                         PA6-OT-HOURS
                                         PA6-NIGHT-HOURS
                                         PA6-HOL-HOURS
               PERFORM FIND-TIMECARD-ENTRY
               IF  WS-TC-HIT > ZERO
                   MOVE  WS-TC-DAYS(WS-TC-HIT)  TO   PA6-DAYS-WORKED
                   MOVE  WS-TC-REG-HOURS(WS-TC-HIT)
                                    TO   PA6-REG-HOURS
                   MOVE  WS-TC-OT-HOURS(WS-TC-HIT)
                                    TO   PA6-OT-HOURS
                   MOVE  WS-TC-NIGHT-HOURS(WS-TC-HIT)
                                    TO   PA6-NIGHT-HOURS
                   MOVE  WS-TC-HOL-HOURS(WS-TC-HIT)
                                    TO   PA6-HOL-HOURS
               END-IF
               WRITE PARCH-REC
               ADD  WS-GROSS-PAY    TO   WS-ARCH-GROSS
               ADD  DED-TOTAL       TO   WS-ARCH-DED
               ADD  NET-PAY         TO   WS-ARCH-NET
           END-IF.

      ******************************************************************
       ARCHIVE-ONE-ITEM.
      ******************************************************************
      *    THE ITEM FOLLOWS ITS DETAIL ON THE ARCHIVE TOO; THE DETAIL
      *    ALREADY CARRIES IT IN GROSS/DED/NET, SO IT STAYS OUT OF THE
      *    PERIOD TRAILER'S TOTALS
           IF  WS-PARCH-OPEN
               MOVE  SPACES         TO   PARCH-REC
               MOVE  "I"            TO   PA6-REC-TYPE
               MOVE  WS-PAY-PERIOD  TO   PA6-PERIOD
               MOVE  EMP-NO         TO   PA6-EMP-NO
               MOVE  WS-ITEM-CLASS(WS-ITEM-IDX)   TO   PA6-ITEM-CLASS
               MOVE  WS-ITEM-CODE(WS-ITEM-IDX)    TO   PA6-ITEM-CODE
               MOVE  WS-ITEM-TAXABLE(WS-ITEM-IDX) TO   PA6-ITEM-TAXABLE
               MOVE  WS-ITEM-REF-PERIOD(WS-ITEM-IDX)
                                    TO   PA6-ITEM-REF-PERIOD
               MOVE  WS-ITEM-TEXT(WS-ITEM-IDX)    TO   PA6-ITEM-TEXT
               MOVE  WS-ITEM-AMOUNT(WS-ITEM-IDX)  TO   PA6-GROSS
               MOVE  ZERO           TO   PA6-DED
                                         PA6-NET
               IF  WS-ITEM-CLASS(WS-ITEM-IDX) = "C"
                   MOVE  WS-ITEM-EE-SHARE(WS-ITEM-IDX) TO   PA6-DED
               END-IF
               WRITE PARCH-REC
           END-IF.

      ******************************************************************
       LOAD-PENDING-ARREARS.
      ******************************************************************
      *    NO PENDING FILE JUST MEANS NO ARREARS HAVE EVER BEEN RAISED
           OPEN INPUT ARRPND-FILE.
           IF  WS-ARRPND-OK
               SET  WS-ARR-LOADED   TO   TRUE
               PERFORM UNTIL WS-ARRPND-EOF
                   READ ARRPND-FILE
                       AT END
                           SET WS-ARRPND-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-PENDING-ARREARS
                   END-READ
               END-PERFORM
               CLOSE ARRPND-FILE
           END-IF.

      ******************************************************************
       NOTE-PENDING-ARREARS.
      ******************************************************************
           IF  WS-ARR-CNT < 500
               ADD  1               TO   WS-ARR-CNT
               MOVE  AP-EMP-NO      TO   WS-ARR-EMP-NO(WS-ARR-CNT)
               MOVE  AP-REF-PERIOD  TO   WS-ARR-REF-PERIOD(WS-ARR-CNT)
               MOVE  AP-AMOUNT      TO   WS-ARR-AMOUNT(WS-ARR-CNT)
               MOVE  "N"            TO   WS-ARR-PAID-FLAG(WS-ARR-CNT)
               MOVE  ARRPND-REC     TO   WS-ARR-IMAGE(WS-ARR-CNT)
           ELSE
      *        A LINE THAT DOES NOT FIT WOULD BE DROPPED BY THE
      *        REWRITE -- REFUSE TO REWRITE RATHER THAN LOSE IT
               DISPLAY "*** EMPPAYX: MORE THAN 500 PENDING ARREARS "
                       "LINES -- ARREARS.PND LEFT AS IS ***"
               MOVE  "N"            TO   WS-ARR-LOADED-FLAG
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-TIMECARD-HOURS.
      ******************************************************************
      *    NO TIMECARD FILE MEANS NO PREMIUMS THIS PERIOD -- SALARIED
      *    PAY STILL GOES OUT
           MOVE  WS-PAY-PERIOD      TO   WS-TC-PERIOD.
           MOVE  "TIMECARD-PERIOD"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:6) NUMERIC
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-TC-PERIOD
           END-IF.
           MOVE  "STD-MONTH-HOURS"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-STD-MONTH-HOURS
           END-IF.
           IF  WS-STD-MONTH-HOURS = ZERO
               MOVE  160            TO   WS-STD-MONTH-HOURS
           END-IF.
           MOVE  "OT-PREMIUM-RATE"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-OT-PREMIUM-RATE
           END-IF.
           MOVE  "NIGHT-PREMIUM-RATE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-NIGHT-PREMIUM-RATE
           END-IF.
           MOVE  "HOL-PREMIUM-RATE" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-HOL-PREMIUM-RATE
           END-IF.
           OPEN INPUT TCARD-FILE.
           IF  WS-TCARD-OK
               PERFORM UNTIL WS-TCARD-EOF
                   READ TCARD-FILE
                       AT END
                           SET WS-TCARD-EOF TO TRUE
                       NOT AT END
                           IF  TCD-WORK-PERIOD = WS-TC-PERIOD
                               ADD  1   TO   WS-TC-CARDS-READ
                               PERFORM NOTE-TIMECARD-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TCARD-FILE
           END-IF.

      ******************************************************************
       NOTE-TIMECARD-HOURS.
      ******************************************************************
      *    CARDS COME GROUPED BY EMPLOYEE, SO THE LAST ENTRY IS TRIED
      *    BEFORE THE TABLE IS SEARCHED
           MOVE  ZERO               TO   WS-TC-HIT.
           IF  WS-TC-CNT > ZERO
           AND WS-TC-EMP-NO(WS-TC-CNT) = TCD-EMP-NO
               MOVE  WS-TC-CNT      TO   WS-TC-HIT
           END-IF.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
                      OR WS-TC-HIT > ZERO
               IF  WS-TC-EMP-NO(WS-TC-IDX) = TCD-EMP-NO
                   MOVE  WS-TC-IDX  TO   WS-TC-HIT
               END-IF
           END-PERFORM.
           IF  WS-TC-HIT = ZERO
               IF  WS-TC-CNT < 2000
                   ADD  1           TO   WS-TC-CNT
                   MOVE  WS-TC-CNT  TO   WS-TC-HIT
                   MOVE  TCD-EMP-NO TO   WS-TC-EMP-NO(WS-TC-HIT)
                   MOVE  ZERO       TO   WS-TC-OT-HOURS(WS-TC-HIT)
                                         WS-TC-NIGHT-HOURS(WS-TC-HIT)
                                         WS-TC-HOL-HOURS(WS-TC-HIT)
                                         WS-TC-REG-HOURS(WS-TC-HIT)
                                         WS-TC-DAYS(WS-TC-HIT)
                   MOVE  "N"        TO   WS-TC-USED-FLAG(WS-TC-HIT)
               ELSE
                   DISPLAY "*** EMPPAYX: MORE THAN 2000 EMPLOYEES ON "
                           "TIMECARD.CHK -- EMP_NO " TCD-EMP-NO
                           " HOURS NOT PAID ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           IF  WS-TC-HIT > ZERO
               ADD  TCD-OT-HOURS    TO   WS-TC-OT-HOURS(WS-TC-HIT)
               ADD  TCD-NIGHT-HOURS TO   WS-TC-NIGHT-HOURS(WS-TC-HIT)
               ADD  TCD-HOL-HOURS   TO   WS-TC-HOL-HOURS(WS-TC-HIT)
               ADD  TCD-REG-HOURS   TO   WS-TC-REG-HOURS(WS-TC-HIT)
               IF  TCD-REG-HOURS > ZERO OR TCD-HOL-HOURS > ZERO
                   ADD  1           TO   WS-TC-DAYS(WS-TC-HIT)
               END-IF
           END-IF.

      ******************************************************************
       REPORT-UNMATCHED-TIMECARDS.
      ******************************************************************
      *    HOURS FOR SOMEONE THE EXTRACT NEVER PAID (UNKNOWN OR
      *    ALREADY GONE) -- LISTED, NOT SILENTLY DROPPED
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
               IF  WS-TC-USED-FLAG(WS-TC-IDX) = "N"
                   ADD  1           TO   WS-TC-UNMATCHED
                   DISPLAY "*** EMPPAYX: TIMECARD HOURS FOR EMP_NO "
                           WS-TC-EMP-NO(WS-TC-IDX)
                           " NOT ON THE EXTRACT -- NOT PAID ***"
               END-IF
           END-PERFORM.
           IF  WS-TC-UNMATCHED > ZERO AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       MARK-ARREARS-PAID.
      ******************************************************************
      *    RESTART -- AN ARREARS LINE ALREADY ON THE EXTRACT FROM THE
      *    ABENDED RUN COUNTS AS PAID
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-CNT
               IF  WS-ARR-EMP-NO(WS-ARR-IDX) = PXI-EMP-NO
               AND WS-ARR-REF-PERIOD(WS-ARR-IDX) = PXI-REF-PERIOD
               AND WS-ARR-PAID-FLAG(WS-ARR-IDX) = "N"
                   MOVE  "Y"        TO   WS-ARR-PAID-FLAG(WS-ARR-IDX)
                   ADD  1           TO   WS-ARR-PAID-COUNT
                   ADD  WS-ARR-AMOUNT(WS-ARR-IDX)
                                    TO   WS-ARR-PAID-HASH
               END-IF
           END-PERFORM.

      ******************************************************************
       REPLACE-PENDING-ARREARS.
      ******************************************************************
      *    ONLY THE LINES THIS RUN DID NOT PAY GO BACK -- A LEAVER'S
      *    ARREARS WITH NO DETAIL TO RIDE ON STAY FOR PAYROLL TO SEE
           IF  WS-ARR-LOADED
               OPEN OUTPUT ARRPND-FILE
               IF  NOT WS-ARRPND-OK
                   DISPLAY "*** EMPPAYX: UNABLE TO REWRITE ARREARS.PND"
                           ", STATUS " WS-ARRPND-STATUS " ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               ELSE
                   PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                           UNTIL WS-ARR-IDX > WS-ARR-CNT
                       IF  WS-ARR-PAID-FLAG(WS-ARR-IDX) = "N"
                           MOVE  WS-ARR-IMAGE(WS-ARR-IDX)
                                    TO   ARRPND-REC
                           WRITE ARRPND-REC
                           ADD  1   TO   WS-ARR-HELD-COUNT
                           ADD  WS-ARR-AMOUNT(WS-ARR-IDX)
                                    TO   WS-ARR-HELD-HASH
                       END-IF
                   END-PERFORM
                   CLOSE ARRPND-FILE
               END-IF
           END-IF.

      ******************************************************************
       CLOSE-PERIOD-ARCHIVE.
      ******************************************************************
                                   PERFORM NOTE-CCY-TOTAL
                               END-IF
                           END-IF
                           IF  PXI-REC-TYPE = "I"
                               ADD  1            TO   WS-ITEM-REC-COUNT
                               ADD  PXI-ITEM-AMOUNT   TO  WS-ITEM-HASH
                               IF  PXI-ITEM-CODE = "ARREAR"
                                   PERFORM MARK-ARREARS-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYX-FILE
               MOVE "WARN"              TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       SEAL-OUTBOUND-FILE.
      ******************************************************************
      *    THE GROSS HASH IS THE CONTROL TOTAL THE TRAILER CARRIES
           MOVE  "SEAL"             TO   WS-XS-ACTION.
           MOVE  WS-PAYX-NAME       TO   WS-XS-FILE-NAME.
           MOVE  WS-REC-COUNT       TO   WS-XS-REC-COUNT.
           MOVE  WS-HASH-TOTAL      TO   WS-XS-CONTROL-TOTAL.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               DISPLAY "*** EMPPAYX: " WS-PAYX-NAME
                       " SEALED AS GENERATION " WS-XS-GENERATION
                       " ***"
           ELSE
               DISPLAY "*** EMPPAYX: " WS-PAYX-NAME
                       " COULD NOT BE SEALED, STATUS " WS-XS-STATUS
                       " -- IT CANNOT BE SENT ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-DB-PARMS.
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
               DISPLAY "*** EMPPAYX: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-PAYCTL-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYCTL-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-ARRPND-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ARRPND-NAME
               MOVE  WS-TCARD-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TCARD-NAME
               IF  WS-CO-ROLE NOT = "P"
                   MOVE  SPACES     TO   WS-CHK-OWNER
                   STRING WS-PROGRAM-NAME DELIMITED BY SPACE
                          WS-CO-CODE      DELIMITED BY SIZE
                       INTO WS-CHK-OWNER
               END-IF
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
