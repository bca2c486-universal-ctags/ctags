      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  WAGELDGR --- statutory wage ledger (CHINGIN DAICHO): builds
      *               each employee's ledger off the pay archive
      *               (PAYARCH.DAT) -- one line per pay period with
      *               the days paid and worked, the hours worked
      *               (regular, overtime, late-night, holiday), gross,
      *               deductions and net, every archived earning and
      *               deduction item beneath it, and the year's totals
      *               by item -- for a fiscal year, a named employee,
      *               or both (LEDGPARM.DAT).  Works from the archive
      *               alone, so a leaver's ledger prints the same after
      *               they have left the live table.  One section per
      *               employee through VIRTUAL-PRINTER's wide carriage,
      *               with the title block and page number on every
      *               page -- instead of photocopied pay slips.
      *               Each group company keeps its own ledger off its
      *               own PAYARCH.DAT, on its own LEDGPARM.DAT card.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 WAGELDGR.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    OPTIONAL PARAMETER CARD -- FISCAL YEAR (THE YEAR IT STARTS
      *    IN) AND/OR EMP_NO; BLANK YEAR WITH AN EMP_NO MEANS EVERY
      *    PERIOD ON THE ARCHIVE, NO CARD MEANS THE CURRENT FISCAL
      *    YEAR FOR EVERYBODY
           SELECT LGPRM-FILE       ASSIGN TO DYNAMIC WS-LGPRM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPRM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
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
      *    PA6-GROSS ITS AMOUNT -- ALREADY INSIDE THE DETAIL'S FIGURES
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
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.
           05  FILLER              PIC  X.
           05  PA6-DAYS-PAID       PIC  9(02).
           05  FILLER              PIC  X.
           05  PA6-DAYS-IN-PERIOD  PIC  9(02).
      *    DAYS AND HOURS WORKED -- BLANK ON RECORDS ARCHIVED BEFORE
      *    THE ARCHIVE CARRIED THEM
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

       FD  LGPRM-FILE.
       01  LGPRM-REC.
           05  LP-YEAR             PIC  X(04).
           05  FILLER              PIC  X.
           05  LP-EMP-NO           PIC  X(04).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "WAGELDGR".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-LGPRM-STATUS         PIC  X(02).
           88  WS-LGPRM-OK         VALUE "00".
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    SELECTION -- FISCAL YEAR AS A PERIOD RANGE, AND ONE EMP_NO
      *    (ZERO = EVERYBODY)
       01  WS-FISCAL-START-MONTH   PIC  9(02) VALUE 04.
       01  WS-FISCAL-YEAR          PIC  9(04) VALUE ZERO.
       01  WS-CUR-PERIOD           PIC  9(06).
       01  WS-CUR-PERIOD-R         REDEFINES WS-CUR-PERIOD.
           05  WS-CP-YYYY          PIC  9(04).
           05  WS-CP-MM            PIC  9(02).
       01  WS-FROM-PERIOD          PIC  9(06) VALUE ZERO.
       01  WS-FROM-PERIOD-R        REDEFINES WS-FROM-PERIOD.
           05  WS-FP-YYYY          PIC  9(04).
           05  WS-FP-MM            PIC  9(02).
       01  WS-TO-PERIOD            PIC  9(06) VALUE 999999.
       01  WS-TO-PERIOD-R          REDEFINES WS-TO-PERIOD.
           05  WS-TP-YYYY          PIC  9(04).
           05  WS-TP-MM            PIC  9(02).
       01  WS-SEL-EMP-NO           PIC  9(04) VALUE ZERO.
      *    THE EMPLOYEES ON THE LEDGER, KEPT IN EMP_NO ORDER; THE
      *    NAME IS THE LATEST ARCHIVED
       01  WS-EMP-TABLE.
           05  WS-EMP-CNT          PIC  9(04) VALUE ZERO.
           05  WS-EMP-ENTRY        OCCURS 1000.
               10  WS-ET-EMP-NO    PIC  9(04).
               10  WS-ET-NAME      PIC  X(60).
       01  WS-EMP-IDX              PIC  9(04).
       01  WS-EMP-HIT              PIC  9(04).
       01  WS-EMP-MOVE             PIC  9(04).
      *    ONE ENTRY PER EMPLOYEE PER PERIOD -- A RE-ARCHIVED DETAIL
      *    REPLACES ITS EARLIER IMAGE AND THAT IMAGE'S ITEMS
       01  WS-PER-TABLE.
           05  WS-PER-CNT          PIC  9(04) VALUE ZERO.
           05  WS-PER-ENTRY        OCCURS 6000.
               10  WS-PT-EMP-NO    PIC  9(04).
               10  WS-PT-PERIOD    PIC  9(06).
               10  WS-PT-GROSS     PIC S9(09)V9(02).
               10  WS-PT-DED       PIC S9(09)V9(02).
               10  WS-PT-NET       PIC S9(09)V9(02).
               10  WS-PT-DAYS-PAID PIC  9(02).
               10  WS-PT-DAYS-IN   PIC  9(02).
               10  WS-PT-DAYS-WORKED
                                   PIC  9(02).
               10  WS-PT-REG-HOURS PIC  9(03)V9(02).
               10  WS-PT-OT-HOURS  PIC  9(03)V9(02).
               10  WS-PT-NIGHT-HOURS
                                   PIC  9(03)V9(02).
               10  WS-PT-HOL-HOURS PIC  9(03)V9(02).
               10  WS-PT-ITEM-FIRST
                                   PIC  9(05).
               10  WS-PT-ITEM-CNT  PIC  9(02).
       01  WS-PER-IDX              PIC  9(04).
       01  WS-PER-HIT              PIC  9(04).
      *    THE DETAIL THE FOLLOWING ITEM RECORDS BELONG TO (ZERO =
      *    A DETAIL OUTSIDE THE SELECTION)
       01  WS-CUR-PER              PIC  9(04) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-CNT          PIC  9(05) VALUE ZERO.
           05  WS-ITM-ENTRY        OCCURS 12000.
               10  WS-IT-CLASS     PIC  X.
               10  WS-IT-CODE      PIC  X(06).
               10  WS-IT-TEXT      PIC  X(30).
               10  WS-IT-AMOUNT    PIC S9(09)V9(02).
       01  WS-ITM-IDX              PIC  9(05).
       01  WS-ITM-LAST             PIC  9(05).
      *    ONE EMPLOYEE'S YEAR TOTALS, BY COLUMN AND BY ITEM
       01  WS-YEAR-TOTALS.
           05  WS-YT-PERIODS       PIC  9(03).
           05  WS-YT-DAYS-PAID     PIC  9(04).
           05  WS-YT-DAYS-WORKED   PIC  9(04).
           05  WS-YT-REG-HOURS     PIC  9(05)V9(02).
           05  WS-YT-OT-HOURS      PIC  9(05)V9(02).
           05  WS-YT-NIGHT-HOURS   PIC  9(05)V9(02).
           05  WS-YT-HOL-HOURS     PIC  9(05)V9(02).
           05  WS-YT-GROSS         PIC S9(11)V9(02).
           05  WS-YT-DED           PIC S9(11)V9(02).
           05  WS-YT-NET           PIC S9(11)V9(02).
       01  WS-CODE-TABLE.
           05  WS-CODE-CNT         PIC  9(02).
           05  WS-CODE-ENTRY       OCCURS 40.
               10  WS-CT-CLASS     PIC  X.
               10  WS-CT-CODE      PIC  X(06).
               10  WS-CT-TEXT      PIC  X(30).
               10  WS-CT-AMOUNT    PIC S9(11)V9(02).
       01  WS-CODE-IDX             PIC  9(02).
       01  WS-CODE-HIT             PIC  9(02).
      *    THE PART OF A PERIOD'S DEDUCTIONS NOT ITEMIZED ON THE
      *    ARCHIVE -- THE STANDING DEDUCT-TABLE AMOUNTS (SOCIAL
      *    INSURANCE AND THE LIKE)
       01  WS-ITEMIZED-DED         PIC S9(09)V9(02).
       01  WS-STANDING-DED         PIC S9(09)V9(02).
       01  WS-CLASS-WORD           PIC  X(10).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-RECS-READ            PIC  9(07) VALUE ZERO.
       01  WS-LEDGERS-PRINTED      PIC  9(06) VALUE ZERO.
       01  WS-LINES-PRINTED        PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-LGPRM-NAME           PIC  X(40) VALUE "LEDGPARM.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./wageldgr.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-SELECTION-TEXT       PIC  X(60).
       01  D-PERIOD                PIC  9999/99.
       01  D-DAYS                  PIC  ZZ9.
       01  D-HOURS                 PIC  ZZ,ZZ9.99.
       01  D-AMOUNT                PIC  ---,---,---,--9.
       01  D-COL-DAYS-PAID         PIC  ZZ9.
       01  D-COL-DAYS-WORKED       PIC  ZZ9.
       01  D-COL-REG               PIC  ZZ,ZZ9.99.
       01  D-COL-OT                PIC  ZZ,ZZ9.99.
       01  D-COL-NIGHT             PIC  ZZ,ZZ9.99.
       01  D-COL-HOL               PIC  ZZ,ZZ9.99.
       01  D-COL-GROSS             PIC  ---,---,---,--9.
       01  D-COL-DED               PIC  ---,---,---,--9.
       01  D-COL-NET               PIC  ---,---,---,--9.
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- THE TITLE BLOCK
      *    CARRIES THE LEDGER TITLE, THE EMPLOYEE AND THE COLUMN
      *    HEADINGS ONTO EVERY PAGE WITH ITS PAGE NUMBER
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** WAGELDGR STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** WAGELDGR: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-LEDGER-PARM.

           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** WAGELDGR: UNABLE TO OPEN PAYARCH.DAT, "
                       "STATUS: " WS-PARCH-STATUS " -- NO RETAINED "
                       "PERIODS ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PARCH-EOF
               READ PARCH-FILE
                   AT END
                       SET WS-PARCH-EOF TO TRUE
                   NOT AT END
                       ADD  1       TO   WS-RECS-READ
                       PERFORM NOTE-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PARCH-FILE.

           IF  WS-EMP-CNT = ZERO
               DISPLAY "*** WAGELDGR: NOTHING ON PAYARCH.DAT FOR "
                       WS-SELECTION-TEXT " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 4                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-LEDGER-SPOOL.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
               PERFORM PRINT-ONE-LEDGER
           END-PERFORM.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** WAGELDGR FINISHED -- " WS-LEDGERS-PRINTED
                   " LEDGER(S), " WS-PER-CNT " PERIOD LINE(S) FOR "
                   WS-SELECTION-TEXT " ***".
           IF  WS-TABLE-FULL AND WS-AUDIT-STATUS = "OK"
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
       LOAD-LEDGER-PARM.
      ******************************************************************
           OPEN INPUT LGPRM-FILE.
           IF  WS-LGPRM-OK
               READ LGPRM-FILE
                   NOT AT END
                       IF  LP-YEAR NUMERIC
                           MOVE  LP-YEAR     TO   WS-FISCAL-YEAR
                       END-IF
                       IF  LP-EMP-NO NUMERIC
                           MOVE  LP-EMP-NO   TO   WS-SEL-EMP-NO
                       END-IF
               END-READ
               CLOSE LGPRM-FILE
           END-IF.
      *    NO YEAR AND NO EMPLOYEE -- THE FISCAL YEAR OF THE PERIOD
      *    BEING PAID NOW
           IF  WS-FISCAL-YEAR = ZERO AND WS-SEL-EMP-NO = ZERO
               PERFORM SET-CURRENT-PERIOD
               MOVE  WS-CP-YYYY     TO   WS-FISCAL-YEAR
               IF  WS-CP-MM < WS-FISCAL-START-MONTH
                   SUBTRACT 1       FROM WS-FISCAL-YEAR
               END-IF
           END-IF.
           IF  WS-FISCAL-YEAR NOT = ZERO
               MOVE  WS-FISCAL-YEAR TO   WS-FP-YYYY
               MOVE  WS-FISCAL-START-MONTH   TO   WS-FP-MM
               IF  WS-FISCAL-START-MONTH = 01
                   MOVE  WS-FISCAL-YEAR      TO   WS-TP-YYYY
                   MOVE  12         TO   WS-TP-MM
               ELSE
                   COMPUTE WS-TP-YYYY = WS-FISCAL-YEAR + 1
                   COMPUTE WS-TP-MM = WS-FISCAL-START-MONTH - 1
               END-IF
           END-IF.
           MOVE  SPACES             TO   WS-SELECTION-TEXT.
           EVALUATE TRUE
               WHEN WS-FISCAL-YEAR NOT = ZERO AND WS-SEL-EMP-NO = ZERO
                   STRING "FISCAL YEAR " WS-FISCAL-YEAR " ("
                          WS-FROM-PERIOD " - " WS-TO-PERIOD ")"
                       DELIMITED BY SIZE INTO WS-SELECTION-TEXT
               WHEN WS-FISCAL-YEAR NOT = ZERO
                   STRING "FISCAL YEAR " WS-FISCAL-YEAR " ("
                          WS-FROM-PERIOD " - " WS-TO-PERIOD
                          "), EMP_NO " WS-SEL-EMP-NO
                       DELIMITED BY SIZE INTO WS-SELECTION-TEXT
               WHEN OTHER
                   STRING "ALL RETAINED PERIODS, EMP_NO "
                          WS-SEL-EMP-NO
                       DELIMITED BY SIZE INTO WS-SELECTION-TEXT
           END-EVALUATE.
           DISPLAY "*** WAGELDGR: LEDGER FOR " WS-SELECTION-TEXT
                   " ***".

      ******************************************************************
       SET-CURRENT-PERIOD.
      ******************************************************************
           MOVE  "DATE"             TO   WS-PC-FUNCTION.
           MOVE  WS-AUDIT-START-DATE     TO   WS-PC-DATE.
           CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                WS-PC-STATUS.
           IF  WS-PC-STATUS = "OK"
               MOVE  WS-PC-PERIOD   TO   WS-CUR-PERIOD
           ELSE
               MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-CUR-PERIOD
           END-IF.

      ******************************************************************
       NOTE-ONE-ARCHIVE-RECORD.
      ******************************************************************
      *    A DETAIL OPENS A PERIOD LINE; ITS ITEM RECORDS FOLLOW IT
           EVALUATE PA6-REC-TYPE
               WHEN "D"
                   MOVE  ZERO       TO   WS-CUR-PER
                   IF  PA6-PERIOD NOT < WS-FROM-PERIOD
                   AND PA6-PERIOD NOT > WS-TO-PERIOD
                   AND (WS-SEL-EMP-NO = ZERO
                     OR PA6-EMP-NO = WS-SEL-EMP-NO)
                       PERFORM NOTE-PERIOD-DETAIL
                   END-IF
               WHEN "I"
                   IF  WS-CUR-PER > ZERO
                   AND PA6-EMP-NO = WS-PT-EMP-NO(WS-CUR-PER)
                       PERFORM NOTE-PERIOD-ITEM
                   END-IF
               WHEN OTHER
                   MOVE  ZERO       TO   WS-CUR-PER
           END-EVALUATE.

      ******************************************************************
       NOTE-PERIOD-DETAIL.
      ******************************************************************
           PERFORM FIND-EMPLOYEE-ENTRY.
           IF  WS-EMP-HIT > ZERO
               MOVE  ZERO           TO   WS-PER-HIT
               PERFORM VARYING WS-PER-IDX FROM WS-PER-CNT BY -1
                       UNTIL WS-PER-IDX < 1
                          OR WS-PER-HIT > ZERO
                   IF  WS-PT-EMP-NO(WS-PER-IDX) = PA6-EMP-NO
                   AND WS-PT-PERIOD(WS-PER-IDX) = PA6-PERIOD
                       MOVE  WS-PER-IDX  TO   WS-PER-HIT
                   END-IF
               END-PERFORM
               IF  WS-PER-HIT = ZERO
                   IF  WS-PER-CNT < 6000
                       ADD  1       TO   WS-PER-CNT
                       MOVE  WS-PER-CNT  TO   WS-PER-HIT
                   ELSE
                       SET  WS-TABLE-FULL  TO  TRUE
                       DISPLAY "*** WAGELDGR: PERIOD TABLE FULL AT "
                               "6000 -- LEDGER INCOMPLETE ***"
                   END-IF
               END-IF
           END-IF.
           IF  WS-PER-HIT > ZERO AND WS-EMP-HIT > ZERO
               MOVE  WS-PER-HIT     TO   WS-CUR-PER
               MOVE  PA6-EMP-NAME   TO   WS-ET-NAME(WS-EMP-HIT)
               MOVE  PA6-EMP-NO     TO   WS-PT-EMP-NO(WS-PER-HIT)
               MOVE  PA6-PERIOD     TO   WS-PT-PERIOD(WS-PER-HIT)
               MOVE  PA6-GROSS      TO   WS-PT-GROSS(WS-PER-HIT)
               MOVE  PA6-DED        TO   WS-PT-DED(WS-PER-HIT)
               MOVE  PA6-NET        TO   WS-PT-NET(WS-PER-HIT)
               MOVE  ZERO           TO   WS-PT-DAYS-PAID(WS-PER-HIT)
                                         WS-PT-DAYS-IN(WS-PER-HIT)
                                         WS-PT-DAYS-WORKED(WS-PER-HIT)
                                         WS-PT-REG-HOURS(WS-PER-HIT)
                                         WS-PT-OT-HOURS(WS-PER-HIT)
                                         WS-PT-NIGHT-HOURS(WS-PER-HIT)
                                         WS-PT-HOL-HOURS(WS-PER-HIT)
                                         WS-PT-ITEM-CNT(WS-PER-HIT)
               IF  PA6-DAYS-PAID NUMERIC
                   MOVE  PA6-DAYS-PAID  TO  WS-PT-DAYS-PAID(WS-PER-HIT)
               END-IF
               IF  PA6-DAYS-IN-PERIOD NUMERIC
                   MOVE  PA6-DAYS-IN-PERIOD
                                    TO   WS-PT-DAYS-IN(WS-PER-HIT)
               END-IF
               IF  PA6-DAYS-WORKED NUMERIC
                   MOVE  PA6-DAYS-WORKED
                                    TO   WS-PT-DAYS-WORKED(WS-PER-HIT)
               END-IF
               IF  PA6-REG-HOURS NUMERIC
                   MOVE  PA6-REG-HOURS  TO  WS-PT-REG-HOURS(WS-PER-HIT)
               END-IF
               IF  PA6-OT-HOURS NUMERIC
                   MOVE  PA6-OT-HOURS   TO  WS-PT-OT-HOURS(WS-PER-HIT)
               END-IF
               IF  PA6-NIGHT-HOURS NUMERIC
                   MOVE  PA6-NIGHT-HOURS
                                    TO   WS-PT-NIGHT-HOURS(WS-PER-HIT)
               END-IF
               IF  PA6-HOL-HOURS NUMERIC
                   MOVE  PA6-HOL-HOURS  TO  WS-PT-HOL-HOURS(WS-PER-HIT)
               END-IF
      *        THE ITEMS OF AN EARLIER IMAGE ARE LEFT BEHIND
               COMPUTE WS-PT-ITEM-FIRST(WS-PER-HIT) = WS-ITM-CNT + 1
           END-IF.

      ******************************************************************
       NOTE-PERIOD-ITEM.
      ******************************************************************
           IF  WS-ITM-CNT < 12000 AND WS-PT-ITEM-CNT(WS-CUR-PER) < 99
               ADD  1               TO   WS-ITM-CNT
               ADD  1               TO   WS-PT-ITEM-CNT(WS-CUR-PER)
               MOVE  PA6-ITEM-CLASS TO   WS-IT-CLASS(WS-ITM-CNT)
               MOVE  PA6-ITEM-CODE  TO   WS-IT-CODE(WS-ITM-CNT)
               MOVE  PA6-ITEM-TEXT  TO   WS-IT-TEXT(WS-ITM-CNT)
               MOVE  PA6-GROSS      TO   WS-IT-AMOUNT(WS-ITM-CNT)
           ELSE
               SET  WS-TABLE-FULL   TO   TRUE
               DISPLAY "*** WAGELDGR: ITEM TABLE FULL -- EMP_NO "
                       PA6-EMP-NO " PERIOD " PA6-PERIOD " ITEM "
                       PA6-ITEM-CODE " NOT SHOWN ***"
           END-IF.

      ******************************************************************
       FIND-EMPLOYEE-ENTRY.
      ******************************************************************
      *    KEPT IN EMP_NO ORDER -- A NEW EMPLOYEE IS SLOTTED IN PLACE
           MOVE  ZERO               TO   WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
                      OR WS-EMP-HIT > ZERO
                      OR WS-ET-EMP-NO(WS-EMP-IDX) > PA6-EMP-NO
               IF  WS-ET-EMP-NO(WS-EMP-IDX) = PA6-EMP-NO
                   MOVE  WS-EMP-IDX TO   WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF  WS-EMP-HIT = ZERO
               IF  WS-EMP-CNT < 1000
                   PERFORM VARYING WS-EMP-MOVE FROM WS-EMP-CNT BY -1
                           UNTIL WS-EMP-MOVE < WS-EMP-IDX
                       MOVE  WS-EMP-ENTRY(WS-EMP-MOVE)
                                    TO   WS-EMP-ENTRY(WS-EMP-MOVE + 1)
                   END-PERFORM
                   ADD  1           TO   WS-EMP-CNT
                   MOVE  WS-EMP-IDX TO   WS-EMP-HIT
                   MOVE  PA6-EMP-NO TO   WS-ET-EMP-NO(WS-EMP-HIT)
                   MOVE  PA6-EMP-NAME    TO  WS-ET-NAME(WS-EMP-HIT)
               ELSE
                   SET  WS-TABLE-FULL  TO  TRUE
                   DISPLAY "*** WAGELDGR: EMPLOYEE TABLE FULL AT "
                           "1000 -- EMP_NO " PA6-EMP-NO
                           " NOT ON THE LEDGER ***"
               END-IF
           END-IF.

      ******************************************************************
       OPEN-LEDGER-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  3                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "WAGE LEDGER (CHINGIN DAICHO) -- "
                  WS-SELECTION-TEXT
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(3).
           STRING "PERIOD   PAID  WKD  REG HOURS  OT HOURS  "
                  "NIGHT HRS   HOL HRS            GROSS       "
                  "DEDUCTIONS              NET"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(3).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-ONE-LEDGER.
      ******************************************************************
      *    EACH EMPLOYEE STARTS A PAGE, AND THEIR NAME RIDES THE
      *    TITLE BLOCK OF EVERY PAGE OF THEIR SECTION
           IF  WS-LEDGERS-PRINTED > ZERO
               PERFORM PRINT-PAGE-EJECT
           END-IF.
           CALL "DSPNAME" USING WS-ET-NAME(WS-EMP-IDX), WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "EMPLOYEE " WS-ET-EMP-NO(WS-EMP-IDX) "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           INITIALIZE WS-YEAR-TOTALS.
           MOVE  ZERO               TO   WS-CODE-CNT.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-CNT
               IF  WS-PT-EMP-NO(WS-PER-IDX) = WS-ET-EMP-NO(WS-EMP-IDX)
                   PERFORM PRINT-ONE-PERIOD
               END-IF
           END-PERFORM.
           PERFORM PRINT-YEAR-TOTALS.
           ADD  1                   TO   WS-LEDGERS-PRINTED.

      ******************************************************************
       PRINT-ONE-PERIOD.
      ******************************************************************
           MOVE  WS-PT-PERIOD(WS-PER-IDX)       TO   D-PERIOD.
           MOVE  WS-PT-DAYS-PAID(WS-PER-IDX)    TO   D-COL-DAYS-PAID.
           MOVE  WS-PT-DAYS-WORKED(WS-PER-IDX)  TO   D-COL-DAYS-WORKED.
           MOVE  WS-PT-REG-HOURS(WS-PER-IDX)    TO   D-COL-REG.
           MOVE  WS-PT-OT-HOURS(WS-PER-IDX)     TO   D-COL-OT.
           MOVE  WS-PT-NIGHT-HOURS(WS-PER-IDX)  TO   D-COL-NIGHT.
           MOVE  WS-PT-HOL-HOURS(WS-PER-IDX)    TO   D-COL-HOL.
           MOVE  WS-PT-GROSS(WS-PER-IDX)        TO   D-COL-GROSS.
           MOVE  WS-PT-DED(WS-PER-IDX)          TO   D-COL-DED.
           MOVE  WS-PT-NET(WS-PER-IDX)          TO   D-COL-NET.
           PERFORM PRINT-COLUMN-LINE.
           ADD  1                   TO   WS-YT-PERIODS.
           ADD  WS-PT-DAYS-PAID(WS-PER-IDX)     TO   WS-YT-DAYS-PAID.
           ADD  WS-PT-DAYS-WORKED(WS-PER-IDX)   TO   WS-YT-DAYS-WORKED.
           ADD  WS-PT-REG-HOURS(WS-PER-IDX)     TO   WS-YT-REG-HOURS.
           ADD  WS-PT-OT-HOURS(WS-PER-IDX)      TO   WS-YT-OT-HOURS.
           ADD  WS-PT-NIGHT-HOURS(WS-PER-IDX)   TO   WS-YT-NIGHT-HOURS.
           ADD  WS-PT-HOL-HOURS(WS-PER-IDX)     TO   WS-YT-HOL-HOURS.
           ADD  WS-PT-GROSS(WS-PER-IDX)         TO   WS-YT-GROSS.
           ADD  WS-PT-DED(WS-PER-IDX)           TO   WS-YT-DED.
           ADD  WS-PT-NET(WS-PER-IDX)           TO   WS-YT-NET.
      *    EVERY ARCHIVED ITEM BENEATH THE LINE, THEN WHAT THE
      *    DEDUCTION TOTAL HOLDS BEYOND THE ITEMIZED DEDUCTIONS
           MOVE  ZERO               TO   WS-ITEMIZED-DED.
           COMPUTE WS-ITM-LAST = WS-PT-ITEM-FIRST(WS-PER-IDX)
                               + WS-PT-ITEM-CNT(WS-PER-IDX) - 1.
           PERFORM VARYING WS-ITM-IDX
                   FROM WS-PT-ITEM-FIRST(WS-PER-IDX) BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-LAST
               IF  WS-IT-CLASS(WS-ITM-IDX) = "D"
                   ADD  WS-IT-AMOUNT(WS-ITM-IDX)  TO   WS-ITEMIZED-DED
               END-IF
               PERFORM PRINT-ITEM-LINE
               PERFORM TALLY-ITEM-CODE
           END-PERFORM.
           COMPUTE WS-STANDING-DED = WS-PT-DED(WS-PER-IDX)
                                   - WS-ITEMIZED-DED.
           IF  WS-STANDING-DED NOT = ZERO
               PERFORM PRINT-STANDING-DED-LINE
           END-IF.

      ******************************************************************
       PRINT-COLUMN-LINE.
      ******************************************************************
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-PERIOD "   " D-COL-DAYS-PAID "  "
                  D-COL-DAYS-WORKED "  " D-COL-REG " " D-COL-OT " "
                  D-COL-NIGHT " " D-COL-HOL "  " D-COL-GROSS "  "
                  D-COL-DED "  " D-COL-NET
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-ITEM-LINE.
      ******************************************************************
           EVALUATE WS-IT-CLASS(WS-ITM-IDX)
               WHEN "E"
                   MOVE  "EARNING"       TO   WS-CLASS-WORD
               WHEN "D"
                   MOVE  "DEDUCTION"     TO   WS-CLASS-WORD
               WHEN "R"
                   MOVE  "REIMBURSE"     TO   WS-CLASS-WORD
               WHEN "C"
                   MOVE  "EMPLOYER"      TO   WS-CLASS-WORD
               WHEN OTHER
                   MOVE  "ITEM"          TO   WS-CLASS-WORD
           END-EVALUATE.
           MOVE  WS-IT-AMOUNT(WS-ITM-IDX)       TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "         " WS-CLASS-WORD " " WS-IT-CODE(WS-ITM-IDX)
                  " " WS-IT-TEXT(WS-ITM-IDX) "  " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-STANDING-DED-LINE.
      ******************************************************************
           MOVE  WS-STANDING-DED    TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "         DEDUCTION  DEDUCT "
                  "SOCIAL INSURANCE AND OTHER      " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM TALLY-STANDING-DED.

      ******************************************************************
       TALLY-ITEM-CODE.
      ******************************************************************
           MOVE  ZERO               TO   WS-CODE-HIT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
                      OR WS-CODE-HIT > ZERO
               IF  WS-CT-CLASS(WS-CODE-IDX) = WS-IT-CLASS(WS-ITM-IDX)
               AND WS-CT-CODE(WS-CODE-IDX) = WS-IT-CODE(WS-ITM-IDX)
                   MOVE  WS-CODE-IDX     TO   WS-CODE-HIT
               END-IF
           END-PERFORM.
           IF  WS-CODE-HIT = ZERO AND WS-CODE-CNT < 40
               ADD  1               TO   WS-CODE-CNT
               MOVE  WS-CODE-CNT    TO   WS-CODE-HIT
               MOVE  WS-IT-CLASS(WS-ITM-IDX)
                                    TO   WS-CT-CLASS(WS-CODE-HIT)
               MOVE  WS-IT-CODE(WS-ITM-IDX)
                                    TO   WS-CT-CODE(WS-CODE-HIT)
               MOVE  WS-IT-TEXT(WS-ITM-IDX)
                                    TO   WS-CT-TEXT(WS-CODE-HIT)
               MOVE  ZERO           TO   WS-CT-AMOUNT(WS-CODE-HIT)
           END-IF.
           IF  WS-CODE-HIT > ZERO
               ADD  WS-IT-AMOUNT(WS-ITM-IDX)
                                    TO   WS-CT-AMOUNT(WS-CODE-HIT)
           END-IF.

      ******************************************************************
       TALLY-STANDING-DED.
      ******************************************************************
           MOVE  ZERO               TO   WS-CODE-HIT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
                      OR WS-CODE-HIT > ZERO
               IF  WS-CT-CLASS(WS-CODE-IDX) = "D"
               AND WS-CT-CODE(WS-CODE-IDX) = "DEDUCT"
                   MOVE  WS-CODE-IDX     TO   WS-CODE-HIT
               END-IF
           END-PERFORM.
           IF  WS-CODE-HIT = ZERO AND WS-CODE-CNT < 40
               ADD  1               TO   WS-CODE-CNT
               MOVE  WS-CODE-CNT    TO   WS-CODE-HIT
               MOVE  "D"            TO   WS-CT-CLASS(WS-CODE-HIT)
               MOVE  "DEDUCT"       TO   WS-CT-CODE(WS-CODE-HIT)
               MOVE  "SOCIAL INSURANCE AND OTHER"
                                    TO   WS-CT-TEXT(WS-CODE-HIT)
               MOVE  ZERO           TO   WS-CT-AMOUNT(WS-CODE-HIT)
           END-IF.
           IF  WS-CODE-HIT > ZERO
               ADD  WS-STANDING-DED TO   WS-CT-AMOUNT(WS-CODE-HIT)
           END-IF.

      ******************************************************************
       PRINT-YEAR-TOTALS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-YT-DAYS-PAID    TO   D-COL-DAYS-PAID.
           MOVE  WS-YT-DAYS-WORKED  TO   D-COL-DAYS-WORKED.
           MOVE  WS-YT-REG-HOURS    TO   D-COL-REG.
           MOVE  WS-YT-OT-HOURS     TO   D-COL-OT.
           MOVE  WS-YT-NIGHT-HOURS  TO   D-COL-NIGHT.
           MOVE  WS-YT-HOL-HOURS    TO   D-COL-HOL.
           MOVE  WS-YT-GROSS        TO   D-COL-GROSS.
           MOVE  WS-YT-DED          TO   D-COL-DED.
           MOVE  WS-YT-NET          TO   D-COL-NET.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "TOTAL  " "   " D-COL-DAYS-PAID "  "
                  D-COL-DAYS-WORKED "  " D-COL-REG " " D-COL-OT " "
                  D-COL-NIGHT " " D-COL-HOL "  " D-COL-GROSS "  "
                  D-COL-DED "  " D-COL-NET
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "         " WS-YT-PERIODS " PERIOD(S) PAID"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-CODE-CNT > ZERO
               MOVE  "         TOTALS BY ITEM"    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-CNT
                   PERFORM PRINT-CODE-TOTAL-LINE
               END-PERFORM
           END-IF.

      ******************************************************************
       PRINT-CODE-TOTAL-LINE.
      ******************************************************************
           EVALUATE WS-CT-CLASS(WS-CODE-IDX)
               WHEN "E"
                   MOVE  "EARNING"       TO   WS-CLASS-WORD
               WHEN "D"
                   MOVE  "DEDUCTION"     TO   WS-CLASS-WORD
               WHEN "R"
                   MOVE  "REIMBURSE"     TO   WS-CLASS-WORD
               WHEN "C"
                   MOVE  "EMPLOYER"      TO   WS-CLASS-WORD
               WHEN OTHER
                   MOVE  "ITEM"          TO   WS-CLASS-WORD
           END-EVALUATE.
           MOVE  WS-CT-AMOUNT(WS-CODE-IDX)      TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "         " WS-CLASS-WORD " " WS-CT-CODE(WS-CODE-IDX)
                  " " WS-CT-TEXT(WS-CODE-IDX) "  " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           ADD  1                   TO   WS-LINES-PRINTED.
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
      *    THE MONTH THE FISCAL YEAR OPENS WITH (01 = CALENDAR YEAR)
           MOVE  "FISCAL-START-MONTH"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-FISCAL-START-MONTH
           END-IF.
           IF  WS-FISCAL-START-MONTH < 01 OR WS-FISCAL-START-MONTH > 12
               MOVE  04             TO   WS-FISCAL-START-MONTH
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
               DISPLAY "*** WAGELDGR: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-LGPRM-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-LGPRM-NAME
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
                                  WS-LINES-PRINTED, WS-AUDIT-STATUS.
      ******************************************************************
