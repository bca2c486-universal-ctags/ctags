      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SIRECON --- social-insurance premium-notice reconciliation:
      *              proves the monthly premium notice from the
      *              pension office (PREMNOTE.DAT -- period, EMP_NO,
      *              full health-insurance and pension premium for
      *              the month, both halves) against what the payroll
      *              charged for it on the pay archive (PAYARCH.DAT):
      *              the employer's share on the ERHI and ERPN item
      *              lines EMPPAYX writes, plus the employee's share
      *              archived with them.  The premium for a month is
      *              collected from the following month's pay, so the
      *              pay period proved is the notice period plus
      *              SI-COLLECT-LAG months (1).  Every employee whose
      *              premium differs by more than SI-RECON-TOLERANCE
      *              yen (1), or who is on one side only, is listed
      *              through VIRTUAL-PRINTER, and any difference ends
      *              the run WARN.  A period paid twice counts the
      *              later run only.  Employment insurance is not on
      *              the notice and is not proved here.  Each
      *              group company proves its own notice against its
      *              own PAYARCH.DAT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SIRECON.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE MONTHLY PREMIUM NOTICE, ONE RECORD PER INSURED PERSON
           SELECT NOTICE-FILE      ASSIGN TO DYNAMIC WS-NOTICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX)
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05  PN-PERIOD           PIC  9(06).
           05  FILLER              PIC  X.
           05  PN-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  PN-HI-PREMIUM       PIC  9(09).
           05  FILLER              PIC  X.
           05  PN-PN-PREMIUM       PIC  9(09).

       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
      *    ON AN "I" ITEM RECORD THE NAME SLOT CARRIES THE ITEM
           05  PA6-ITEM-DATA       REDEFINES PA6-EMP-NAME.
               10  PA6-ITEM-CLASS  PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-CODE   PIC  X(06).
               10  FILLER          PIC  X(52).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
      *    ON A CLASS C CONTRIBUTION, THE EMPLOYEE'S SHARE
           05  FILLER              PIC  X.
           05  PA6-DED             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SIRECON".
       01  WS-NOTICE-STATUS        PIC  X(02).
           88  WS-NOTICE-OK        VALUE "00".
           88  WS-NOTICE-EOF       VALUE "10".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    MONTHS BETWEEN THE PREMIUM MONTH AND THE PAY IT IS TAKEN
      *    FROM, AND THE ROUNDING DIFFERENCE LET THROUGH
       01  WS-COLLECT-LAG          PIC  9(01) VALUE 1.
       01  WS-TOLERANCE            PIC  9(05) VALUE 1.
      *    THE NOTICE PERIOD (FIRST NOTICE RECORD) AND THE PAY PERIOD
      *    THAT CARRIES IT
       01  WS-NOTICE-PERIOD        PIC  9(06) VALUE ZERO.
       01  WS-PAY-PERIOD           PIC  9(06) VALUE ZERO.
       01  WS-PAY-PERIOD-R         REDEFINES WS-PAY-PERIOD.
           05  WS-PP-YYYY          PIC  9(04).
           05  WS-PP-MM            PIC  9(02).
      *    ONE ENTRY PER INSURED PERSON ON EITHER SIDE
       01  WS-RECON-TABLE.
           05  WS-RC-CNT           PIC  9(04) VALUE ZERO.
           05  WS-RC-ENTRY         OCCURS 2000.
               10  WS-RC-EMP-NO    PIC  9(04).
               10  WS-RC-NAME      PIC  X(30).
               10  WS-RC-ON-NOTICE PIC  X.
               10  WS-RC-ON-PAY    PIC  X.
               10  WS-RC-NOTE-HI   PIC S9(09).
               10  WS-RC-NOTE-PN   PIC S9(09).
               10  WS-RC-PAY-HI    PIC S9(09)V9(02).
               10  WS-RC-PAY-PN    PIC S9(09)V9(02).
       01  WS-RC-IDX               PIC  9(04).
       01  WS-RC-HIT               PIC  9(04).
       01  WS-EMP-WANTED           PIC  9(04).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-DIFF-HI              PIC S9(09)V9(02).
       01  WS-DIFF-PN              PIC S9(09)V9(02).
       01  WS-ABS-DIFF             PIC S9(09)V9(02).
       01  WS-DIFF-FLAG            PIC  X.
           88  WS-IS-DIFFERENT     VALUE "Y".
       01  WS-NOTE-TEXT            PIC  X(16).
       01  WS-RUN-COUNTS.
           05  WS-NOTICE-READ      PIC  9(06) VALUE ZERO.
           05  WS-NOTICE-SKIPPED   PIC  9(06) VALUE ZERO.
           05  WS-NOTICE-BAD       PIC  9(06) VALUE ZERO.
           05  WS-MATCHED          PIC  9(06) VALUE ZERO.
           05  WS-DIFFERENCES      PIC  9(06) VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-NOTE-HI      PIC S9(11) VALUE ZERO.
           05  WS-TOT-NOTE-PN      PIC S9(11) VALUE ZERO.
           05  WS-TOT-PAY-HI       PIC S9(11)V9(02) VALUE ZERO.
           05  WS-TOT-PAY-PN       PIC S9(11)V9(02) VALUE ZERO.
       01  D-RECON-LINE.
           05  D-RL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-RL-NAME           PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-RL-NOTE-HI        PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-RL-PAY-HI         PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-RL-DIFF-HI        PIC  ---,---,--9.
           05  FILLER              PIC  X(02).
           05  D-RL-NOTE-PN        PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-RL-PAY-PN         PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-RL-DIFF-PN        PIC  ---,---,--9.
           05  FILLER              PIC  X(02).
           05  D-RL-NOTE           PIC  X(16).
       01  D-TOTAL                 PIC  -,---,---,--9.
       01  D-TOTAL-2               PIC  -,---,---,--9.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-PERIOD                PIC  9999/99.
       01  D-PERIOD-2              PIC  9999/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-NOTICE-NAME          PIC  X(40) VALUE "PREMNOTE.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./sirecon.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- THE TITLE BLOCK
      *    CARRIES THE PERIODS AND COLUMN HEADINGS ONTO EVERY PAGE
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SIRECON STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** SIRECON: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PREMIUM-NOTICE.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PAYROLL-CHARGES.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-RECON-SPOOL.
      *    SOMEONE PAID BUT NOT INSURED IS ON NEITHER SIDE -- NOTHING
      *    TO PROVE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CNT
               IF  WS-RC-ON-NOTICE(WS-RC-IDX) = "Y"
               OR  WS-RC-ON-PAY(WS-RC-IDX) = "Y"
                   PERFORM CHECK-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           IF  WS-DIFFERENCES = ZERO
               MOVE  "NO DIFFERENCES -- THE NOTICE AGREES WITH PAYROLL"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** SIRECON FINISHED -- NOTICE " WS-NOTICE-PERIOD
                   " AGAINST PAY " WS-PAY-PERIOD ": " WS-MATCHED
                   " AGREED, " WS-DIFFERENCES " DIFFERENT ***".
      *    A DIFFERENCE IS FOR PAYROLL TO CLEAR WITH THE PENSION
      *    OFFICE BEFORE THE PREMIUM IS PAID
           IF  (WS-DIFFERENCES NOT = ZERO
                OR WS-NOTICE-SKIPPED NOT = ZERO
                OR WS-NOTICE-BAD NOT = ZERO OR WS-TABLE-FULL)
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
       LOAD-PREMIUM-NOTICE.
      ******************************************************************
      *    THE FIRST GOOD RECORD FIXES THE PERIOD; A RECORD FOR ANY
      *    OTHER PERIOD BELONGS TO ANOTHER NOTICE AND IS SKIPPED
           OPEN INPUT NOTICE-FILE.
           IF  NOT WS-NOTICE-OK
               DISPLAY "*** SIRECON: UNABLE TO OPEN PREMNOTE.DAT, "
                       "STATUS " WS-NOTICE-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-NOTICE-EOF
                   READ NOTICE-FILE
                       AT END
                           SET WS-NOTICE-EOF TO TRUE
                       NOT AT END
                           ADD  1       TO   WS-NOTICE-READ
                           PERFORM NOTE-ONE-NOTICE-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
               IF  WS-NOTICE-PERIOD = ZERO
                   DISPLAY "*** SIRECON: PREMNOTE.DAT HOLDS NO "
                           "USABLE NOTICE RECORD ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           IF  WS-NOTICE-PERIOD NOT = ZERO
               MOVE  WS-NOTICE-PERIOD    TO   WS-PAY-PERIOD
               ADD   WS-COLLECT-LAG      TO   WS-PP-MM
               IF  WS-PP-MM > 12
                   SUBTRACT 12      FROM WS-PP-MM
                   ADD  1           TO   WS-PP-YYYY
               END-IF
           END-IF.

      ******************************************************************
       NOTE-ONE-NOTICE-RECORD.
      ******************************************************************
           IF  PN-PERIOD NOT NUMERIC OR PN-EMP-NO NOT NUMERIC
           OR  PN-HI-PREMIUM NOT NUMERIC OR PN-PN-PREMIUM NOT NUMERIC
               ADD  1               TO   WS-NOTICE-BAD
               DISPLAY "*** SIRECON: NOTICE RECORD " WS-NOTICE-READ
                       " NOT NUMERIC -- SKIPPED ***"
           ELSE
               IF  WS-NOTICE-PERIOD = ZERO
                   MOVE  PN-PERIOD  TO   WS-NOTICE-PERIOD
               END-IF
               IF  PN-PERIOD NOT = WS-NOTICE-PERIOD
                   ADD  1           TO   WS-NOTICE-SKIPPED
                   DISPLAY "*** SIRECON: NOTICE RECORD FOR EMP_NO "
                           PN-EMP-NO " IS FOR PERIOD " PN-PERIOD
                           " -- SKIPPED ***"
               ELSE
                   MOVE  PN-EMP-NO  TO   WS-EMP-WANTED
                   PERFORM FIND-RECON-ENTRY
                   IF  WS-RC-HIT > ZERO
                       MOVE  "Y"    TO   WS-RC-ON-NOTICE(WS-RC-HIT)
                       ADD  PN-HI-PREMIUM
                                    TO   WS-RC-NOTE-HI(WS-RC-HIT)
                       ADD  PN-PN-PREMIUM
                                    TO   WS-RC-NOTE-PN(WS-RC-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       LOAD-PAYROLL-CHARGES.
      ******************************************************************
      *    A DETAIL OPENS THE EMPLOYEE'S CHARGES FOR THE PERIOD AFRESH,
      *    SO A RE-RUN PERIOD COUNTS ITS LATEST RUN ONLY (AS EMPSLIP)
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** SIRECON: UNABLE TO OPEN PAYARCH.DAT, "
                       "STATUS " WS-PARCH-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-PERIOD = WS-PAY-PERIOD
                               PERFORM NOTE-ONE-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       NOTE-ONE-ARCHIVE-RECORD.
      ******************************************************************
           IF  PA6-REC-TYPE = "D"
               MOVE  PA6-EMP-NO     TO   WS-EMP-WANTED
               PERFORM FIND-RECON-ENTRY
               IF  WS-RC-HIT > ZERO
                   MOVE  PA6-EMP-NAME    TO   WS-RC-NAME(WS-RC-HIT)
                   MOVE  ZERO       TO   WS-RC-PAY-HI(WS-RC-HIT)
                                         WS-RC-PAY-PN(WS-RC-HIT)
                   MOVE  "N"        TO   WS-RC-ON-PAY(WS-RC-HIT)
               END-IF
           END-IF.
           IF  PA6-REC-TYPE = "I" AND PA6-ITEM-CLASS = "C"
           AND (PA6-ITEM-CODE = "ERHI" OR PA6-ITEM-CODE = "ERPN")
               MOVE  PA6-EMP-NO     TO   WS-EMP-WANTED
               PERFORM FIND-RECON-ENTRY
               IF  WS-RC-HIT > ZERO
                   MOVE  "Y"        TO   WS-RC-ON-PAY(WS-RC-HIT)
                   IF  PA6-ITEM-CODE = "ERHI"
                       ADD  PA6-GROSS PA6-DED
                                    TO   WS-RC-PAY-HI(WS-RC-HIT)
                   ELSE
                       ADD  PA6-GROSS PA6-DED
                                    TO   WS-RC-PAY-PN(WS-RC-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       FIND-RECON-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-RC-HIT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CNT
                      OR WS-RC-HIT > ZERO
               IF  WS-RC-EMP-NO(WS-RC-IDX) = WS-EMP-WANTED
                   MOVE  WS-RC-IDX  TO   WS-RC-HIT
               END-IF
           END-PERFORM.
           IF  WS-RC-HIT = ZERO
               IF  WS-RC-CNT < 2000
                   ADD  1           TO   WS-RC-CNT
                   MOVE  WS-RC-CNT  TO   WS-RC-HIT
                   INITIALIZE WS-RC-ENTRY(WS-RC-HIT)
                   MOVE  WS-EMP-WANTED   TO   WS-RC-EMP-NO(WS-RC-HIT)
                   MOVE  "N"        TO   WS-RC-ON-NOTICE(WS-RC-HIT)
                                         WS-RC-ON-PAY(WS-RC-HIT)
               ELSE
                   IF  NOT WS-TABLE-FULL
                       DISPLAY "*** SIRECON: MORE THAN 2000 INSURED "
                               "PERSONS -- EMP_NO " WS-EMP-WANTED
                               " AND LATER NOT PROVED ***"
                   END-IF
                   SET  WS-TABLE-FULL    TO   TRUE
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
           MOVE  WS-NOTICE-PERIOD   TO   D-PERIOD.
           MOVE  WS-PAY-PERIOD      TO   D-PERIOD-2.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "SOCIAL-INSURANCE PREMIUM NOTICE RECONCILIATION -- "
                  "NOTICE " D-PERIOD " AGAINST PAY PERIOD " D-PERIOD-2
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "EMP   NAME                              "
                  "NOTICE HI  PAYROLL HI     DIFF HI    "
                  "NOTICE PN  PAYROLL PN     DIFF PN  NOTE"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       CHECK-ONE-EMPLOYEE.
      ******************************************************************
      *    PAYROLL CARRIES SEN, THE NOTICE WHOLE YEN -- THE TOLERANCE
      *    ABSORBS THE HALVES' ROUNDING
           COMPUTE WS-DIFF-HI = WS-RC-PAY-HI(WS-RC-IDX)
                              - WS-RC-NOTE-HI(WS-RC-IDX).
           COMPUTE WS-DIFF-PN = WS-RC-PAY-PN(WS-RC-IDX)
                              - WS-RC-NOTE-PN(WS-RC-IDX).
           ADD  WS-RC-NOTE-HI(WS-RC-IDX)    TO   WS-TOT-NOTE-HI.
           ADD  WS-RC-NOTE-PN(WS-RC-IDX)    TO   WS-TOT-NOTE-PN.
           ADD  WS-RC-PAY-HI(WS-RC-IDX)     TO   WS-TOT-PAY-HI.
           ADD  WS-RC-PAY-PN(WS-RC-IDX)     TO   WS-TOT-PAY-PN.
           MOVE  "N"                TO   WS-DIFF-FLAG.
           MOVE  SPACES             TO   WS-NOTE-TEXT.
           EVALUATE TRUE
               WHEN WS-RC-ON-NOTICE(WS-RC-IDX) = "N"
                   SET  WS-IS-DIFFERENT  TO   TRUE
                   MOVE  "NOT ON NOTICE"      TO   WS-NOTE-TEXT
               WHEN WS-RC-ON-PAY(WS-RC-IDX) NOT = "Y"
                   SET  WS-IS-DIFFERENT  TO   TRUE
                   MOVE  "NOT IN PAYROLL"     TO   WS-NOTE-TEXT
               WHEN OTHER
                   MOVE  WS-DIFF-HI      TO   WS-ABS-DIFF
                   IF  WS-ABS-DIFF < ZERO
                       COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
                   END-IF
                   IF  WS-ABS-DIFF > WS-TOLERANCE
                       SET  WS-IS-DIFFERENT   TO   TRUE
                   END-IF
                   MOVE  WS-DIFF-PN      TO   WS-ABS-DIFF
                   IF  WS-ABS-DIFF < ZERO
                       COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
                   END-IF
                   IF  WS-ABS-DIFF > WS-TOLERANCE
                       SET  WS-IS-DIFFERENT   TO   TRUE
                   END-IF
                   IF  WS-IS-DIFFERENT
                       MOVE  "AMOUNT DIFFERS"  TO   WS-NOTE-TEXT
                   END-IF
           END-EVALUATE.
           IF  WS-IS-DIFFERENT
               ADD  1               TO   WS-DIFFERENCES
               PERFORM PRINT-DIFFERENCE-LINE
           ELSE
               ADD  1               TO   WS-MATCHED
           END-IF.

      ******************************************************************
       PRINT-DIFFERENCE-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-RECON-LINE.
           MOVE  WS-RC-EMP-NO(WS-RC-IDX)    TO   D-RL-EMP-NO.
           MOVE  WS-RC-NAME(WS-RC-IDX)      TO   D-RL-NAME.
           MOVE  WS-RC-NOTE-HI(WS-RC-IDX)   TO   D-RL-NOTE-HI.
           MOVE  WS-RC-PAY-HI(WS-RC-IDX)    TO   D-RL-PAY-HI.
           MOVE  WS-DIFF-HI         TO   D-RL-DIFF-HI.
           MOVE  WS-RC-NOTE-PN(WS-RC-IDX)   TO   D-RL-NOTE-PN.
           MOVE  WS-RC-PAY-PN(WS-RC-IDX)    TO   D-RL-PAY-PN.
           MOVE  WS-DIFF-PN         TO   D-RL-DIFF-PN.
           MOVE  WS-NOTE-TEXT       TO   D-RL-NOTE.
           MOVE  D-RECON-LINE       TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-TOT-NOTE-HI     TO   D-TOTAL.
           MOVE  WS-TOT-PAY-HI      TO   D-TOTAL-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "HEALTH INSURANCE  NOTICE " D-TOTAL
                  "  PAYROLL " D-TOTAL-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-TOT-NOTE-PN     TO   D-TOTAL.
           MOVE  WS-TOT-PAY-PN      TO   D-TOTAL-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "PENSION           NOTICE " D-TOTAL
                  "  PAYROLL " D-TOTAL-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-MATCHED         TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "AGREED                   " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-DIFFERENCES     TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "DIFFERENCES LISTED       " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-NOTICE-SKIPPED NOT = ZERO
               MOVE  WS-NOTICE-SKIPPED    TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "NOTICE RECORDS, OTHER PERIOD " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-NOTICE-BAD NOT = ZERO
               MOVE  WS-NOTICE-BAD  TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "NOTICE RECORDS UNREADABLE    " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
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
           MOVE  "SI-COLLECT-LAG"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:1) NUMERIC
               MOVE  WS-CFG-VALUE(1:1)   TO   WS-COLLECT-LAG
           END-IF.
           MOVE  "SI-RECON-TOLERANCE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:5) NUMERIC
               MOVE  WS-CFG-VALUE(1:5)   TO   WS-TOLERANCE
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
               DISPLAY "*** SIRECON: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-NOTICE-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-NOTICE-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
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
                                  WS-NOTICE-READ, WS-AUDIT-STATUS.
      ******************************************************************
