      *              that proves the year's detail totals against the
      *              sum of the period trailers -- instead of December
      *              spent over twelve months of payroll printouts.
      *              Part periods paid to joiners and leavers show
      *              with the proration factors EMPPAYX archived, and
      *              arrears paid in the year (RETROPAY) show as their
      *              own figure inside the annual gross.
      *              Allowances, and the non-taxable part of gross
      *              (commuting up to its ceiling), are picked out of
      *              the item records so the taxable gross the
      *              withholding slip needs is shown apart.
      *              Each group company, as the withholding agent for
      *              its own staff, summarises its own PAYARCH.DAT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    OPTIONAL PARAMETER CARD -- THE YEAR TO SUMMARIZE; THE
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
               10  FILLER          PIC  X(50).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-NET             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
      *    PRORATION FACTOR AND BASIS (C/W) -- BLANK ON RECORDS
      *    ARCHIVED BEFORE PRORATION, WHICH WERE ALL FULL PERIODS
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.

       FD  YEPRM-FILE.
       01  YEPRM-REC.
               10  WS-ET-DED       PIC S9(11)V9(02).
               10  WS-ET-NET       PIC S9(11)V9(02).
               10  WS-ET-PERIODS   PIC  9(03).
      *            PART PERIODS AND THE SUM OF EVERY PERIOD'S FACTOR
      *            (FULL PERIOD = 1) -- THE MONTHS ACTUALLY PAID
               10  WS-ET-PRORATED  PIC  9(03).
               10  WS-ET-MONTHS-EQ PIC  9(03)V9(04).
      *            ARREARS FOR EARLIER PERIODS PAID IN THIS YEAR
               10  WS-ET-ARREARS   PIC S9(11)V9(02).
      *            ALLOWANCES PAID, AND THE PART OF GROSS (ALLOWANCE
      *            WITHIN ITS CEILING) THAT WAS NOT TAXABLE
               10  WS-ET-ALW       PIC S9(11)V9(02).
               10  WS-ET-NONTAX    PIC S9(11)V9(02).
       01  WS-EMP-IDX              PIC  9(04).
       01  WS-EMP-HIT              PIC  9(04) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
       01  WS-RECS-READ            PIC  9(06) VALUE ZERO.
       01  D-YE-LINE               PIC  X(80).
       01  D-YE-AMOUNT             PIC  ---,---,---,--9.99.
       01  D-YE-MONTHS             PIC  ZZ9.9999.
       01  WS-PERIOD-FACTOR        PIC  9V9(04).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./yearend.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSLIP SO THE PAGE-PER-EMPLOYEE MACHINERY CARRIES OVER
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE(1:4)  TO   WS-SUMMARY-YEAR.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** YEAREND: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-YEAR-PARM.

           OPEN INPUT PARCH-FILE.
               ADD  PA6-GROSS       TO   WS-TT-GROSS
               ADD  PA6-DED         TO   WS-TT-DED
               ADD  PA6-NET         TO   WS-TT-NET
           END-IF.
      *    AN ITEM RECORD IS ALREADY COUNTED IN ITS DETAIL -- ONLY THE
      *    ARREARS, ALLOWANCES AND NON-TAXABLE PAY ARE PICKED OUT, FOR
      *    THEIR OWN LINES
           IF  PA6-REC-TYPE = "I"
           AND PA6-ITEM-CLASS = "E"
               PERFORM FIND-EMPLOYEE-ENTRY
               IF  WS-EMP-HIT > ZERO
                   IF  PA6-ITEM-CODE(1:3) = "ALW"
                       ADD  PA6-GROSS    TO   WS-ET-ALW(WS-EMP-HIT)
                   END-IF
                   IF  PA6-ITEM-TAXABLE = "N"
                       ADD  PA6-GROSS    TO   WS-ET-NONTAX(WS-EMP-HIT)
                   END-IF
               END-IF
           END-IF.
           IF  PA6-REC-TYPE = "I"
           AND PA6-ITEM-CODE = "ARREAR"
               PERFORM FIND-EMPLOYEE-ENTRY
               IF  WS-EMP-HIT > ZERO
                   ADD  PA6-GROSS   TO   WS-ET-ARREARS(WS-EMP-HIT)
               END-IF
           END-IF.
           IF  PA6-REC-TYPE = "D"
               PERFORM FIND-EMPLOYEE-ENTRY
               IF  WS-EMP-HIT > ZERO
                   ADD  PA6-GROSS   TO   WS-ET-GROSS(WS-EMP-HIT)
                   ADD  PA6-NET     TO   WS-ET-NET(WS-EMP-HIT)
                                         WS-DT-NET
                   ADD  1           TO   WS-ET-PERIODS(WS-EMP-HIT)
                   IF  PA6-PRORATE-FACTOR NUMERIC
                       MOVE  PA6-PRORATE-FACTOR  TO  WS-PERIOD-FACTOR
                   ELSE
                       MOVE  1      TO   WS-PERIOD-FACTOR
                   END-IF
                   IF  WS-PERIOD-FACTOR < 1
                       ADD  1       TO   WS-ET-PRORATED(WS-EMP-HIT)
                   END-IF
                   ADD  WS-PERIOD-FACTOR
                                    TO   WS-ET-MONTHS-EQ(WS-EMP-HIT)
               END-IF
           END-IF.

                                         WS-ET-DED(WS-EMP-HIT)
                                         WS-ET-NET(WS-EMP-HIT)
                                         WS-ET-PERIODS(WS-EMP-HIT)
                                         WS-ET-PRORATED(WS-EMP-HIT)
                                         WS-ET-MONTHS-EQ(WS-EMP-HIT)
                                         WS-ET-ARREARS(WS-EMP-HIT)
                                         WS-ET-ALW(WS-EMP-HIT)
                                         WS-ET-NONTAX(WS-EMP-HIT)
               ELSE
      *            PAST THE TABLE LIMIT THE SUMMARY IS INCOMPLETE --
      *            SAY SO RATHER THAN UNDER-REPORT A YEAR'S PAY
      ******************************************************************
       OPEN-SUMMARY-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
               DELIMITED BY SIZE INTO D-YE-LINE.
           MOVE  D-YE-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    A JOINER'S OR LEAVER'S PART PERIODS, AT THE FACTORS THE
      *    PAYROLL RUN ACTUALLY APPLIED
           IF  WS-ET-PRORATED(WS-EMP-IDX) > ZERO
               MOVE  WS-ET-MONTHS-EQ(WS-EMP-IDX)  TO   D-YE-MONTHS
               MOVE  SPACES         TO   D-YE-LINE
               STRING "PRORATED PERIODS  : "
                      WS-ET-PRORATED(WS-EMP-IDX)
                      "  MONTHS PAID : " D-YE-MONTHS
                   DELIMITED BY SIZE INTO D-YE-LINE
               MOVE  D-YE-LINE      TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-ET-ARREARS(WS-EMP-IDX) NOT = ZERO
               MOVE  WS-ET-ARREARS(WS-EMP-IDX)    TO   D-YE-AMOUNT
               MOVE  SPACES         TO   D-YE-LINE
               STRING "OF WHICH ARREARS  : " D-YE-AMOUNT
                   DELIMITED BY SIZE INTO D-YE-LINE
               MOVE  D-YE-LINE      TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-ET-ALW(WS-EMP-IDX) NOT = ZERO
               MOVE  WS-ET-ALW(WS-EMP-IDX)        TO   D-YE-AMOUNT
               MOVE  SPACES         TO   D-YE-LINE
               STRING "OF WHICH ALLOWANCE: " D-YE-AMOUNT
                   DELIMITED BY SIZE INTO D-YE-LINE
               MOVE  D-YE-LINE      TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
      *    TAXABLE GROSS IS WHAT THE WITHHOLDING SLIP CARRIES
           IF  WS-ET-NONTAX(WS-EMP-IDX) NOT = ZERO
               MOVE  WS-ET-NONTAX(WS-EMP-IDX)     TO   D-YE-AMOUNT
               MOVE  SPACES         TO   D-YE-LINE
               STRING "OF WHICH NON-TAX  : " D-YE-AMOUNT
                   DELIMITED BY SIZE INTO D-YE-LINE
               MOVE  D-YE-LINE      TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           COMPUTE D-YE-AMOUNT = WS-ET-GROSS(WS-EMP-IDX)
                               - WS-ET-NONTAX(WS-EMP-IDX).
           MOVE  SPACES             TO   D-YE-LINE.
           STRING "TAXABLE GROSS     : " D-YE-AMOUNT
               DELIMITED BY SIZE INTO D-YE-LINE.
           MOVE  D-YE-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    EJECT -- EACH EMPLOYEE'S SUMMARY IS A SEPARABLE PAGE
           PERFORM PRINT-PAGE-EJECT.

           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           MOVE  "LINES"            TO   PA-WHAT.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** YEAREND: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
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
