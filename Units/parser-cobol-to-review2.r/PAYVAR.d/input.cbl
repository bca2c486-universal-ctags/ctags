      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYVAR --- pre-payment variance check between EMPPAYX and
      *             BANKXFR: compares every employee's gross and net
      *             on the PAYROLL.DAT extract with the figures
      *             archived for them in the previous period on
      *             PAYARCH.DAT (the latest period before this one),
      *             and lists anyone whose gross or net moved by more
      *             than PAYVAR-PCT percent (30) or PAYVAR-AMOUNT yen
      *             (200,000) -- either test set to zero is off --
      *             and anyone paid now who was not paid then, or the
      *             other way round.  A misplaced decimal on one
      *             EMP_SALARY is caught here even though the file
      *             totals balance.
      *             Every exception has to be signed off by a payroll
      *             officer on PAYVARSO.DAT: the period, the EMP_NO,
      *             the net being released and the officer's ID,
      *             which must be a live level F operator on
      *             OPERAUTH.DAT.  The exceptions still open are
      *             written to PAYVAR.PND in the same layout, ready to
      *             be signed.  A sign-off is for that net amount
      *             only, so a re-run that changes the figure has to
      *             be signed again.  While any exception is open the
      *             step ends with condition code 8, which stops the
      *             cycle before BANKXFR sends the money; once signed,
      *             the cycle is resubmitted from this step (R on the
      *             step card).  Spooled through VIRTUAL-PRINTER.
      *             Each group company checks its own extract against
      *             its own archive, and only that company's payroll
      *             officers may sign its exceptions off.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYVAR.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE EXTRACT ABOUT TO BE PAID (SEE EMPPAYX)
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX) -- LAST PERIOD'S PAY
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    THE PAYROLL OFFICERS' SIGN-OFFS, ONE PER EXCEPTION
           SELECT SIGNOFF-FILE     ASSIGN TO DYNAMIC WS-SIGNOFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
      *    THE EXCEPTIONS STILL WAITING FOR A SIGN-OFF
           SELECT PEND-FILE        ASSIGN TO DYNAMIC WS-PEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
      *    OPERATOR PROFILES (SEE SIGNCHK) -- WHO MAY SIGN
           SELECT OPERAUTH-FILE    ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

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
           05  PXH-PAY-DATE        PIC  9(08).
      *    "REHEARSAL" WHEN THE EXTRACT CAME FROM A REHEARSAL RUN --
      *    SUCH A FILE IS NEVER SENT
           05  PXH-REHEARSAL       PIC  X(09).
           05  FILLER              PIC  X(80).
       01  PAYX-DETAIL-REC         REDEFINES PAYX-REC.
           05  PXD-REC-TYPE        PIC  X.
           05  PXD-EMP-NO          PIC  9(04).
           05  PXD-EMP-NAME        PIC  X(60).
      *    THE PRORATED GROSS
           05  PXD-EMP-SALARY      PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  PXD-EMP-DEPT        PIC  9(03).
           05  PXD-DED-TOTAL       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  PXD-NET-PAY         PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(52).

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

       FD  SIGNOFF-FILE.
       01  SIGNOFF-REC.
           05  SO-PERIOD           PIC  9(06).
           05  FILLER              PIC  X.
           05  SO-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
      *    NET BEING RELEASED -- ZERO FOR SOMEONE NOT PAID THIS PERIOD
           05  SO-NET              PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  SO-OFFICER          PIC  X(08).
           05  FILLER              PIC  X.
           05  SO-NOTE             PIC  X(30).

       FD  PEND-FILE.
       01  PEND-REC                PIC  X(64).

       FD  OPERAUTH-FILE.
       01  OPERAUTH-REC.
           05  OA-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-LEVEL            PIC  X.
           05  FILLER              PIC  X.
           05  OA-OPER-NAME        PIC  X(20).
           05  FILLER              PIC  X.
           05  OA-PASSWORD         PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-EXPIRY           PIC  9(08).
           05  FILLER              PIC  X.
           05  OA-FAIL-CNT         PIC  9.
           05  FILLER              PIC  X.
           05  OA-SUSPEND          PIC  X.
           05  FILLER              PIC  X.
           05  OA-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  OA-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "PAYVAR".
       01  WS-PAYX-STATUS          PIC  X(02).
           88  WS-PAYX-OK          VALUE "00".
           88  WS-PAYX-EOF         VALUE "10".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-SIGNOFF-STATUS       PIC  X(02).
           88  WS-SIGNOFF-OK       VALUE "00".
           88  WS-SIGNOFF-EOF      VALUE "10".
       01  WS-PEND-STATUS          PIC  X(02).
           88  WS-PEND-OK          VALUE "00".
       01  WS-OPERAUTH-STATUS      PIC  X(02).
           88  WS-OPERAUTH-OK      VALUE "00".
           88  WS-OPERAUTH-EOF     VALUE "10".
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    MOVEMENT BEYOND EITHER LIMIT IS AN EXCEPTION -- ZERO TURNS
      *    THAT TEST OFF
       01  WS-VAR-PCT              PIC  9(03) VALUE 30.
       01  WS-VAR-AMOUNT           PIC  9(07) VALUE 200000.
       01  WS-TODAY                PIC  9(08).
      *    THE PERIOD ON THE EXTRACT AND THE LATEST ONE ARCHIVED
      *    BEFORE IT
       01  WS-CUR-PERIOD           PIC  9(06) VALUE ZERO.
       01  WS-PREV-PERIOD          PIC  9(06) VALUE ZERO.
      *    ONE ENTRY PER EMPLOYEE PAID IN EITHER PERIOD
       01  WS-VAR-TABLE.
           05  WS-VR-CNT           PIC  9(04) VALUE ZERO.
           05  WS-VR-ENTRY         OCCURS 2000.
               10  WS-VR-EMP-NO    PIC  9(04).
               10  WS-VR-NAME      PIC  X(60).
               10  WS-VR-IN-CUR    PIC  X.
               10  WS-VR-IN-PREV   PIC  X.
               10  WS-VR-CUR-GROSS PIC S9(09)V9(02).
               10  WS-VR-CUR-NET   PIC S9(09)V9(02).
               10  WS-VR-PREV-GROSS
                                   PIC S9(09)V9(02).
               10  WS-VR-PREV-NET  PIC S9(09)V9(02).
       01  WS-VR-IDX               PIC  9(04).
       01  WS-VR-HIT               PIC  9(04).
       01  WS-EMP-WANTED           PIC  9(04).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
      *    THE SIGN-OFFS FOR THIS PERIOD BY AN AUTHORISED OFFICER
       01  WS-SO-TABLE.
           05  WS-SO-CNT           PIC  9(04) VALUE ZERO.
           05  WS-SO-ENTRY         OCCURS 500.
               10  WS-SO-EMP-NO    PIC  9(04).
               10  WS-SO-NET       PIC S9(09)V9(02).
               10  WS-SO-OFFICER   PIC  X(08).
       01  WS-SO-IDX               PIC  9(04).
       01  WS-SO-HIT               PIC  9(04).
      *    OPERATORS WHO MAY SIGN -- LEVEL F, NOT SUSPENDED, NOT
      *    EXPIRED
       01  WS-OFFICER-TABLE.
           05  WS-OF-CNT           PIC  9(03) VALUE ZERO.
           05  WS-OF-ID            OCCURS 100 PIC X(08).
       01  WS-OF-IDX               PIC  9(03).
       01  WS-OF-HIT               PIC  9(03).
      *    ONE EMPLOYEE BEING TESTED
       01  WS-TEST-CUR             PIC S9(09)V9(02).
       01  WS-TEST-PREV            PIC S9(09)V9(02).
       01  WS-ABS-DIFF             PIC S9(09)V9(02).
       01  WS-PCT                  PIC S9(05)V9(01).
       01  WS-NET-PCT              PIC S9(05)V9(01).
       01  WS-MOVED-FLAG           PIC  X.
           88  WS-HAS-MOVED        VALUE "Y".
       01  WS-GROSS-MOVED-FLAG     PIC  X.
           88  WS-GROSS-MOVED      VALUE "Y".
       01  WS-EXC-FLAG             PIC  X.
           88  WS-IS-EXCEPTION     VALUE "Y".
       01  WS-NOTE-TEXT            PIC  X(20).
       01  WS-SIGNED-TEXT          PIC  X(10).
      *    A PENDING LINE, IN THE SIGN-OFF LAYOUT WITH THE OFFICER
      *    LEFT BLANK
       01  WS-PEND-LINE.
           05  WS-PL-PERIOD        PIC  9(06).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-PL-EMP-NO        PIC  9(04).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-PL-NET           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-PL-OFFICER       PIC  X(08).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-PL-NOTE          PIC  X(30).
       01  WS-RUN-COUNTS.
           05  WS-CUR-PAID         PIC  9(06) VALUE ZERO.
           05  WS-PREV-PAID        PIC  9(06) VALUE ZERO.
           05  WS-COMPARED         PIC  9(06) VALUE ZERO.
           05  WS-EXCEPTIONS       PIC  9(06) VALUE ZERO.
           05  WS-SIGNED           PIC  9(06) VALUE ZERO.
           05  WS-UNSIGNED         PIC  9(06) VALUE ZERO.
           05  WS-SO-READ          PIC  9(06) VALUE ZERO.
           05  WS-SO-REFUSED       PIC  9(06) VALUE ZERO.
       01  D-VAR-LINE.
           05  D-VL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-VL-PREV-GROSS     PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-VL-CUR-GROSS      PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-VL-PREV-NET       PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-VL-CUR-NET        PIC  ---,---,--9.
           05  FILLER              PIC  X.
           05  D-VL-NET-PCT        PIC  ----9.9.
           05  FILLER              PIC  X(02).
           05  D-VL-NOTE           PIC  X(20).
           05  FILLER              PIC  X(02).
           05  D-VL-SIGNED         PIC  X(10).
           05  FILLER              PIC  X(02).
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-PERIOD                PIC  9999/99.
       01  D-PERIOD-2              PIC  9999/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SIGNOFF-NAME         PIC  X(40) VALUE "PAYVARSO.DAT".
       01  WS-PEND-NAME            PIC  X(40) VALUE "PAYVAR.PND".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./payvar.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAYVAR STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-TODAY.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** PAYVAR: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    NO EXTRACT, NOTHING TO RELEASE -- THE PAYMENT STAYS HELD
           PERFORM LOAD-CURRENT-PAYROLL.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-PREVIOUS-PERIOD.
           IF  WS-PREV-PERIOD NOT = ZERO
               PERFORM LOAD-PREVIOUS-PAY
           END-IF.
           PERFORM LOAD-OFFICERS.
           PERFORM LOAD-SIGN-OFFS.

           PERFORM OPEN-VARIANCE-SPOOL.
           OPEN OUTPUT PEND-FILE.
           IF  NOT WS-PEND-OK
               DISPLAY "*** PAYVAR: PAYVAR.PND COULD NOT BE WRITTEN, "
                       "STATUS " WS-PEND-STATUS " ***"
           END-IF.
           IF  WS-PREV-PERIOD = ZERO
      *        THE FIRST PERIOD EVER PAID HAS NOTHING TO COMPARE WITH
               MOVE  "NO EARLIER PERIOD ON PAYARCH.DAT -- NOTHING TO "
                                    TO   PA-BUFFER
               MOVE  "COMPARE"      TO   PA-BUFFER(48:7)
               PERFORM PRINT-A-LINE
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                       UNTIL WS-VR-IDX > WS-VR-CNT
                   PERFORM CHECK-ONE-EMPLOYEE
               END-PERFORM
               IF  WS-EXCEPTIONS = ZERO
                   MOVE  "NO EXCEPTIONS -- EVERY PAYMENT IS IN LINE "
                                    TO   PA-BUFFER
                   MOVE  "WITH LAST PERIOD"
                                    TO   PA-BUFFER(43:16)
                   PERFORM PRINT-A-LINE
               END-IF
           END-IF.
           IF  WS-PEND-OK
               CLOSE PEND-FILE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** PAYVAR FINISHED -- PERIOD " WS-CUR-PERIOD
                   " AGAINST " WS-PREV-PERIOD ": " WS-COMPARED
                   " COMPARED, " WS-EXCEPTIONS " EXCEPTION(S), "
                   WS-SIGNED " SIGNED OFF ***".
      *    AN OPEN EXCEPTION HOLDS THE PAYMENT -- CONDITION CODE 8
      *    STOPS THE CYCLE AHEAD OF BANKXFR
           IF  WS-UNSIGNED > ZERO
               DISPLAY "*** PAYVAR: " WS-UNSIGNED " EXCEPTION(S) NOT "
                       "SIGNED OFF -- PAYMENT HELD, SEE PAYVAR.PND ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           IF  (WS-SIGNED > ZERO OR WS-SO-REFUSED > ZERO
                OR WS-TABLE-FULL)
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
       LOAD-CURRENT-PAYROLL.
      ******************************************************************
           OPEN INPUT PAYX-FILE.
           IF  NOT WS-PAYX-OK
               DISPLAY "*** PAYVAR: UNABLE TO OPEN PAYROLL.DAT, "
                       "STATUS " WS-PAYX-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PAYX-EOF
                   READ PAYX-FILE
                       AT END
                           SET WS-PAYX-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYX-FILE
               IF  WS-CUR-PERIOD = ZERO
                   DISPLAY "*** PAYVAR: PAYROLL.DAT CARRIES NO PAY "
                           "PERIOD ON ITS HEADER ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       NOTE-EXTRACT-RECORD.
      ******************************************************************
           IF  PXH-REC-TYPE = "H" AND PXH-PAY-PERIOD NUMERIC
               MOVE  PXH-PAY-PERIOD TO   WS-CUR-PERIOD
           END-IF.
      *    A DETAIL WRITTEN TWICE (A RESTARTED EXTRACT) COUNTS ONCE
           IF  PXD-REC-TYPE = "D"
               MOVE  PXD-EMP-NO     TO   WS-EMP-WANTED
               PERFORM FIND-VAR-ENTRY
               IF  WS-VR-HIT > ZERO
                   IF  WS-VR-IN-CUR(WS-VR-HIT) = "N"
                       ADD  1       TO   WS-CUR-PAID
                   END-IF
                   MOVE  "Y"        TO   WS-VR-IN-CUR(WS-VR-HIT)
                   MOVE  PXD-EMP-NAME    TO   WS-VR-NAME(WS-VR-HIT)
                   MOVE  PXD-EMP-SALARY  TO   WS-VR-CUR-GROSS(WS-VR-HIT)
                   MOVE  PXD-NET-PAY     TO   WS-VR-CUR-NET(WS-VR-HIT)
               END-IF
           END-IF.

      ******************************************************************
       FIND-PREVIOUS-PERIOD.
      ******************************************************************
      *    THE LATEST PERIOD ARCHIVED BEFORE THIS ONE -- NOT SIMPLY
      *    THE MONTH BEFORE, SO A PERIOD NEVER RUN IS STEPPED OVER
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** PAYVAR: PAYARCH.DAT NOT AVAILABLE, "
                       "STATUS " WS-PARCH-STATUS " ***"
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                           AND PA6-PERIOD < WS-CUR-PERIOD
                           AND PA6-PERIOD > WS-PREV-PERIOD
                               MOVE  PA6-PERIOD  TO   WS-PREV-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       LOAD-PREVIOUS-PAY.
      ******************************************************************
      *    A PERIOD ARCHIVED TWICE COUNTS THE LATER RUN ONLY
           OPEN INPUT PARCH-FILE.
           IF  WS-PARCH-OK
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                           AND PA6-PERIOD = WS-PREV-PERIOD
                               PERFORM NOTE-PREVIOUS-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       NOTE-PREVIOUS-PAY.
      ******************************************************************
           MOVE  PA6-EMP-NO         TO   WS-EMP-WANTED.
           PERFORM FIND-VAR-ENTRY.
           IF  WS-VR-HIT > ZERO
               IF  WS-VR-IN-PREV(WS-VR-HIT) = "N"
                   ADD  1           TO   WS-PREV-PAID
               END-IF
               MOVE  "Y"            TO   WS-VR-IN-PREV(WS-VR-HIT)
               IF  WS-VR-NAME(WS-VR-HIT) = SPACES
                   MOVE  PA6-EMP-NAME    TO   WS-VR-NAME(WS-VR-HIT)
               END-IF
               MOVE  PA6-GROSS      TO   WS-VR-PREV-GROSS(WS-VR-HIT)
               MOVE  PA6-NET        TO   WS-VR-PREV-NET(WS-VR-HIT)
           END-IF.

      ******************************************************************
       FIND-VAR-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-VR-HIT.
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CNT
                      OR WS-VR-HIT > ZERO
               IF  WS-VR-EMP-NO(WS-VR-IDX) = WS-EMP-WANTED
                   MOVE  WS-VR-IDX  TO   WS-VR-HIT
               END-IF
           END-PERFORM.
           IF  WS-VR-HIT = ZERO
               IF  WS-VR-CNT < 2000
                   ADD  1           TO   WS-VR-CNT
                   MOVE  WS-VR-CNT  TO   WS-VR-HIT
                   INITIALIZE WS-VR-ENTRY(WS-VR-HIT)
                   MOVE  WS-EMP-WANTED   TO   WS-VR-EMP-NO(WS-VR-HIT)
                   MOVE  "N"        TO   WS-VR-IN-CUR(WS-VR-HIT)
                                         WS-VR-IN-PREV(WS-VR-HIT)
               ELSE
      *            NOBODY LEFT UNCHECKED IS RELEASED UNSEEN -- THE
      *            OVERFLOW ITSELF HOLDS THE PAYMENT
                   IF  NOT WS-TABLE-FULL
                       DISPLAY "*** PAYVAR: MORE THAN 2000 EMPLOYEES "
                               "-- EMP_NO " WS-EMP-WANTED
                               " AND LATER NOT CHECKED ***"
                       ADD  1       TO   WS-UNSIGNED
                   END-IF
                   SET  WS-TABLE-FULL    TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       LOAD-OFFICERS.
      ******************************************************************
           OPEN INPUT OPERAUTH-FILE.
           IF  NOT WS-OPERAUTH-OK
               DISPLAY "*** PAYVAR: OPERAUTH.DAT NOT AVAILABLE, "
                       "STATUS " WS-OPERAUTH-STATUS
                       " -- NO SIGN-OFF CAN BE ACCEPTED ***"
           ELSE
               PERFORM UNTIL WS-OPERAUTH-EOF
                   READ OPERAUTH-FILE
                       AT END
                           SET WS-OPERAUTH-EOF TO TRUE
                       NOT AT END
                           IF  OA-LEVEL = "F"
                           AND OA-SUSPEND NOT = "Y"
                           AND (OA-COMPANY = WS-CO-CODE
                                OR (OA-COMPANY = SPACES
                                    AND WS-CO-ROLE = "P"))
                           AND (OA-EXPIRY NOT NUMERIC
                                OR OA-EXPIRY = ZERO
                                OR OA-EXPIRY NOT < WS-TODAY)
                           AND WS-OF-CNT < 100
                               ADD  1   TO   WS-OF-CNT
                               MOVE  OA-OPER-ID
                                        TO   WS-OF-ID(WS-OF-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERAUTH-FILE
           END-IF.

      ******************************************************************
       LOAD-SIGN-OFFS.
      ******************************************************************
      *    NO SIGN-OFF FILE SIMPLY MEANS NOTHING IS SIGNED YET
           OPEN INPUT SIGNOFF-FILE.
           IF  WS-SIGNOFF-OK
               PERFORM UNTIL WS-SIGNOFF-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET WS-SIGNOFF-EOF TO TRUE
                       NOT AT END
                           IF  SO-PERIOD = WS-CUR-PERIOD
                               ADD  1   TO   WS-SO-READ
                               PERFORM NOTE-ONE-SIGN-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

      ******************************************************************
       NOTE-ONE-SIGN-OFF.
      ******************************************************************
           MOVE  ZERO               TO   WS-OF-HIT.
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
                   UNTIL WS-OF-IDX > WS-OF-CNT
                      OR WS-OF-HIT > ZERO
               IF  WS-OF-ID(WS-OF-IDX) = SO-OFFICER
                   MOVE  WS-OF-IDX  TO   WS-OF-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SO-EMP-NO NOT NUMERIC OR SO-NET NOT NUMERIC
                   ADD  1           TO   WS-SO-REFUSED
                   DISPLAY "*** PAYVAR: SIGN-OFF RECORD " WS-SO-READ
                           " NOT NUMERIC -- IGNORED ***"
               WHEN WS-OF-HIT = ZERO
                   ADD  1           TO   WS-SO-REFUSED
                   DISPLAY "*** PAYVAR: SIGN-OFF FOR EMP_NO "
                           SO-EMP-NO " BY '" SO-OFFICER
                           "' -- NOT A PAYROLL OFFICER, IGNORED ***"
               WHEN WS-SO-CNT NOT < 500
                   ADD  1           TO   WS-SO-REFUSED
                   DISPLAY "*** PAYVAR: MORE THAN 500 SIGN-OFFS -- "
                           "EMP_NO " SO-EMP-NO " IGNORED ***"
               WHEN OTHER
                   ADD  1           TO   WS-SO-CNT
                   MOVE  SO-EMP-NO  TO   WS-SO-EMP-NO(WS-SO-CNT)
                   MOVE  SO-NET     TO   WS-SO-NET(WS-SO-CNT)
                   MOVE  SO-OFFICER TO   WS-SO-OFFICER(WS-SO-CNT)
           END-EVALUATE.

      ******************************************************************
       CHECK-ONE-EMPLOYEE.
      ******************************************************************
           MOVE  "N"                TO   WS-EXC-FLAG.
           MOVE  SPACES             TO   WS-NOTE-TEXT.
           MOVE  ZERO               TO   WS-NET-PCT.
           EVALUATE TRUE
               WHEN WS-VR-IN-PREV(WS-VR-IDX) = "N"
                   SET  WS-IS-EXCEPTION  TO   TRUE
                   MOVE  "NOT PAID LAST PERIOD"   TO   WS-NOTE-TEXT
               WHEN WS-VR-IN-CUR(WS-VR-IDX) = "N"
                   SET  WS-IS-EXCEPTION  TO   TRUE
                   MOVE  "NOT PAID THIS PERIOD"   TO   WS-NOTE-TEXT
               WHEN OTHER
                   ADD  1           TO   WS-COMPARED
                   MOVE  WS-VR-CUR-GROSS(WS-VR-IDX)  TO   WS-TEST-CUR
                   MOVE  WS-VR-PREV-GROSS(WS-VR-IDX) TO   WS-TEST-PREV
                   PERFORM TEST-MOVEMENT
                   MOVE  WS-MOVED-FLAG   TO   WS-GROSS-MOVED-FLAG
                   MOVE  WS-VR-CUR-NET(WS-VR-IDX)    TO   WS-TEST-CUR
                   MOVE  WS-VR-PREV-NET(WS-VR-IDX)   TO   WS-TEST-PREV
                   PERFORM TEST-MOVEMENT
                   EVALUATE TRUE
                       WHEN WS-GROSS-MOVED AND WS-HAS-MOVED
                           SET  WS-IS-EXCEPTION  TO   TRUE
                           MOVE  "GROSS AND NET MOVED"
                                    TO   WS-NOTE-TEXT
                       WHEN WS-GROSS-MOVED
                           SET  WS-IS-EXCEPTION  TO   TRUE
                           MOVE  "GROSS MOVED"   TO   WS-NOTE-TEXT
                       WHEN WS-HAS-MOVED
                           SET  WS-IS-EXCEPTION  TO   TRUE
                           MOVE  "NET MOVED"     TO   WS-NOTE-TEXT
                   END-EVALUATE
           END-EVALUATE.
           IF  WS-IS-EXCEPTION
               ADD  1               TO   WS-EXCEPTIONS
               PERFORM FIND-SIGN-OFF
               IF  WS-SO-HIT > ZERO
                   ADD  1           TO   WS-SIGNED
                   MOVE  WS-SO-OFFICER(WS-SO-HIT)    TO   WS-SIGNED-TEXT
               ELSE
                   ADD  1           TO   WS-UNSIGNED
                   MOVE  "NOT SIGNED"    TO   WS-SIGNED-TEXT
                   PERFORM WRITE-PENDING-LINE
               END-IF
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      ******************************************************************
       TEST-MOVEMENT.
      ******************************************************************
      *    THE CHANGE AS A PERCENTAGE OF LAST PERIOD'S FIGURE -- FROM
      *    NOTHING TO SOMETHING IS ALWAYS BEYOND THE LIMIT
           MOVE  "N"                TO   WS-MOVED-FLAG.
           COMPUTE WS-ABS-DIFF = WS-TEST-CUR - WS-TEST-PREV.
           IF  WS-TEST-PREV > ZERO
               COMPUTE WS-PCT ROUNDED = WS-ABS-DIFF * 100
                                      / WS-TEST-PREV
                   ON SIZE ERROR
                       MOVE  9999.9      TO   WS-PCT
               END-COMPUTE
           ELSE
               MOVE  9999.9         TO   WS-PCT
               IF  WS-ABS-DIFF = ZERO
                   MOVE  ZERO       TO   WS-PCT
               END-IF
           END-IF.
      *    THE NET PERCENTAGE RIDES THE LISTING WITH ITS SIGN
           MOVE  WS-PCT             TO   WS-NET-PCT.
           IF  WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF.
           IF  WS-PCT < ZERO
               COMPUTE WS-PCT = ZERO - WS-PCT
           END-IF.
           IF  WS-VAR-PCT > ZERO AND WS-PCT > WS-VAR-PCT
               SET  WS-HAS-MOVED    TO   TRUE
           END-IF.
           IF  WS-VAR-AMOUNT > ZERO AND WS-ABS-DIFF > WS-VAR-AMOUNT
               SET  WS-HAS-MOVED    TO   TRUE
           END-IF.

      ******************************************************************
       FIND-SIGN-OFF.
      ******************************************************************
      *    SIGNED FOR THIS NET AMOUNT -- ZERO FOR A PAYMENT DROPPED
           MOVE  ZERO               TO   WS-SO-HIT.
           IF  WS-VR-IN-CUR(WS-VR-IDX) = "N"
               MOVE  ZERO           TO   WS-VR-CUR-NET(WS-VR-IDX)
           END-IF.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-CNT
                      OR WS-SO-HIT > ZERO
               IF  WS-SO-EMP-NO(WS-SO-IDX) = WS-VR-EMP-NO(WS-VR-IDX)
               AND WS-SO-NET(WS-SO-IDX) = WS-VR-CUR-NET(WS-VR-IDX)
                   MOVE  WS-SO-IDX  TO   WS-SO-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       WRITE-PENDING-LINE.
      ******************************************************************
           IF  WS-PEND-OK
               MOVE  WS-CUR-PERIOD  TO   WS-PL-PERIOD
               MOVE  WS-VR-EMP-NO(WS-VR-IDX)     TO   WS-PL-EMP-NO
               MOVE  WS-VR-CUR-NET(WS-VR-IDX)    TO   WS-PL-NET
               MOVE  SPACES         TO   WS-PL-OFFICER
               MOVE  WS-NOTE-TEXT   TO   WS-PL-NOTE
               WRITE PEND-REC       FROM WS-PEND-LINE
           END-IF.

      ******************************************************************
       PRINT-EXCEPTION-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-VAR-LINE.
           MOVE  WS-VR-EMP-NO(WS-VR-IDX)     TO   D-VL-EMP-NO.
           IF  WS-VR-IN-PREV(WS-VR-IDX) = "Y"
               MOVE  WS-VR-PREV-GROSS(WS-VR-IDX) TO   D-VL-PREV-GROSS
               MOVE  WS-VR-PREV-NET(WS-VR-IDX)   TO   D-VL-PREV-NET
           END-IF.
           IF  WS-VR-IN-CUR(WS-VR-IDX) = "Y"
               MOVE  WS-VR-CUR-GROSS(WS-VR-IDX)  TO   D-VL-CUR-GROSS
               MOVE  WS-VR-CUR-NET(WS-VR-IDX)    TO   D-VL-CUR-NET
           END-IF.
           IF  WS-VR-IN-PREV(WS-VR-IDX) = "Y"
           AND WS-VR-IN-CUR(WS-VR-IDX) = "Y"
               MOVE  WS-NET-PCT     TO   D-VL-NET-PCT
           END-IF.
           MOVE  WS-NOTE-TEXT       TO   D-VL-NOTE.
           MOVE  WS-SIGNED-TEXT     TO   D-VL-SIGNED.
      *    THE NAME GOES LAST, AT ITS DISPLAY WIDTH (SEE DSPNAME)
           CALL "DSPNAME" USING WS-VR-NAME(WS-VR-IDX), WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-VAR-LINE WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       OPEN-VARIANCE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-CUR-PERIOD      TO   D-PERIOD.
           MOVE  WS-PREV-PERIOD     TO   D-PERIOD-2.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "PRE-PAYMENT VARIANCE CHECK -- PAY PERIOD " D-PERIOD
                  " AGAINST " D-PERIOD-2 "  (LIMITS " WS-VAR-PCT
                  " PERCENT, " WS-VAR-AMOUNT " YEN)"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "EMP    PREV GROSS  THIS GROSS    PREV NET    THIS"
                  " NET   NET %  EXCEPTION             SIGNED OFF"
                  "  NAME"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CUR-PAID        TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "PAID THIS PERIOD         " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-PREV-PAID       TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "PAID LAST PERIOD         " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-EXCEPTIONS      TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "EXCEPTIONS               " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SIGNED          TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "SIGNED OFF               " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-SO-REFUSED NOT = ZERO
               MOVE  WS-SO-REFUSED  TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "SIGN-OFFS NOT ACCEPTED   " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-UNSIGNED > ZERO
               MOVE  WS-UNSIGNED    TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "*** NOT SIGNED OFF      " D-COUNT
                      " -- PAYMENT HELD UNTIL SIGNED ON PAYVARSO.DAT"
                      " ***"
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
           MOVE  "PAYVAR-PCT"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:3) NUMERIC
               MOVE  WS-CFG-VALUE(1:3)   TO   WS-VAR-PCT
           END-IF.
           MOVE  "PAYVAR-AMOUNT"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:7) NUMERIC
               MOVE  WS-CFG-VALUE(1:7)   TO   WS-VAR-AMOUNT
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
               DISPLAY "*** PAYVAR: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-SIGNOFF-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SIGNOFF-NAME
               MOVE  WS-PEND-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PEND-NAME
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
                                  WS-CUR-PAID, WS-AUDIT-STATUS.
      ******************************************************************
