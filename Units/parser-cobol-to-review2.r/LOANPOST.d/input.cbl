      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LOANPOST --- loan-register posting after the payroll extract:
      *               reads the period's loan installments back off
      *               PAYARCH.DAT -- what EMPPAYX actually took, not
      *               what the register asked for -- and reduces each
      *               loan's EMP_LOAN balance by it, never below zero,
      *               listing every posting and the loans paid off.
      *               A re-run of the same period re-posts from the
      *               balance before that period, so nothing is taken
      *               twice.  Any employee now terminated (EMP_STATUS
      *               T) with a balance still outstanding gets a
      *               one-page statement of it, once, so the amount
      *               is recovered from final pay instead of being
      *               found on the paper ledger months later.
      *               The period posted is the one the pay calendar
      *               (see PAYCAL) gives the run date, as EMPPAYX
      *               takes it.  Spooled through VIRTUAL-PRINTER.
      *               Each group company posts off its own archive
      *               and states only its own leavers.  A rehearsal run
      *               (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *               update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LOANPOST.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX) -- THE INSTALLMENTS
      *    ACTUALLY DEDUCTED
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.

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
      *    PA6-GROSS ITS AMOUNT -- A LOAN INSTALLMENT IS A "D" ITEM
      *    CODED "LN" PLUS THE LOAN ID
           05  PA6-ITEM-DATA       REDEFINES PA6-EMP-NAME.
               10  PA6-ITEM-CLASS  PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-CODE   PIC  X(06).
               10  PA6-ITEM-CODE-R REDEFINES PA6-ITEM-CODE.
                   15  PA6-ITEM-PREFIX
                                   PIC  X(02).
                   15  PA6-ITEM-LOAN-ID
                                   PIC  X(04).
               10  FILLER          PIC  X(52).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "LOANPOST".
           COPY "REHEARSE.CPY".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    RUN DATE AND THE PAY PERIOD BEING POSTED (SAME PERIOD
      *    EMPPAYX PAID TODAY)
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-RUN-PERIOD           PIC  9(06).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    THE PERIOD'S ARCHIVED INSTALLMENTS -- A RE-ARCHIVED DETAIL
      *    DROPS THE INSTALLMENTS OF ITS EARLIER IMAGE, SAME AS
      *    EMPSLIP READS IT
       01  WS-INS-TABLE.
           05  WS-INS-CNT          PIC  9(04) VALUE ZERO.
           05  WS-INS-ENTRY        OCCURS 2000.
               10  WS-INS-EMP-NO   PIC  9(04).
               10  WS-INS-LOAN-ID  PIC  X(04).
               10  WS-INS-AMOUNT   PIC S9(07)V9(02).
       01  WS-INS-IDX              PIC  9(04).
       01  WS-INS-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-INS-FULL         VALUE "Y".
      *    ONE LOAN BEING POSTED
       01  WS-OPENING              PIC S9(07)V9(02).
       01  WS-APPLIED              PIC S9(07)V9(02).
      *    ONE LEAVER'S STATEMENT
       01  WS-STMT-EMP-NO          PIC S9(04) VALUE ZERO.
       01  WS-STMT-TOTAL           PIC S9(09)V9(02).
       01  WS-RECOVERED            PIC S9(07)V9(02).
       01  WS-LOAN-TYPE-TEXT       PIC  X(07).
       01  WS-POSTED-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-POSTED-HASH          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-PAID-OFF-COUNT       PIC  9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-STMT-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-ROWS-LISTED          PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./loanpost.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-POST-LINE.
           05  D-PL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-PL-LOAN-ID        PIC  X(04).
           05  FILLER              PIC  X(02).
           05  D-PL-TYPE           PIC  X(07).
           05  FILLER              PIC  X(01).
           05  D-PL-OPENING        PIC  Z,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-PL-APPLIED        PIC  Z,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-PL-CLOSING        PIC  Z,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-PL-NOTE           PIC  X(20).
       01  D-STMT-LINE.
           05  D-SL-LOAN-ID        PIC  X(04).
           05  FILLER              PIC  X(02).
           05  D-SL-TYPE           PIC  X(07).
           05  FILLER              PIC  X(01).
           05  D-SL-PRINCIPAL      PIC  Z,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-SL-START          PIC  9(06).
           05  FILLER              PIC  X(01).
           05  D-SL-RECOVERED      PIC  Z,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-SL-BALANCE        PIC  Z,ZZZ,ZZ9.
       01  D-AMOUNT                PIC  ZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
           COPY "LOANREC.CPY".
       01  LN-RUN-DATE             PIC  9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LOANPOST STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE
                                             LN-RUN-DATE.
           PERFORM SET-PAY-PERIOD.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** LOANPOST: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVED-INSTALLMENTS.

           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE REGISTER MAY NOT EXIST YET ON A FRESH DATABASE
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

           PERFORM OPEN-LOAN-SPOOL.
           PERFORM POST-INSTALLMENTS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ISSUE-LEAVER-STATEMENTS
           END-IF.
           PERFORM PRINT-LOAN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    A PART-POSTED PERIOD WOULD LEAVE SOME BALANCES AHEAD OF
      *    THE ARCHIVE AND SOME BEHIND -- ALL OR NOTHING
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** LOANPOST FINISHED -- " WS-POSTED-COUNT
                   " INSTALLMENT(S) POSTED, " WS-PAID-OFF-COUNT
                   " PAID OFF, " WS-UNMATCHED-COUNT " UNMATCHED, "
                   WS-STMT-COUNT " LEAVER STATEMENT(S) ***".
      *    A LEAVER'S STATEMENT NEEDS ACTING ON BEFORE FINAL PAY, AND
      *    AN INSTALLMENT WITH NO LOAN BEHIND IT NEEDS LOOKING INTO
           IF  (WS-STMT-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO)
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
       LOAD-ARCHIVED-INSTALLMENTS.
      ******************************************************************
      *    NO ARCHIVE MEANS NOTHING WAS DEDUCTED -- NO BALANCE MOVES,
      *    BUT THE LEAVER STATEMENTS STILL COME OUT
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** LOANPOST: PAYARCH.DAT NOT AVAILABLE, "
                       "STATUS " WS-PARCH-STATUS " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-PERIOD = WS-RUN-PERIOD
                               PERFORM NOTE-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       NOTE-ARCHIVE-RECORD.
      ******************************************************************
           IF  PA6-REC-TYPE = "D"
               PERFORM DROP-EMP-INSTALLMENTS
           END-IF.
           IF  PA6-REC-TYPE = "I"
           AND PA6-ITEM-CLASS = "D"
           AND PA6-ITEM-PREFIX = "LN"
               IF  WS-INS-CNT < 2000
                   ADD  1           TO   WS-INS-CNT
                   MOVE  PA6-EMP-NO TO   WS-INS-EMP-NO(WS-INS-CNT)
                   MOVE  PA6-ITEM-LOAN-ID
                                    TO   WS-INS-LOAN-ID(WS-INS-CNT)
                   MOVE  PA6-GROSS  TO   WS-INS-AMOUNT(WS-INS-CNT)
               ELSE
                   IF  NOT WS-INS-FULL
                       DISPLAY "*** LOANPOST: MORE THAN 2000 "
                               "INSTALLMENTS ON PAYARCH.DAT -- THE "
                               "REST ARE NOT POSTED ***"
                       SET  WS-INS-FULL  TO   TRUE
                       MOVE "WARN"  TO   WS-AUDIT-STATUS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       DROP-EMP-INSTALLMENTS.
      ******************************************************************
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-CNT
               IF  WS-INS-EMP-NO(WS-INS-IDX) = PA6-EMP-NO
                   MOVE  ZERO       TO   WS-INS-EMP-NO(WS-INS-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       POST-INSTALLMENTS.
      ******************************************************************
           PERFORM PRINT-POSTING-HEADING.
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-CNT
                      OR WS-AUDIT-STATUS = "FAIL"
               IF  WS-INS-EMP-NO(WS-INS-IDX) NOT = ZERO
                   PERFORM POST-ONE-INSTALLMENT
               END-IF
           END-PERFORM.
           IF  WS-POSTED-COUNT = ZERO AND WS-UNMATCHED-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       POST-ONE-INSTALLMENT.
      ******************************************************************
      *    THE BALANCE BEFORE THIS PERIOD IS THE STORED BALANCE, PLUS
      *    WHAT AN EARLIER RUN OF THE SAME PERIOD ALREADY TOOK OFF IT
           MOVE  WS-INS-EMP-NO(WS-INS-IDX)    TO   LN-EMP-NO.
           MOVE  WS-INS-LOAN-ID(WS-INS-IDX)   TO   LN-LOAN-ID.
           MOVE  SPACES             TO   D-POST-LINE.
           MOVE  LN-EMP-NO          TO   D-PL-EMP-NO.
           MOVE  LN-LOAN-ID         TO   D-PL-LOAN-ID.
           EXEC SQL
               SELECT COALESCE(LOAN_TYPE, 'L'), COALESCE(BALANCE, 0),
                      COALESCE(LAST_PERIOD, 0),
                      COALESCE(LAST_AMOUNT, 0)
                      INTO :LN-TYPE, :LN-BALANCE, :LN-LAST-PERIOD,
                           :LN-LAST-AMOUNT
                      FROM EMP_LOAN
                      WHERE EMP_NO = :LN-EMP-NO
                        AND LOAN_ID = :LN-LOAN-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   ADD  1           TO   WS-UNMATCHED-COUNT
                   MOVE  WS-INS-AMOUNT(WS-INS-IDX)   TO   D-PL-APPLIED
                   MOVE  "NOT ON REGISTER"  TO   D-PL-NOTE
                   MOVE  D-POST-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   PERFORM APPLY-INSTALLMENT
           END-EVALUATE.

      ******************************************************************
       APPLY-INSTALLMENT.
      ******************************************************************
           MOVE  LN-BALANCE         TO   WS-OPENING.
           IF  LN-LAST-PERIOD = WS-RUN-PERIOD
               ADD  LN-LAST-AMOUNT  TO   WS-OPENING
           END-IF.
      *    NEVER BELOW ZERO -- ANY OVER-DEDUCTION SHOWS ON THE LIST
           MOVE  WS-INS-AMOUNT(WS-INS-IDX)    TO   WS-APPLIED.
           IF  WS-APPLIED > WS-OPENING
               MOVE  WS-OPENING     TO   WS-APPLIED
               MOVE  "OVER-DEDUCTED"     TO   D-PL-NOTE
           END-IF.
           COMPUTE LN-BALANCE = WS-OPENING - WS-APPLIED.
           MOVE  WS-RUN-PERIOD      TO   LN-LAST-PERIOD.
           MOVE  WS-APPLIED         TO   LN-LAST-AMOUNT.
           EXEC SQL
               UPDATE EMP_LOAN
                      SET BALANCE = :LN-BALANCE,
                          LAST_PERIOD = :LN-LAST-PERIOD,
                          LAST_AMOUNT = :LN-LAST-AMOUNT
                      WHERE EMP_NO = :LN-EMP-NO
                        AND LOAN_ID = :LN-LOAN-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               ADD  1               TO   WS-POSTED-COUNT
               ADD  WS-APPLIED      TO   WS-POSTED-HASH
               PERFORM SET-LOAN-TYPE-TEXT
               MOVE  WS-LOAN-TYPE-TEXT   TO   D-PL-TYPE
               MOVE  WS-OPENING     TO   D-PL-OPENING
               MOVE  WS-APPLIED     TO   D-PL-APPLIED
               MOVE  LN-BALANCE     TO   D-PL-CLOSING
               IF  LN-BALANCE = ZERO
                   ADD  1           TO   WS-PAID-OFF-COUNT
                   IF  D-PL-NOTE = SPACES
                       MOVE  "PAID OFF"  TO   D-PL-NOTE
                   END-IF
               END-IF
               MOVE  D-POST-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       SET-LOAN-TYPE-TEXT.
      ******************************************************************
           IF  LN-TYPE = "A"
               MOVE  "ADVANCE"      TO   WS-LOAN-TYPE-TEXT
           ELSE
               MOVE  "LOAN"         TO   WS-LOAN-TYPE-TEXT
           END-IF.

      ******************************************************************
       ISSUE-LEAVER-STATEMENTS.
      ******************************************************************
      *    EVERY LOAN STILL OUTSTANDING AGAINST A TERMINATED EMPLOYEE
      *    AND NOT YET ON A STATEMENT -- ONE PAGE PER EMPLOYEE
           EXEC SQL
               DECLARE CS1 CURSOR FOR
               SELECT L.EMP_NO, E.EMP_NAME,
                      COALESCE(E.EMP_TERM_DATE, 0),
                      L.LOAN_ID, COALESCE(L.LOAN_TYPE, 'L'),
                      COALESCE(L.PRINCIPAL, 0),
                      COALESCE(L.START_PERIOD, 0), L.BALANCE
                      FROM EMP_LOAN L, EMP E
                      WHERE E.EMP_NO = L.EMP_NO
                        AND E.EMP_STATUS = 'T'
                        AND E.COMPANY_CD = :RUN-COMPANY
                        AND L.BALANCE > 0
                        AND COALESCE(L.STMT_DATE, 0) = 0
                      ORDER BY L.EMP_NO, L.LOAN_ID
           END-EXEC.
           EXEC SQL
               OPEN CS1
           END-EXEC.
           EXEC SQL
               FETCH CS1 INTO :LN-EMP-NO, :EMP-NAME, :EMP-TERM-DATE,
                              :LN-LOAN-ID, :LN-TYPE, :LN-PRINCIPAL,
                              :LN-START-PERIOD, :LN-BALANCE
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               IF  LN-EMP-NO NOT = WS-STMT-EMP-NO
                   IF  WS-STMT-EMP-NO NOT = ZERO
                       PERFORM FINISH-STATEMENT
                   END-IF
                   PERFORM START-STATEMENT
               END-IF
               PERFORM PRINT-STATEMENT-LOAN
               EXEC SQL
                   FETCH CS1 INTO :LN-EMP-NO, :EMP-NAME,
                                  :EMP-TERM-DATE, :LN-LOAN-ID,
                                  :LN-TYPE, :LN-PRINCIPAL,
                                  :LN-START-PERIOD, :LN-BALANCE
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CS1
           END-EXEC.
           IF  WS-STMT-EMP-NO NOT = ZERO
               PERFORM FINISH-STATEMENT
           END-IF.
      *    EACH STATEMENT IS ISSUED ONCE -- A LATER RUN DOES NOT
      *    REPEAT IT
           IF  WS-STMT-COUNT > ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               EXEC SQL
                   UPDATE EMP_LOAN
                          SET STMT_DATE = :LN-RUN-DATE
                          WHERE BALANCE > 0
                            AND COALESCE(STMT_DATE, 0) = 0
                            AND EMP_NO IN (SELECT EMP_NO FROM EMP
                                           WHERE EMP_STATUS = 'T'
                                             AND COMPANY_CD =
                                                 :RUN-COMPANY)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       START-STATEMENT.
      ******************************************************************
      *    EACH STATEMENT STARTS ON ITS OWN PAGE
           PERFORM PRINT-PAGE-EJECT.
           MOVE  LN-EMP-NO          TO   WS-STMT-EMP-NO.
           MOVE  ZERO               TO   WS-STMT-TOTAL.
           ADD  1                   TO   WS-STMT-COUNT.
           MOVE  "OUTSTANDING LOAN STATEMENT -- LEAVER"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "EMPLOYEE   : " LN-EMP-NO "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           IF  EMP-TERM-DATE = ZERO
               STRING "TERMINATED : DATE NOT SET"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "TERMINATED : " EMP-TERM-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "STATEMENT  : " WS-RUN-DATE
                  "  (BALANCES AFTER PERIOD " WS-RUN-PERIOD ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "LOAN  TYPE    PRINCIPAL  START  RECOVERED  BALANCE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-STATEMENT-LOAN.
      ******************************************************************
           ADD  1                   TO   WS-ROWS-LISTED.
           ADD  LN-BALANCE          TO   WS-STMT-TOTAL.
           COMPUTE WS-RECOVERED = LN-PRINCIPAL - LN-BALANCE.
           IF  WS-RECOVERED < ZERO
               MOVE  ZERO           TO   WS-RECOVERED
           END-IF.
           PERFORM SET-LOAN-TYPE-TEXT.
           MOVE  SPACES             TO   D-STMT-LINE.
           MOVE  LN-LOAN-ID         TO   D-SL-LOAN-ID.
           MOVE  WS-LOAN-TYPE-TEXT  TO   D-SL-TYPE.
           MOVE  LN-PRINCIPAL       TO   D-SL-PRINCIPAL.
           MOVE  LN-START-PERIOD    TO   D-SL-START.
           MOVE  WS-RECOVERED       TO   D-SL-RECOVERED.
           MOVE  LN-BALANCE         TO   D-SL-BALANCE.
           MOVE  D-STMT-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       FINISH-STATEMENT.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-STMT-TOTAL      TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "TOTAL OUTSTANDING : " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "TO BE RECOVERED FROM FINAL PAY"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       OPEN-LOAN-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING, SO A LINE
      *    PASSED ON IT WOULD BE LOST (SEE TEST-PRINTER)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "LOAN REGISTER POSTING -- PERIOD " WS-RUN-PERIOD
                  "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-POSTING-HEADING.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  " NO   LOAN  TYPE      OPENING RECOVERED   BALANCE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-LOAN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-POSTED-HASH     TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-POSTED-COUNT " INSTALLMENT(S) POSTED, TOTAL "
                  D-AMOUNT ", " WS-PAID-OFF-COUNT " PAID OFF, "
                  WS-UNMATCHED-COUNT " NOT ON REGISTER, "
                  WS-STMT-COUNT " LEAVER STATEMENT(S)"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- NO BALANCE CHANGED ***"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

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
      *    THE SAME PERIOD EMPPAYX PAID ON THIS RUN DATE -- OFF THE
      *    PAY CALENDAR, AS EMPPAYX TAKES IT
           MOVE  "DATE"             TO   WS-PC-FUNCTION.
           MOVE  WS-RUN-DATE        TO   WS-PC-DATE.
           CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                WS-PC-STATUS.
           IF  WS-PC-STATUS = "OK"
               MOVE  WS-PC-PERIOD   TO   WS-RUN-PERIOD
           ELSE
               MOVE  WS-RUN-DATE(1:6)  TO   WS-RUN-PERIOD
               DISPLAY "*** LOANPOST: RUN DATE NOT ON THE PAY CALENDAR "
                       "-- PERIOD " WS-RUN-PERIOD " TAKEN FROM THE RUN "
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
               DISPLAY "*** LOANPOST: RUNNING FOR COMPANY " WS-CO-CODE
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
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-POSTED-COUNT, WS-AUDIT-STATUS.
      ******************************************************************
