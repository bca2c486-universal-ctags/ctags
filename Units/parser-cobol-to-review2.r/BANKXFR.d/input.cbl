      *              manually keyed bank upload.  Employees with no
      *              routing on file are listed and the run goes WARN.
      *              BANKRTN reconciles the bank's return file.
      *              The value date is the pay period's nominal
      *              payday off the pay calendar (PAYCAL.DAT, the
      *              period coming from the extract header), brought
      *              forward to the previous business day through
      *              DATECALC and RUNCAL.DAT when it falls on a
      *              weekend or holiday -- instead of the run date.
      *              Expense claims reimbursed with the salary (the
      *              class R item lines after each detail, see
      *              EXPLOAD) are already inside the net figure; the
      *              part of the transfer that is reimbursement is
      *              totalled from them for the run summary, and any
      *              left unsent with a payee who has no routing is
      *              shown apart.
      *              Each group company transfers from its own
      *              extract into its own ZENGIN.DAT, with its own
      *              name (COMPANY.DAT) as the requester.  A rehearsal
      *              run (REHEARSAL-MODE on SHOPCNFG.DAT), or an extract
      *              whose header EMPPAYX marked REHEARSAL, gives a
      *              transfer file marked REHEARSAL in its header, so it
      *              cannot go to the bank; one built from a
      *              REHEARSAL extract is not sealed either, so
      *              XMITSEND will not release it.
      *              The finished transfer file is sealed (XMITSEAL)
      *              with its trailer count and amount, so XMITSEND
      *              sends only the generation this run produced,
      *              unaltered.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       FILE-CONTROL.
      *    THE PAYROLL EXTRACT AS SENT TO THE BUREAU -- ITS NET
      *    COLUMN IS WHAT GOES TO THE BANK
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    THE TRANSFER FILE -- ZENGIN-STYLE 1/2/8/9 RECORD TYPES
           SELECT ZENGIN-FILE      ASSIGN TO DYNAMIC WS-ZENGIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZENGIN-STATUS.

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
      *    ITEM LINE FOLLOWING ITS DETAIL (SEE EMPPAYX) -- ONLY THE
      *    REIMBURSEMENTS (CLASS R), ALREADY IN THE DETAIL'S NET, ARE
      *    LOOKED AT HERE
       01  PAYX-ITEM-REC           REDEFINES PAYX-REC.
           05  PXI-REC-TYPE        PIC  X.
           05  PXI-EMP-NO          PIC  9(04).
           05  PXI-ITEM-CLASS      PIC  X.
           05  PXI-ITEM-CODE       PIC  X(06).
           05  PXI-ITEM-AMOUNT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(128).

       FD  ZENGIN-FILE.
       01  ZENGIN-REC              PIC  X(120).
           05  ZH-CATEGORY         PIC  X(02).
           05  ZH-REQUESTER        PIC  X(20).
           05  ZH-VALUE-DATE       PIC  9(08).
      *    "REHEARSAL" ON A FILE FROM A REHEARSAL RUN -- NOT FOR THE
      *    BANK
           05  ZH-REHEARSAL        PIC  X(09).
           05  FILLER              PIC  X(80).
      *    DETAIL -- TYPE 2: ROUTING, PAYEE KANA NAME AND AMOUNT
       01  ZENGIN-DETAIL-REC       REDEFINES ZENGIN-REC.
           05  ZD-REC-TYPE         PIC  X.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "BANKXFR".
           COPY "REHEARSE.CPY".
       01  WS-PAYX-STATUS          PIC  X(02).
           88  WS-PAYX-OK          VALUE "00".
           88  WS-PAYX-EOF         VALUE "10".
           05  WS-DETAILS-SENT     PIC  9(06) VALUE ZERO.
           05  WS-NO-ROUTING       PIC  9(06) VALUE ZERO.
       01  WS-AMOUNT-TOTAL         PIC  9(12) VALUE ZERO.
      *    EXPENSE REIMBURSEMENTS INSIDE THE NET FIGURES -- SENT WITH
      *    THE TRANSFER, OR HELD WITH A PAYEE WHO HAS NO ROUTING
       01  WS-LAST-SENT-FLAG       PIC  X     VALUE "N".
           88  WS-LAST-SENT        VALUE "Y".
       01  WS-LAST-EMP-NO          PIC  9(04) VALUE ZERO.
       01  WS-REIMB-SENT           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-REIMB-HELD           PIC S9(11)V9(02) VALUE ZERO.
      *    THE PERIOD BEING PAID (OFF THE EXTRACT HEADER), ITS
      *    NOMINAL PAYDAY AND THE BUSINESS DAY THE BANK PAYS ON
       01  WS-PAY-PERIOD           PIC  9(06) VALUE ZERO.
       01  WS-PAY-DATE             PIC  9(08) VALUE ZERO.
       01  WS-VALUE-DATE           PIC  9(08) VALUE ZERO.
      *    THE EXTRACT'S FIRST RECORD IS READ AHEAD FOR THE HEADER
       01  WS-FIRST-READ-FLAG      PIC  X     VALUE "N".
           88  WS-FIRST-IS-DETAIL  VALUE "Y".
      *    THE EXTRACT'S HEADER SAID REHEARSAL -- KEPT APART FROM
      *    RH-FLAG, WHICH COMMIT-UNIT-OF-WORK RESETS FROM SHOPCNFG.DAT
       01  WS-REHEARSAL-EXTRACT    PIC  X     VALUE "N".
           88  WS-EXTRACT-REHEARSAL VALUE "Y".
      *    DATECALC CONTRACT FIELDS (SEE DATECALC)
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
       01  WS-XFR-AMOUNT           PIC  9(10) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
       01  WS-ZENGIN-NAME          PIC  X(40) VALUE "ZENGIN.DAT".
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL) -- THE
      *    TRANSFER FILE IS SEALED AS IT LEAVES THIS STEP SO XMITSEND
      *    CAN PROVE IT UNTOUCHED AT SEND TIME
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08) VALUE "ZENGIN".
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** BANKXFR: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               GOBACK
           END-IF.

           PERFORM CHECK-REHEARSAL-MODE.
           PERFORM READ-EXTRACT-HEADER.
           PERFORM SET-VALUE-DATE.
           PERFORM WRITE-ZENGIN-HEADER.
           IF  WS-FIRST-IS-DETAIL
               ADD  1               TO   WS-DETAILS-READ
               PERFORM WRITE-ONE-TRANSFER
           END-IF.
           PERFORM UNTIL WS-PAYX-EOF
               READ PAYX-FILE
                   AT END
                           ADD  1   TO   WS-DETAILS-READ
                           PERFORM WRITE-ONE-TRANSFER
                       END-IF
                       IF  PXI-REC-TYPE = "I"
                       AND PXI-ITEM-CLASS = "R"
                           PERFORM TALLY-REIMBURSEMENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-ZENGIN-TRAILER.
           CLOSE PAYX-FILE ZENGIN-FILE.

           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** BANKXFR SUMMARY -- DETAILS: " WS-DETAILS-READ
                   "  SENT: " WS-DETAILS-SENT
                   "  NO ROUTING: " WS-NO-ROUTING " ***".
           DISPLAY "***   EXPENSE REIMBURSEMENTS SENT: " WS-REIMB-SENT
                   "  HELD: " WS-REIMB-HELD " ***".
           IF  WS-NO-ROUTING NOT = ZERO
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
      *    A FILE BUILT FROM A REHEARSAL EXTRACT IS NEVER SEALED, SO
      *    XMITSEND HAS NO GENERATION OF IT TO RELEASE
           IF  WS-EXTRACT-REHEARSAL
               DISPLAY "*** BANKXFR: " WS-ZENGIN-NAME
                       " BUILT FROM A REHEARSAL EXTRACT, NOT SEALED"
                       " -- IT CANNOT BE SENT ***"
               IF  WS-AUDIT-STATUS = "OK"
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
               END-IF
           ELSE
               PERFORM SEAL-OUTBOUND-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           DISPLAY "*** BANKXFR FINISHED ***".
           GOBACK.

      ******************************************************************
       READ-EXTRACT-HEADER.
      ******************************************************************
      *    EMPPAYX'S HEADER NAMES THE PERIOD AND ITS PAYDAY; AN
      *    EXTRACT WITHOUT ONE IS PAID ON THE RUN DATE AS BEFORE
           READ PAYX-FILE
               AT END
                   SET WS-PAYX-EOF TO TRUE
               NOT AT END
                   IF  PXH-REC-TYPE = "H"
                       IF  PXH-PAY-PERIOD NUMERIC
                           MOVE  PXH-PAY-PERIOD TO  WS-PAY-PERIOD
                       END-IF
                       IF  PXH-PAY-DATE NUMERIC
                           MOVE  PXH-PAY-DATE   TO  WS-PAY-DATE
                       END-IF
      *                A REHEARSAL EXTRACT NEVER MAKES A REAL TRANSFER
                       IF  PXH-REHEARSAL = "REHEARSAL"
                           SET  RH-REHEARSAL    TO  TRUE
                           SET  WS-EXTRACT-REHEARSAL TO TRUE
                       END-IF
                   ELSE
                       IF  PXD-REC-TYPE = "D"
                           SET  WS-FIRST-IS-DETAIL  TO   TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
       SET-VALUE-DATE.
      ******************************************************************
      *    THE CALENDAR'S PAYDAY FOR THE PERIOD STANDS OVER WHATEVER
      *    THE HEADER CARRIED; A PAYDAY THAT IS NOT A BUSINESS DAY
      *    MOVES BACK -- PREVBD FROM THE DAY AFTER IS THE PAYDAY
      *    ITSELF WHEN THE BANKS ARE OPEN THAT DAY
           IF  WS-PAY-PERIOD NOT = ZERO
               MOVE  "PERIOD"       TO   WS-PC-FUNCTION
               MOVE  WS-PAY-PERIOD  TO   WS-PC-PERIOD
               CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                    WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                    WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                    WS-PC-STATUS
               IF  WS-PC-STATUS = "OK"
                   MOVE  WS-PC-PAY-DATE TO   WS-PAY-DATE
               END-IF
           END-IF.
           IF  WS-PAY-DATE = ZERO
               MOVE  WS-AUDIT-START-DATE TO  WS-VALUE-DATE
               DISPLAY "*** BANKXFR: NO PAYDAY FOR PERIOD "
                       WS-PAY-PERIOD " ON THE PAY CALENDAR -- VALUE "
                       "DATE IS THE RUN DATE ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "ADDDAYS"      TO   WS-DC-FUNCTION
               MOVE  WS-PAY-DATE    TO   WS-DC-DATE-1
               MOVE  1              TO   WS-DC-DAYS
               PERFORM CALL-DATECALC
               IF  WS-DC-STATUS = "OK"
                   MOVE  "PREVBD"   TO   WS-DC-FUNCTION
                   MOVE  WS-DC-RESULT-DATE   TO   WS-DC-DATE-1
                   PERFORM CALL-DATECALC
               END-IF
               IF  WS-DC-STATUS = "OK"
                   MOVE  WS-DC-RESULT-DATE   TO   WS-VALUE-DATE
               ELSE
                   MOVE  WS-PAY-DATE    TO   WS-VALUE-DATE
                   DISPLAY "*** BANKXFR: PAYDAY " WS-PAY-DATE
                           " NOT A VALID DATE (" WS-DC-STATUS
                           ") -- USED UNADJUSTED ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
               IF  WS-VALUE-DATE NOT = WS-PAY-DATE
                   DISPLAY "*** BANKXFR: PAYDAY " WS-PAY-DATE
                           " IS NOT A BUSINESS DAY -- VALUE DATE "
                           WS-VALUE-DATE " ***"
               END-IF
           END-IF.
      *    A VALUE DATE ALREADY GONE CANNOT BE MET -- THE FILE IS
      *    STILL WRITTEN, BUT THE RUN SAYS SO
           IF  WS-VALUE-DATE < WS-AUDIT-START-DATE
               DISPLAY "*** BANKXFR: VALUE DATE " WS-VALUE-DATE
                       " IS BEFORE THE RUN DATE -- TRANSFER IS LATE "
                       "***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       WRITE-ZENGIN-HEADER.
      ******************************************************************
           MOVE  "1"                TO   ZH-REC-TYPE.
      *    CATEGORY 21 = SALARY TRANSFER
           MOVE  "21"               TO   ZH-CATEGORY.
      *    THE REQUESTER IS THE PAYING COMPANY AS REGISTERED
           IF  WS-CO-NAME = SPACES
               MOVE  "TOKYO SYSTEM HOUSE"    TO   ZH-REQUESTER
           ELSE
               MOVE  WS-CO-NAME     TO   ZH-REQUESTER
           END-IF.
           MOVE  WS-VALUE-DATE      TO   ZH-VALUE-DATE.
           IF  RH-REHEARSAL
               MOVE  "REHEARSAL"    TO   ZH-REHEARSAL
               DISPLAY "*** BANKXFR: REHEARSAL RUN -- ZENGIN.DAT IS "
                       "MARKED AND MUST NOT BE SENT ***"
           END-IF.
           WRITE ZENGIN-REC.

      ******************************************************************
       WRITE-ONE-TRANSFER.
      ******************************************************************
           MOVE  PXD-EMP-NO         TO   EMP-NO
                                         WS-LAST-EMP-NO.
           MOVE  "N"                TO   WS-LAST-SENT-FLAG.
           PERFORM LOOKUP-BANK-ROUTING.
           IF  EMP-BANK-CODE = SPACES OR EMP-ACCT-NO = SPACES
      *        NOBODY'S PAY GOES TO A BLANK ACCOUNT -- THE EMPLOYEE
               MOVE  WS-XFR-AMOUNT  TO   ZD-AMOUNT
               MOVE  PXD-EMP-NO     TO   ZD-EMP-NO
               WRITE ZENGIN-REC
               SET  WS-LAST-SENT    TO   TRUE
               ADD  1               TO   WS-DETAILS-SENT
               ADD  WS-XFR-AMOUNT   TO   WS-AMOUNT-TOTAL
           END-IF.

      ******************************************************************
       TALLY-REIMBURSEMENT.
      ******************************************************************
      *    THE ITEM BELONGS TO THE DETAIL JUST TRANSFERRED (OR NOT)
           IF  PXI-EMP-NO = WS-LAST-EMP-NO
               IF  WS-LAST-SENT
                   ADD  PXI-ITEM-AMOUNT TO   WS-REIMB-SENT
               ELSE
                   ADD  PXI-ITEM-AMOUNT TO   WS-REIMB-HELD
               END-IF
           END-IF.

      ******************************************************************
       LOOKUP-BANK-ROUTING.
      ******************************************************************
                           :EMP-ACCT-TYPE, :EMP-ACCT-NO, :EMP-KANA
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
           MOVE  "9"                TO   ZE-REC-TYPE.
           WRITE ZENGIN-REC.

      ******************************************************************
       SEAL-OUTBOUND-FILE.
      ******************************************************************
      *    THE TRAILER'S TRANSFER COUNT AND AMOUNT ARE THE CONTROL
      *    FIGURES
           MOVE  "SEAL"             TO   WS-XS-ACTION.
           MOVE  WS-ZENGIN-NAME     TO   WS-XS-FILE-NAME.
           MOVE  WS-DETAILS-SENT    TO   WS-XS-REC-COUNT.
           MOVE  WS-AMOUNT-TOTAL    TO   WS-XS-CONTROL-TOTAL.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               DISPLAY "*** BANKXFR: " WS-ZENGIN-NAME
                       " SEALED AS GENERATION " WS-XS-GENERATION
                       " ***"
           ELSE
               DISPLAY "*** BANKXFR: " WS-ZENGIN-NAME
                       " COULD NOT BE SEALED, STATUS " WS-XS-STATUS
                       " -- IT CANNOT BE SENT ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
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
               DISPLAY "*** BANKXFR: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-ZENGIN-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ZENGIN-NAME
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
