      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYSCRN --- payroll fraud screening after the transfer file
      *              is cut: checks that the period's pay goes to real,
      *              current employees and to their own accounts.
      *              Lists every bank account (EMP_BANK_CODE,
      *              EMP_BRANCH_CODE, EMP_ACCT_NO) held on EMP by two
      *              or more employees, and every account ZENGIN.DAT
      *              credits for more than one EMP_NO; everyone paid
      *              on PAYROLL.DAT or ZENGIN.DAT who has no EMP row,
      *              is on the bank file but not the extract, has
      *              EMP_STATUS T, a termination date before the
      *              period or no hire date; and everyone paid whose
      *              bank routing EMP_HISTORY shows changed within
      *              SCRN-ROUTE-DAYS (5) days of payday.  The listing
      *              is restricted to internal audit (DISTMTRX.DAT)
      *              and any finding ends the run WARN, which raises
      *              the operator alert through AUDITLOG.  Spooled
      *              through VIRTUAL-PRINTER.  Each group company
      *              screens its own extract and transfer file; an
      *              account shared with an employee of any company
      *              in the group is listed, and so is a payee who
      *              belongs to another company.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYSCRN.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PERIOD'S PAYROLL EXTRACT (SEE EMPPAYX)
           SELECT PAYX-FILE        ASSIGN TO DYNAMIC WS-PAYX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYX-STATUS.
      *    THE TRANSFER FILE AS SENT TO THE BANK (SEE BANKXFR)
           SELECT ZENGIN-FILE      ASSIGN TO DYNAMIC WS-ZENGIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZENGIN-STATUS.

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
           05  FILLER              PIC  X(85).

       FD  ZENGIN-FILE.
       01  ZENGIN-REC              PIC  X(120).
      *    HEADER -- TYPE 1: REQUESTER AND VALUE DATE
       01  ZENGIN-HEADER-REC       REDEFINES ZENGIN-REC.
           05  ZH-REC-TYPE         PIC  X.
           05  ZH-CATEGORY         PIC  X(02).
           05  ZH-REQUESTER        PIC  X(20).
           05  ZH-VALUE-DATE       PIC  9(08).
           05  FILLER              PIC  X(89).
      *    DETAIL -- TYPE 2: ROUTING, PAYEE KANA NAME AND AMOUNT
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

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "PAYSCRN".
       01  WS-PAYX-STATUS          PIC  X(02).
           88  WS-PAYX-OK          VALUE "00".
           88  WS-PAYX-EOF         VALUE "10".
       01  WS-ZENGIN-STATUS        PIC  X(02).
           88  WS-ZENGIN-OK        VALUE "00".
           88  WS-ZENGIN-EOF       VALUE "10".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    A ROUTING CHANGE THIS MANY DAYS BEFORE PAYDAY OR LATER IS
      *    LISTED
       01  WS-ROUTE-DAYS           PIC  9(03) VALUE 5.
      *    THE PERIOD BEING PAID, ITS FIRST DAY AND THE PAYDAY (THE
      *    BANK FILE'S VALUE DATE WHEN THERE IS ONE)
       01  WS-PAY-PERIOD           PIC  9(06) VALUE ZERO.
       01  WS-PERIOD-START         PIC  9(08) VALUE ZERO.
       01  WS-PAY-DATE             PIC  9(08) VALUE ZERO.
       01  WS-WINDOW-START         PIC  9(08) VALUE ZERO.
      *    ONE ENTRY PER EMP_NO PAID ON EITHER FILE
       01  WS-PAID-TABLE.
           05  WS-PD-CNT           PIC  9(04) VALUE ZERO.
           05  WS-PD-ENTRY         OCCURS 2000.
               10  WS-PD-EMP-NO    PIC  9(04).
               10  WS-PD-NAME      PIC  X(60).
               10  WS-PD-ON-PAYX   PIC  X.
               10  WS-PD-ON-ZENGIN PIC  X.
               10  WS-PD-BANK-CODE PIC  X(04).
               10  WS-PD-BRANCH-CODE
                                   PIC  X(03).
               10  WS-PD-ACCT-NO   PIC  X(07).
       01  WS-PD-IDX               PIC  9(04).
       01  WS-PD-IDX-2             PIC  9(04).
       01  WS-PD-HIT               PIC  9(04).
       01  WS-EMP-WANTED           PIC  9(04).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
      *    THE ACCOUNT OF THE GROUP BEING LISTED, FOR THE BREAK
       01  WS-PREV-ROUTING         PIC  X(16) VALUE SPACES.
       01  WS-THIS-ROUTING         PIC  X(16).
       01  WS-FINDING-TEXT         PIC  X(30).
       01  WS-PAID-TEXT            PIC  X(08).
       01  WS-SECTION-COUNT        PIC  9(06).
       01  WS-RUN-COUNTS.
           05  WS-PAID-COUNT       PIC  9(06) VALUE ZERO.
           05  WS-SHARED-EMP       PIC  9(06) VALUE ZERO.
           05  WS-SHARED-ZENGIN    PIC  9(06) VALUE ZERO.
           05  WS-NOT-CURRENT      PIC  9(06) VALUE ZERO.
           05  WS-ROUTE-CHANGES    PIC  9(06) VALUE ZERO.
      *    DATECALC CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  D-SCRN-LINE.
           05  D-SL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-SL-ROUTING        PIC  X(16).
           05  FILLER              PIC  X(02).
           05  D-SL-PAID           PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-SL-FINDING        PIC  X(30).
           05  FILLER              PIC  X(02).
       01  D-ROUTE-LINE.
           05  D-RL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-RL-CHG-DATE       PIC  9999/99/99.
           05  FILLER              PIC  X(02).
           05  D-RL-CHG-BY         PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-RL-OLD-ROUTING    PIC  X(16).
           05  FILLER              PIC  X(04).
           05  D-RL-NEW-ROUTING    PIC  X(16).
           05  FILLER              PIC  X(02).
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-PERIOD                PIC  9999/99.
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PAYX-NAME            PIC  X(40) VALUE "PAYROLL.DAT".
       01  WS-ZENGIN-NAME          PIC  X(40) VALUE "ZENGIN.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./payscrn.dat".
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
      *    ONE ROUTING CHANGE OFF EMP_HISTORY
       01  SCRN-VARS.
           05  SC-WINDOW-START     PIC  9(08).
           05  SC-CHG-DATE         PIC  9(08).
           05  SC-CHG-BY           PIC  X(08).
           05  SC-OLD-BANK-CODE    PIC  X(04).
           05  SC-OLD-BRANCH-CODE  PIC  X(03).
           05  SC-OLD-ACCT-NO      PIC  X(07).
           05  SC-NEW-BANK-CODE    PIC  X(04).
           05  SC-NEW-BRANCH-CODE  PIC  X(03).
           05  SC-NEW-ACCT-NO      PIC  X(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PAYSCRN STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** PAYSCRN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PAYROLL-EXTRACT.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TRANSFER-FILE.
           MOVE  WS-PD-CNT          TO   WS-PAID-COUNT.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    THE ROUTING IMAGES MAY NEVER HAVE BEEN WRITTEN YET
           PERFORM CREATE-HISTORY-TABLE.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SET-ROUTING-WINDOW.
           PERFORM OPEN-SCREENING-SPOOL.
           PERFORM LIST-SHARED-ACCOUNTS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LIST-SHARED-CREDITS
               PERFORM LIST-NOT-CURRENT-PAYEES
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LIST-ROUTING-CHANGES
           END-IF.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.
           PERFORM PRINT-RUN-SUMMARY.
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** PAYSCRN FINISHED -- PERIOD " WS-PAY-PERIOD
                   ": " WS-PAID-COUNT " PAID, SHARED ACCOUNTS "
                   WS-SHARED-EMP "/" WS-SHARED-ZENGIN
                   ", NOT CURRENT " WS-NOT-CURRENT
                   ", ROUTING CHANGES " WS-ROUTE-CHANGES " ***".
      *    EVERY FINDING RAISES THE AUDIT ALERT
           IF  (WS-SHARED-EMP > ZERO OR WS-SHARED-ZENGIN > ZERO
                OR WS-NOT-CURRENT > ZERO OR WS-ROUTE-CHANGES > ZERO
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
       LOAD-PAYROLL-EXTRACT.
      ******************************************************************
           OPEN INPUT PAYX-FILE.
           IF  NOT WS-PAYX-OK
               DISPLAY "*** PAYSCRN: UNABLE TO OPEN PAYROLL.DAT, "
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
               IF  WS-PAY-PERIOD = ZERO
                   DISPLAY "*** PAYSCRN: PAYROLL.DAT CARRIES NO PAY "
                           "PERIOD ON ITS HEADER ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               ELSE
                   COMPUTE WS-PERIOD-START = WS-PAY-PERIOD * 100 + 1
               END-IF
           END-IF.

      ******************************************************************
       NOTE-EXTRACT-RECORD.
      ******************************************************************
           IF  PXH-REC-TYPE = "H"
               IF  PXH-PAY-PERIOD NUMERIC
                   MOVE  PXH-PAY-PERIOD TO   WS-PAY-PERIOD
               END-IF
               IF  PXH-PAY-DATE NUMERIC
                   MOVE  PXH-PAY-DATE   TO   WS-PAY-DATE
               END-IF
           END-IF.
           IF  PXD-REC-TYPE = "D"
               MOVE  PXD-EMP-NO     TO   WS-EMP-WANTED
               PERFORM FIND-PAID-ENTRY
               IF  WS-PD-HIT > ZERO
                   MOVE  "Y"        TO   WS-PD-ON-PAYX(WS-PD-HIT)
                   MOVE  PXD-EMP-NAME    TO   WS-PD-NAME(WS-PD-HIT)
               END-IF
           END-IF.

      ******************************************************************
       LOAD-TRANSFER-FILE.
      ******************************************************************
      *    NO BANK FILE YET -- THE EXTRACT ALONE IS SCREENED
           OPEN INPUT ZENGIN-FILE.
           IF  NOT WS-ZENGIN-OK
               DISPLAY "*** PAYSCRN: ZENGIN.DAT NOT AVAILABLE, "
                       "STATUS " WS-ZENGIN-STATUS
                       " -- EXTRACT SCREENED ALONE ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-ZENGIN-EOF
                   READ ZENGIN-FILE
                       AT END
                           SET WS-ZENGIN-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-TRANSFER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ZENGIN-FILE
           END-IF.

      ******************************************************************
       NOTE-TRANSFER-RECORD.
      ******************************************************************
      *    THE BANK PAYS ON THE VALUE DATE, NOT THE NOMINAL PAYDAY
           IF  ZH-REC-TYPE = "1" AND ZH-VALUE-DATE NUMERIC
           AND ZH-VALUE-DATE NOT = ZERO
               MOVE  ZH-VALUE-DATE  TO   WS-PAY-DATE
           END-IF.
           IF  ZD-REC-TYPE = "2" AND ZD-EMP-NO NUMERIC
               MOVE  ZD-EMP-NO      TO   WS-EMP-WANTED
               PERFORM FIND-PAID-ENTRY
               IF  WS-PD-HIT > ZERO
                   MOVE  "Y"        TO   WS-PD-ON-ZENGIN(WS-PD-HIT)
                   MOVE  ZD-BANK-CODE    TO
                                         WS-PD-BANK-CODE(WS-PD-HIT)
                   MOVE  ZD-BRANCH-CODE  TO
                                         WS-PD-BRANCH-CODE(WS-PD-HIT)
                   MOVE  ZD-ACCT-NO TO   WS-PD-ACCT-NO(WS-PD-HIT)
               END-IF
           END-IF.

      ******************************************************************
       FIND-PAID-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-PD-HIT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
                      OR WS-PD-HIT > ZERO
               IF  WS-PD-EMP-NO(WS-PD-IDX) = WS-EMP-WANTED
                   MOVE  WS-PD-IDX  TO   WS-PD-HIT
               END-IF
           END-PERFORM.
           IF  WS-PD-HIT = ZERO
               IF  WS-PD-CNT < 2000
                   ADD  1           TO   WS-PD-CNT
                   MOVE  WS-PD-CNT  TO   WS-PD-HIT
                   INITIALIZE WS-PD-ENTRY(WS-PD-HIT)
                   MOVE  WS-EMP-WANTED   TO   WS-PD-EMP-NO(WS-PD-HIT)
                   MOVE  "N"        TO   WS-PD-ON-PAYX(WS-PD-HIT)
                                         WS-PD-ON-ZENGIN(WS-PD-HIT)
               ELSE
                   IF  NOT WS-TABLE-FULL
                       DISPLAY "*** PAYSCRN: MORE THAN 2000 PAYEES "
                               "-- EMP_NO " WS-EMP-WANTED
                               " AND LATER NOT SCREENED ***"
                   END-IF
                   SET  WS-TABLE-FULL    TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       LOOK-UP-PAYEE.
      ******************************************************************
      *    EMP-NO AMONG THE PAYEES -- WS-PD-HIT ZERO WHEN NOT PAID
           MOVE  ZERO               TO   WS-PD-HIT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
                      OR WS-PD-HIT > ZERO
               IF  WS-PD-EMP-NO(WS-PD-IDX) = EMP-NO
                   MOVE  WS-PD-IDX  TO   WS-PD-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       SET-ROUTING-WINDOW.
      ******************************************************************
      *    NO PAYDAY ON EITHER FILE -- THE RUN DATE STANDS IN
           IF  WS-PAY-DATE = ZERO
               MOVE  WS-AUDIT-START-DATE TO  WS-PAY-DATE
           END-IF.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-PAY-DATE        TO   WS-DC-DATE-1.
           COMPUTE WS-DC-DAYS = ZERO - WS-ROUTE-DAYS.
           PERFORM CALL-DATECALC.
           IF  WS-DC-STATUS = "OK"
               MOVE  WS-DC-RESULT-DATE   TO   WS-WINDOW-START
           ELSE
      *        AN UNREADABLE PAYDAY WIDENS THE WINDOW TO THE PERIOD
               MOVE  WS-PERIOD-START     TO   WS-WINDOW-START
               DISPLAY "*** PAYSCRN: PAYDAY " WS-PAY-DATE
                       " NOT A VALID DATE (" WS-DC-STATUS
                       ") -- ROUTING CHANGES LISTED FROM "
                       WS-PERIOD-START " ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LIST-SHARED-ACCOUNTS.
      ******************************************************************
      *    EVERY EMPLOYEE WHOSE ACCOUNT ANOTHER EMPLOYEE ALSO HOLDS,
      *    GROUPED BY ACCOUNT
           MOVE  "ACCOUNTS HELD ON EMP BY MORE THAN ONE EMPLOYEE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-FINDING-HEADING.
           MOVE  ZERO               TO   WS-SECTION-COUNT.
           MOVE  SPACES             TO   WS-PREV-ROUTING.
           EXEC SQL
               DECLARE SA1 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_NAME,
                      COALESCE(E.EMP_STATUS, 'A'),
                      E.EMP_BANK_CODE, E.EMP_BRANCH_CODE,
                      E.EMP_ACCT_NO
                      FROM EMP E
                      WHERE COALESCE(E.EMP_ACCT_NO, ' ') <> ' '
                        AND E.COMPANY_CD = :RUN-COMPANY
                        AND EXISTS
                            (SELECT 1 FROM EMP X
                              WHERE X.EMP_NO <> E.EMP_NO
                                AND X.EMP_BANK_CODE = E.EMP_BANK_CODE
                                AND X.EMP_BRANCH_CODE =
                                    E.EMP_BRANCH_CODE
                                AND X.EMP_ACCT_NO = E.EMP_ACCT_NO)
                      ORDER BY E.EMP_BANK_CODE, E.EMP_BRANCH_CODE,
                               E.EMP_ACCT_NO, E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN SA1
           END-EXEC.
           EXEC SQL
               FETCH SA1 INTO :EMP-NO, :EMP-NAME, :EMP-STATUS,
                              :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                              :EMP-ACCT-NO
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM PRINT-SHARED-ACCOUNT
               EXEC SQL
                   FETCH SA1 INTO :EMP-NO, :EMP-NAME, :EMP-STATUS,
                                  :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                                  :EMP-ACCT-NO
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE SA1
           END-EXEC.
           PERFORM PRINT-SECTION-END.

      ******************************************************************
       PRINT-SHARED-ACCOUNT.
      ******************************************************************
           MOVE  SPACES             TO   WS-THIS-ROUTING.
           STRING EMP-BANK-CODE "-" EMP-BRANCH-CODE "-" EMP-ACCT-NO
               DELIMITED BY SIZE INTO WS-THIS-ROUTING.
           IF  WS-THIS-ROUTING NOT = WS-PREV-ROUTING
               ADD  1               TO   WS-SHARED-EMP
               ADD  1               TO   WS-SECTION-COUNT
               MOVE  WS-THIS-ROUTING     TO   WS-PREV-ROUTING
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM LOOK-UP-PAYEE.
           MOVE  "NOT PAID"         TO   WS-PAID-TEXT.
           IF  WS-PD-HIT > ZERO
               IF  WS-PD-ON-PAYX(WS-PD-HIT) = "Y"
               OR  WS-PD-ON-ZENGIN(WS-PD-HIT) = "Y"
                   MOVE  "PAID"     TO   WS-PAID-TEXT
               END-IF
           END-IF.
           MOVE  "SHARED ACCOUNT"   TO   WS-FINDING-TEXT.
           IF  EMP-STATUS = "T"
               MOVE  "SHARED ACCOUNT, TERMINATED"
                                    TO   WS-FINDING-TEXT
           END-IF.
           PERFORM PRINT-FINDING-LINE.

      ******************************************************************
       LIST-SHARED-CREDITS.
      ******************************************************************
      *    ONE ACCOUNT CREDITED FOR TWO OR MORE EMP_NOS ON THE BANK
      *    FILE ITSELF -- CATCHES A ROUTING CHANGED BACK SINCE
           MOVE  "ACCOUNTS ZENGIN.DAT CREDITS FOR MORE THAN ONE "
                                    TO   PA-BUFFER.
           MOVE  "EMPLOYEE"         TO   PA-BUFFER(47:8).
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-FINDING-HEADING.
           MOVE  ZERO               TO   WS-SECTION-COUNT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
               IF  WS-PD-ON-ZENGIN(WS-PD-IDX) = "Y"
                   PERFORM CHECK-ONE-CREDIT
               END-IF
           END-PERFORM.
           PERFORM PRINT-SECTION-END.

      ******************************************************************
       CHECK-ONE-CREDIT.
      ******************************************************************
      *    EACH CREDIT IS COMPARED WITH EVERY OTHER -- THE FIRST OF
      *    THE SHARING PAYEES OPENS THE GROUP AND LISTS THE REST
           MOVE  ZERO               TO   WS-PD-HIT.
           PERFORM VARYING WS-PD-IDX-2 FROM 1 BY 1
                   UNTIL WS-PD-IDX-2 > WS-PD-CNT
                      OR WS-PD-HIT > ZERO
               IF  WS-PD-IDX-2 NOT = WS-PD-IDX
               AND WS-PD-ON-ZENGIN(WS-PD-IDX-2) = "Y"
               AND WS-PD-BANK-CODE(WS-PD-IDX-2) =
                   WS-PD-BANK-CODE(WS-PD-IDX)
               AND WS-PD-BRANCH-CODE(WS-PD-IDX-2) =
                   WS-PD-BRANCH-CODE(WS-PD-IDX)
               AND WS-PD-ACCT-NO(WS-PD-IDX-2) =
                   WS-PD-ACCT-NO(WS-PD-IDX)
                   MOVE  WS-PD-IDX-2     TO   WS-PD-HIT
               END-IF
           END-PERFORM.
           IF  WS-PD-HIT > ZERO AND WS-PD-HIT > WS-PD-IDX
               ADD  1               TO   WS-SHARED-ZENGIN
               ADD  1               TO   WS-SECTION-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               PERFORM VARYING WS-PD-IDX-2 FROM WS-PD-IDX BY 1
                       UNTIL WS-PD-IDX-2 > WS-PD-CNT
                   IF  WS-PD-ON-ZENGIN(WS-PD-IDX-2) = "Y"
                   AND WS-PD-BANK-CODE(WS-PD-IDX-2) =
                       WS-PD-BANK-CODE(WS-PD-IDX)
                   AND WS-PD-BRANCH-CODE(WS-PD-IDX-2) =
                       WS-PD-BRANCH-CODE(WS-PD-IDX)
                   AND WS-PD-ACCT-NO(WS-PD-IDX-2) =
                       WS-PD-ACCT-NO(WS-PD-IDX)
                       PERFORM PRINT-SHARED-CREDIT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       PRINT-SHARED-CREDIT.
      ******************************************************************
           MOVE  WS-PD-EMP-NO(WS-PD-IDX-2)   TO   EMP-NO.
           MOVE  WS-PD-NAME(WS-PD-IDX-2)     TO   EMP-NAME.
           MOVE  WS-PD-BANK-CODE(WS-PD-IDX-2)     TO   EMP-BANK-CODE.
           MOVE  WS-PD-BRANCH-CODE(WS-PD-IDX-2)   TO   EMP-BRANCH-CODE.
           MOVE  WS-PD-ACCT-NO(WS-PD-IDX-2)  TO   EMP-ACCT-NO.
           MOVE  "PAID"             TO   WS-PAID-TEXT.
           MOVE  "ONE ACCOUNT, SEVERAL CREDITS"   TO   WS-FINDING-TEXT.
           PERFORM PRINT-FINDING-LINE.

      ******************************************************************
       LIST-NOT-CURRENT-PAYEES.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "PAID IN PERIOD " D-PERIOD
                  " BUT NOT A CURRENT EMPLOYEE ON EMP"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-FINDING-HEADING.
           MOVE  ZERO               TO   WS-SECTION-COUNT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-CNT
                      OR WS-AUDIT-STATUS = "FAIL"
               PERFORM CHECK-ONE-PAYEE
           END-PERFORM.
           PERFORM PRINT-SECTION-END.

      ******************************************************************
       CHECK-ONE-PAYEE.
      ******************************************************************
           MOVE  WS-PD-EMP-NO(WS-PD-IDX)     TO   EMP-NO.
           MOVE  "PAID"             TO   WS-PAID-TEXT.
           MOVE  SPACES             TO   EMP-BANK-CODE
                                         EMP-BRANCH-CODE
                                         EMP-ACCT-NO.
           IF  WS-PD-ON-ZENGIN(WS-PD-IDX) = "Y"
               MOVE  WS-PD-BANK-CODE(WS-PD-IDX)   TO   EMP-BANK-CODE
               MOVE  WS-PD-BRANCH-CODE(WS-PD-IDX) TO   EMP-BRANCH-CODE
               MOVE  WS-PD-ACCT-NO(WS-PD-IDX)     TO   EMP-ACCT-NO
           END-IF.
           MOVE  ZERO               TO   EMP-HIRE-DATE
                                         EMP-TERM-DATE.
           MOVE  SPACE              TO   EMP-STATUS.
           EXEC SQL
               SELECT EMP_NAME, COALESCE(EMP_STATUS, 'A'),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(COMPANY_CD, '01')
                      INTO :EMP-NAME, :EMP-STATUS, :EMP-HIRE-DATE,
                           :EMP-TERM-DATE, :EMP-COMPANY
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +100
      *            A PAYEE WITH NO EMPLOYEE BEHIND IT AT ALL
                   MOVE  WS-PD-NAME(WS-PD-IDX)   TO   EMP-NAME
                   MOVE  "NO EMP ROW"       TO   WS-FINDING-TEXT
                   PERFORM PRINT-NOT-CURRENT
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   IF  WS-PD-ON-PAYX(WS-PD-IDX) = "N"
                       MOVE  "ON ZENGIN.DAT, NOT ON EXTRACT"
                                    TO   WS-FINDING-TEXT
                       PERFORM PRINT-NOT-CURRENT
                   END-IF
                   IF  EMP-STATUS = "T"
                       MOVE  "TERMINATED (STATUS T)"
                                    TO   WS-FINDING-TEXT
                       PERFORM PRINT-NOT-CURRENT
                   END-IF
                   IF  EMP-TERM-DATE NOT = ZERO
                   AND EMP-TERM-DATE < WS-PERIOD-START
                       MOVE  EMP-TERM-DATE   TO   D-DATE
                       MOVE  SPACES     TO   WS-FINDING-TEXT
                       STRING "TERMINATED " D-DATE
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM PRINT-NOT-CURRENT
                   END-IF
                   IF  EMP-HIRE-DATE = ZERO
                       MOVE  "NO HIRE DATE"  TO   WS-FINDING-TEXT
                       PERFORM PRINT-NOT-CURRENT
                   END-IF
                   IF  EMP-COMPANY NOT = RUN-COMPANY
                       MOVE  SPACES     TO   WS-FINDING-TEXT
                       STRING "EMPLOYEE OF COMPANY " EMP-COMPANY
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM PRINT-NOT-CURRENT
                   END-IF
           END-EVALUATE.

      ******************************************************************
       PRINT-NOT-CURRENT.
      ******************************************************************
           ADD  1                   TO   WS-NOT-CURRENT.
           ADD  1                   TO   WS-SECTION-COUNT.
           PERFORM PRINT-FINDING-LINE.

      ******************************************************************
       LIST-ROUTING-CHANGES.
      ******************************************************************
      *    A PAY ACCOUNT SWITCHED JUST BEFORE PAYDAY -- THE FIRST
      *    ROUTING KEYED FOR A NEW HIRE IS NOT A CHANGE
           MOVE  WS-WINDOW-START    TO   D-DATE.
           MOVE  WS-PAY-DATE        TO   D-DATE-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "BANK ROUTING CHANGED SINCE " D-DATE
                  " FOR PAYDAY " D-DATE-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  "EMP   CHANGED     BY        FROM"
                                    TO   PA-BUFFER.
           MOVE  "TO                NAME"    TO   PA-BUFFER(49:22).
           PERFORM PRINT-A-LINE.
           MOVE  ZERO               TO   WS-SECTION-COUNT.
           MOVE  WS-WINDOW-START    TO   SC-WINDOW-START.
           EXEC SQL
               DECLARE RC1 CURSOR FOR
               SELECT H.EMP_NO, COALESCE(H.CHG_DATE, 0),
                      COALESCE(H.CHANGED_BY, ' '),
                      COALESCE(H.OLD_BANK_CODE, ' '),
                      COALESCE(H.OLD_BRANCH_CODE, ' '),
                      COALESCE(H.OLD_ACCT_NO, ' '),
                      COALESCE(H.NEW_BANK_CODE, ' '),
                      COALESCE(H.NEW_BRANCH_CODE, ' '),
                      COALESCE(H.NEW_ACCT_NO, ' '),
                      COALESCE(E.EMP_NAME, ' ')
                      FROM EMP_HISTORY H
                      LEFT JOIN EMP E ON E.EMP_NO = H.EMP_NO
                      WHERE H.CHG_DATE >= :SC-WINDOW-START
                        AND COALESCE(H.OLD_ACCT_NO, ' ') <> ' '
                        AND (COALESCE(H.OLD_BANK_CODE, ' ') <>
                             COALESCE(H.NEW_BANK_CODE, ' ')
                          OR COALESCE(H.OLD_BRANCH_CODE, ' ') <>
                             COALESCE(H.NEW_BRANCH_CODE, ' ')
                          OR COALESCE(H.OLD_ACCT_NO, ' ') <>
                             COALESCE(H.NEW_ACCT_NO, ' '))
                      ORDER BY H.EMP_NO, H.CHG_DATE, H.CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN RC1
           END-EXEC.
           EXEC SQL
               FETCH RC1 INTO :EMP-NO, :SC-CHG-DATE, :SC-CHG-BY,
                              :SC-OLD-BANK-CODE, :SC-OLD-BRANCH-CODE,
                              :SC-OLD-ACCT-NO, :SC-NEW-BANK-CODE,
                              :SC-NEW-BRANCH-CODE, :SC-NEW-ACCT-NO,
                              :EMP-NAME
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM PRINT-ROUTING-CHANGE
               EXEC SQL
                   FETCH RC1 INTO :EMP-NO, :SC-CHG-DATE, :SC-CHG-BY,
                                  :SC-OLD-BANK-CODE,
                                  :SC-OLD-BRANCH-CODE,
                                  :SC-OLD-ACCT-NO, :SC-NEW-BANK-CODE,
                                  :SC-NEW-BRANCH-CODE,
                                  :SC-NEW-ACCT-NO, :EMP-NAME
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE RC1
           END-EXEC.
           PERFORM PRINT-SECTION-END.

      ******************************************************************
       PRINT-ROUTING-CHANGE.
      ******************************************************************
      *    ONLY SOMEONE PAID THIS PERIOD PUTS MONEY AT RISK
           PERFORM LOOK-UP-PAYEE.
           IF  WS-PD-HIT > ZERO
               ADD  1               TO   WS-ROUTE-CHANGES
               ADD  1               TO   WS-SECTION-COUNT
               MOVE  SPACES         TO   D-ROUTE-LINE
               MOVE  EMP-NO         TO   D-RL-EMP-NO
               MOVE  SC-CHG-DATE    TO   D-RL-CHG-DATE
               MOVE  SC-CHG-BY      TO   D-RL-CHG-BY
               STRING SC-OLD-BANK-CODE "-" SC-OLD-BRANCH-CODE "-"
                      SC-OLD-ACCT-NO
                   DELIMITED BY SIZE INTO D-RL-OLD-ROUTING
               STRING SC-NEW-BANK-CODE "-" SC-NEW-BRANCH-CODE "-"
                      SC-NEW-ACCT-NO
                   DELIMITED BY SIZE INTO D-RL-NEW-ROUTING
               CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                     WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS
               MOVE  SPACES         TO   WS-DETAIL-LINE
               STRING D-ROUTE-LINE WS-NAME-DISP(1:WS-NAME-DISP-LEN)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE  WS-DETAIL-LINE TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-FINDING-HEADING.
      ******************************************************************
           MOVE  "EMP   ACCOUNT           PAID      FINDING"
                                    TO   PA-BUFFER.
           MOVE  "NAME"             TO   PA-BUFFER(67:4).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-FINDING-LINE.
      ******************************************************************
      *    EMP-NO, EMP-NAME AND THE ROUTING ARE SET BY THE CALLER
           MOVE  SPACES             TO   D-SCRN-LINE.
           MOVE  EMP-NO             TO   D-SL-EMP-NO.
           IF  EMP-ACCT-NO NOT = SPACES
               STRING EMP-BANK-CODE "-" EMP-BRANCH-CODE "-"
                      EMP-ACCT-NO
                   DELIMITED BY SIZE INTO D-SL-ROUTING
           END-IF.
           MOVE  WS-PAID-TEXT       TO   D-SL-PAID.
           MOVE  WS-FINDING-TEXT    TO   D-SL-FINDING.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-SCRN-LINE WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SECTION-HEADING.
      ******************************************************************
      *    THE SECTION TITLE IS ALREADY IN PA-BUFFER
           MOVE  PA-BUFFER          TO   WS-DETAIL-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  ALL "-"            TO   PA-BUFFER(1:72).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SECTION-END.
      ******************************************************************
           IF  WS-SECTION-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       OPEN-SCREENING-SPOOL.
      ******************************************************************
      *    DISTRIBUTION IS TO INTERNAL AUDIT ONLY (SEE DISTMTRX.DAT
      *    AND SPOOLMGR) -- EVERY PAGE SAYS SO
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-PAY-PERIOD      TO   D-PERIOD.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  "*** RESTRICTED -- INTERNAL AUDIT ONLY -- DO NOT "
                                    TO   PA-TITLE-LINE(1).
           MOVE  "COPY OR FORWARD ***"    TO   PA-TITLE-LINE(1)(49:19).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "PAYROLL FRAUD SCREENING -- PAY PERIOD " D-PERIOD
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-PAID-COUNT      TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "PAYEES SCREENED          " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SHARED-EMP      TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "SHARED ACCOUNTS ON EMP   " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SHARED-ZENGIN   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "SHARED ACCOUNTS CREDITED " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-NOT-CURRENT     TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "NOT-CURRENT PAYEES       " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-ROUTE-CHANGES   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "LATE ROUTING CHANGES     " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-TABLE-FULL
               MOVE  "*** MORE THAN 2000 PAYEES -- THE REST WERE NOT "
                                    TO   PA-BUFFER
               MOVE  "SCREENED ***" TO   PA-BUFFER(48:12)
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       CREATE-HISTORY-TABLE.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_HISTORY
                (
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    OLD_NAME   VARCHAR(60),
                    OLD_SALARY NUMERIC(9,2),
                    NEW_NAME   VARCHAR(60),
                    NEW_SALARY NUMERIC(9,2),
                    OLD_STATUS CHAR(1),
                    NEW_STATUS CHAR(1),
                    OLD_GRADE  NUMERIC(2,0),
                    OLD_STEP   NUMERIC(2,0),
                    NEW_GRADE  NUMERIC(2,0),
                    NEW_STEP   NUMERIC(2,0),
                    CHG_DATE   NUMERIC(8,0),
                    CHG_TIME   NUMERIC(8,0),
                    CHANGED_BY CHAR(8),
                    APPROVED_BY CHAR(8),
                    OLD_DEPT   NUMERIC(3,0),
                    NEW_DEPT   NUMERIC(3,0),
                    EFF_DATE   NUMERIC(8,0),
                    OLD_BANK_CODE   CHAR(4),
                    OLD_BRANCH_CODE CHAR(3),
                    OLD_ACCT_TYPE   CHAR(1),
                    OLD_ACCT_NO     CHAR(7),
                    NEW_BANK_CODE   CHAR(4),
                    NEW_BRANCH_CODE CHAR(3),
                    NEW_ACCT_TYPE   CHAR(1),
                    NEW_ACCT_NO     CHAR(7),
                    COMPANY_CD      CHAR(2) NOT NULL DEFAULT '01'
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE EMP_HISTORY
                      ADD COLUMN IF NOT EXISTS OLD_BANK_CODE CHAR(4),
                      ADD COLUMN IF NOT EXISTS OLD_BRANCH_CODE CHAR(3),
                      ADD COLUMN IF NOT EXISTS OLD_ACCT_TYPE CHAR(1),
                      ADD COLUMN IF NOT EXISTS OLD_ACCT_NO CHAR(7),
                      ADD COLUMN IF NOT EXISTS NEW_BANK_CODE CHAR(4),
                      ADD COLUMN IF NOT EXISTS NEW_BRANCH_CODE CHAR(3),
                      ADD COLUMN IF NOT EXISTS NEW_ACCT_TYPE CHAR(1),
                      ADD COLUMN IF NOT EXISTS NEW_ACCT_NO CHAR(7),
                      ADD COLUMN IF NOT EXISTS COMPANY_CD CHAR(2)
                            NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
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
           MOVE  "SCRN-ROUTE-DAYS"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:3) NUMERIC
               MOVE  WS-CFG-VALUE(1:3)   TO   WS-ROUTE-DAYS
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
               DISPLAY "*** PAYSCRN: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PAYX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYX-NAME
               MOVE  WS-ZENGIN-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ZENGIN-NAME
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
                                  WS-PAID-COUNT, WS-AUDIT-STATUS.
      ******************************************************************
