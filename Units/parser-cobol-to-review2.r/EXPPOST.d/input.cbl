      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  EXPPOST --- expense-claim posting after the payroll extract:
      *              reads the period's expense reimbursements back
      *              off PAYARCH.DAT -- what EMPPAYX actually paid,
      *              one class R item per claim with the claim ID
      *              leading its text -- and marks each claim on the
      *              EMP_EXPENSE register paid in the period, listing
      *              every posting.  A re-run of the same period first
      *              puts the claims it had marked back to approved,
      *              so a claim the re-run no longer pays is not left
      *              marked paid.  The disposition file for the
      *              expense system (EXPDISP.DAT) is then written
      *              afresh: every claim paid in the period with the
      *              period and its nominal pay date, and every claim
      *              refused on load (see EXPLOAD) not yet reported
      *              back, with the reason.  Claims still waiting for
      *              pay are counted on the listing.  The period
      *              posted is the one the pay calendar (see PAYCAL)
      *              gives the run date, as EMPPAYX takes it.
      *              Spooled through VIRTUAL-PRINTER.  Each group
      *              company posts its own employees' claims into its
      *              own disposition file; a claim refused because
      *              its EMP_NO is on no company's EMP is reported
      *              back by the parent.  A rehearsal run
      *              (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every update
      *              back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EXPPOST.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX) -- THE CLAIMS
      *    ACTUALLY REIMBURSED
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    ONE LINE PER CLAIM DISPOSED OF, BACK TO THE EXPENSE SYSTEM
           SELECT EDISP-FILE       ASSIGN TO DYNAMIC WS-EDISP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDISP-STATUS.

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
      *    PA6-GROSS ITS AMOUNT -- A REIMBURSED CLAIM IS AN "R" ITEM
      *    CODED EXP PLUS THE CATEGORY, THE CLAIM ID FIRST IN THE TEXT
           05  PA6-ITEM-DATA       REDEFINES PA6-EMP-NAME.
               10  PA6-ITEM-CLASS  PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-CODE   PIC  X(06).
               10  FILLER          PIC  X(10).
               10  PA6-ITEM-CLAIM-ID
                                   PIC  X(10).
               10  FILLER          PIC  X(32).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       FD  EDISP-FILE.
       01  EDISP-REC.
           05  EDP-CLAIM-ID        PIC  X(10).
           05  FILLER              PIC  X.
           05  EDP-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  EDP-AMOUNT          PIC  9(07).
           05  FILLER              PIC  X.
      *    PAID OR REJECTED
           05  EDP-STATUS          PIC  X(08).
           05  FILLER              PIC  X.
      *    PERIOD PAID IN AND ITS NOMINAL PAY DATE -- ZERO ON A
      *    REJECTED CLAIM
           05  EDP-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  EDP-PAY-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  EDP-REASON          PIC  X(20).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EXPPOST".
           COPY "REHEARSE.CPY".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-EDISP-STATUS         PIC  X(02).
           88  WS-EDISP-OK         VALUE "00".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    RUN DATE, THE PAY PERIOD BEING POSTED (SAME PERIOD EMPPAYX
      *    PAID TODAY) AND ITS NOMINAL PAY DATE
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-RUN-PERIOD           PIC  9(06).
       01  WS-PAY-DATE             PIC  9(08) VALUE ZERO.
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    THE PERIOD'S ARCHIVED CLAIMS -- A RE-ARCHIVED DETAIL DROPS
      *    THE CLAIMS OF ITS EARLIER IMAGE, SAME AS EMPSLIP READS IT
       01  WS-CLM-TABLE.
           05  WS-CLM-CNT          PIC  9(04) VALUE ZERO.
           05  WS-CLM-ENTRY        OCCURS 2000.
               10  WS-CLM-EMP-NO   PIC  9(04).
               10  WS-CLM-CLAIM-ID PIC  X(10).
               10  WS-CLM-AMOUNT   PIC S9(07)V9(02).
       01  WS-CLM-IDX              PIC  9(04).
       01  WS-CLM-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-CLM-FULL         VALUE "Y".
       01  WS-POSTED-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-POSTED-HASH          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-PAID-DISP-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-REJECT-DISP-COUNT    PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-EDISP-NAME           PIC  X(40) VALUE "EXPDISP.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./exppost.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-POST-LINE.
           05  D-PL-CLAIM-ID       PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-PL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-PL-CATEGORY       PIC  X(02).
           05  FILLER              PIC  X(01).
           05  D-PL-AMOUNT         PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-PL-NOTE           PIC  X(24).
       01  D-DISP-LINE.
           05  D-DL-CLAIM-ID       PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-DL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(01).
           05  D-DL-AMOUNT         PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-DL-STATUS         PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-DL-REASON         PIC  X(20).
       01  D-AMOUNT                PIC  ZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE          PIC  X(132).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
       01  RUN-CO-ROLE             PIC  X.
           COPY "EXPREC.CPY".
       01  EX-RUN-PERIOD           PIC  9(06).
       01  EX-WAITING              PIC S9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EXPPOST STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.
           PERFORM SET-PAY-PERIOD.
           MOVE  WS-RUN-PERIOD          TO   EX-RUN-PERIOD.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EXPPOST: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVED-CLAIMS.

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

           PERFORM OPEN-EXP-SPOOL.
           PERFORM REOPEN-PERIOD-CLAIMS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM POST-CLAIMS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM WRITE-DISPOSITION
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM COUNT-WAITING-CLAIMS
           END-IF.
           PERFORM PRINT-EXP-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    A PART-POSTED PERIOD WOULD TELL THE EXPENSE SYSTEM ABOUT
      *    PAYMENTS THE REGISTER DOES NOT HOLD -- ALL OR NOTHING
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** EXPPOST FINISHED -- " WS-POSTED-COUNT
                   " CLAIM(S) POSTED PAID, " WS-UNMATCHED-COUNT
                   " UNMATCHED, " WS-PAID-DISP-COUNT " PAID AND "
                   WS-REJECT-DISP-COUNT " REJECTED ON EXPDISP.DAT, "
                   EX-WAITING " STILL WAITING ***".
      *    A PAID CLAIM THE REGISTER DOES NOT KNOW NEEDS LOOKING INTO
           IF  WS-UNMATCHED-COUNT > ZERO
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
       LOAD-ARCHIVED-CLAIMS.
      ******************************************************************
      *    NO ARCHIVE MEANS NOTHING WAS PAID -- NOTHING IS POSTED, BUT
      *    THE REJECTIONS STILL GO BACK
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** EXPPOST: PAYARCH.DAT NOT AVAILABLE, "
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
               PERFORM DROP-EMP-CLAIMS
           END-IF.
           IF  PA6-REC-TYPE = "I"
           AND PA6-ITEM-CLASS = "R"
           AND PA6-ITEM-CODE(1:3) = "EXP"
               IF  WS-CLM-CNT < 2000
                   ADD  1           TO   WS-CLM-CNT
                   MOVE  PA6-EMP-NO TO   WS-CLM-EMP-NO(WS-CLM-CNT)
                   MOVE  PA6-ITEM-CLAIM-ID
                                    TO   WS-CLM-CLAIM-ID(WS-CLM-CNT)
                   MOVE  PA6-GROSS  TO   WS-CLM-AMOUNT(WS-CLM-CNT)
               ELSE
                   IF  NOT WS-CLM-FULL
                       DISPLAY "*** EXPPOST: MORE THAN 2000 "
                               "CLAIMS ON PAYARCH.DAT -- THE "
                               "REST ARE NOT POSTED ***"
                       SET  WS-CLM-FULL  TO   TRUE
                       MOVE "WARN"  TO   WS-AUDIT-STATUS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       DROP-EMP-CLAIMS.
      ******************************************************************
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-CNT
               IF  WS-CLM-EMP-NO(WS-CLM-IDX) = PA6-EMP-NO
                   MOVE  ZERO       TO   WS-CLM-EMP-NO(WS-CLM-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       REOPEN-PERIOD-CLAIMS.
      ******************************************************************
      *    A RE-RUN STARTS FROM THE REGISTER AS IT WAS BEFORE THIS
      *    PERIOD WAS FIRST POSTED
           EXEC SQL
               UPDATE EMP_EXPENSE
                      SET STATUS = 'A',
                          PAID_PERIOD = 0
                      WHERE STATUS = 'P'
                        AND PAID_PERIOD = :EX-RUN-PERIOD
                        AND (EMP_NO IN
                               (SELECT EMP_NO FROM EMP
                                WHERE COMPANY_CD = :RUN-COMPANY)
                             OR (:RUN-CO-ROLE = 'P'
                                 AND EMP_NO NOT IN
                                     (SELECT EMP_NO FROM EMP)))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       POST-CLAIMS.
      ******************************************************************
           PERFORM PRINT-POSTING-HEADING.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-CNT
                      OR WS-AUDIT-STATUS = "FAIL"
               IF  WS-CLM-EMP-NO(WS-CLM-IDX) NOT = ZERO
                   PERFORM POST-ONE-CLAIM
               END-IF
           END-PERFORM.
           IF  WS-POSTED-COUNT = ZERO AND WS-UNMATCHED-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       POST-ONE-CLAIM.
      ******************************************************************
           MOVE  WS-CLM-CLAIM-ID(WS-CLM-IDX)  TO   EX-CLAIM-ID.
           MOVE  SPACES             TO   D-POST-LINE.
           MOVE  EX-CLAIM-ID        TO   D-PL-CLAIM-ID.
           MOVE  WS-CLM-EMP-NO(WS-CLM-IDX)    TO   D-PL-EMP-NO.
           MOVE  WS-CLM-AMOUNT(WS-CLM-IDX)    TO   D-PL-AMOUNT.
           EXEC SQL
               SELECT EMP_NO, COALESCE(EXP_CATEGORY, ' '),
                      COALESCE(AMOUNT, 0), COALESCE(STATUS, ' ')
                      INTO :EX-EMP-NO, :EX-CATEGORY, :EX-AMOUNT,
                           :EX-STATUS
                      FROM EMP_EXPENSE
                      WHERE CLAIM_ID = :EX-CLAIM-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   ADD  1           TO   WS-UNMATCHED-COUNT
                   MOVE  "NOT ON REGISTER"  TO   D-PL-NOTE
                   MOVE  D-POST-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN EX-EMP-NO NOT = WS-CLM-EMP-NO(WS-CLM-IDX)
                 OR EX-STATUS NOT = "A"
      *            PAID TO SOMEONE ELSE, OR NOT A CLAIM WAITING FOR
      *            PAY -- LEFT AS IT IS FOR PAYROLL TO LOOK INTO
                   ADD  1           TO   WS-UNMATCHED-COUNT
                   MOVE  EX-CATEGORY     TO   D-PL-CATEGORY
                   IF  EX-STATUS NOT = "A"
                       MOVE  "NOT WAITING FOR PAY"  TO   D-PL-NOTE
                   ELSE
                       MOVE  "CLAIMED BY ANOTHER EMP"
                                    TO   D-PL-NOTE
                   END-IF
                   MOVE  D-POST-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN OTHER
                   PERFORM MARK-CLAIM-PAID
           END-EVALUATE.

      ******************************************************************
       MARK-CLAIM-PAID.
      ******************************************************************
           MOVE  EX-CATEGORY        TO   D-PL-CATEGORY.
           IF  EX-AMOUNT NOT = WS-CLM-AMOUNT(WS-CLM-IDX)
               MOVE  "AMOUNT DIFFERS FROM CLAIM"  TO   D-PL-NOTE
           END-IF.
           EXEC SQL
               UPDATE EMP_EXPENSE
                      SET STATUS = 'P',
                          PAID_PERIOD = :EX-RUN-PERIOD
                      WHERE CLAIM_ID = :EX-CLAIM-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               ADD  1               TO   WS-POSTED-COUNT
               ADD  WS-CLM-AMOUNT(WS-CLM-IDX)  TO   WS-POSTED-HASH
               MOVE  D-POST-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       WRITE-DISPOSITION.
      ******************************************************************
      *    EVERYTHING PAID IN THIS PERIOD, AND EVERY REFUSAL NOT YET
      *    REPORTED (OR FIRST REPORTED BY AN EARLIER RUN OF THIS
      *    PERIOD) -- THE FILE IS WRITTEN AFRESH SO A RE-RUN REPLACES
      *    IT
           PERFORM PRINT-PAGE-EJECT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "EXPENSE CLAIM DISPOSITION -- PERIOD "
                  WS-RUN-PERIOD "  (PAY DATE " WS-PAY-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "CLAIM       EMP       AMOUNT  STATUS    REASON"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           OPEN OUTPUT EDISP-FILE.
           IF  NOT WS-EDISP-OK
               DISPLAY "*** EXPPOST: EXPDISP.DAT COULD NOT BE "
                       "WRITTEN, STATUS " WS-EDISP-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM LIST-DISPOSED-CLAIMS
               CLOSE EDISP-FILE
           END-IF.
           IF  WS-PAID-DISP-COUNT = ZERO AND WS-REJECT-DISP-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
      *    EACH REFUSAL IS REPORTED ONCE -- A LATER PERIOD DOES NOT
      *    REPEAT IT; PAID CLAIMS ARE MARKED REPORTED WITH THEM
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               EXEC SQL
                   UPDATE EMP_EXPENSE
                          SET DISP_PERIOD = :EX-RUN-PERIOD
                          WHERE ((STATUS = 'X'
                                 AND COALESCE(DISP_PERIOD, 0) = 0)
                             OR (STATUS = 'P'
                                 AND PAID_PERIOD = :EX-RUN-PERIOD))
                            AND (EMP_NO IN
                                   (SELECT EMP_NO FROM EMP
                                    WHERE COMPANY_CD = :RUN-COMPANY)
                                 OR (:RUN-CO-ROLE = 'P'
                                     AND EMP_NO NOT IN
                                         (SELECT EMP_NO FROM EMP)))
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       LIST-DISPOSED-CLAIMS.
      ******************************************************************
           EXEC SQL
               DECLARE CD1 CURSOR FOR
               SELECT CLAIM_ID, EMP_NO, COALESCE(AMOUNT, 0),
                      STATUS, COALESCE(REASON, ' ')
                      FROM EMP_EXPENSE
                      WHERE ((STATUS = 'P'
                             AND PAID_PERIOD = :EX-RUN-PERIOD)
                         OR (STATUS = 'X'
                             AND (COALESCE(DISP_PERIOD, 0) = 0
                                  OR DISP_PERIOD = :EX-RUN-PERIOD)))
                        AND (EMP_NO IN
                               (SELECT EMP_NO FROM EMP
                                WHERE COMPANY_CD = :RUN-COMPANY)
                             OR (:RUN-CO-ROLE = 'P'
                                 AND EMP_NO NOT IN
                                     (SELECT EMP_NO FROM EMP)))
                      ORDER BY STATUS, CLAIM_ID
           END-EXEC.
           EXEC SQL
               OPEN CD1
           END-EXEC.
           EXEC SQL
               FETCH CD1 INTO :EX-CLAIM-ID, :EX-EMP-NO, :EX-AMOUNT,
                              :EX-STATUS, :EX-REASON
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM WRITE-ONE-DISPOSITION
               EXEC SQL
                   FETCH CD1 INTO :EX-CLAIM-ID, :EX-EMP-NO,
                                  :EX-AMOUNT, :EX-STATUS, :EX-REASON
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CD1
           END-EXEC.

      ******************************************************************
       WRITE-ONE-DISPOSITION.
      ******************************************************************
           MOVE  SPACES             TO   EDISP-REC.
           MOVE  EX-CLAIM-ID        TO   EDP-CLAIM-ID.
           MOVE  EX-EMP-NO          TO   EDP-EMP-NO.
           MOVE  EX-AMOUNT          TO   EDP-AMOUNT.
           IF  EX-STATUS = "P"
               MOVE  "PAID"         TO   EDP-STATUS
               MOVE  WS-RUN-PERIOD  TO   EDP-PERIOD
               MOVE  WS-PAY-DATE    TO   EDP-PAY-DATE
               ADD  1               TO   WS-PAID-DISP-COUNT
           ELSE
               MOVE  "REJECTED"     TO   EDP-STATUS
               MOVE  ZERO           TO   EDP-PERIOD
                                         EDP-PAY-DATE
               MOVE  EX-REASON      TO   EDP-REASON
               ADD  1               TO   WS-REJECT-DISP-COUNT
           END-IF.
           WRITE EDISP-REC.
           MOVE  SPACES             TO   D-DISP-LINE.
           MOVE  EX-CLAIM-ID        TO   D-DL-CLAIM-ID.
           MOVE  EX-EMP-NO          TO   D-DL-EMP-NO.
           MOVE  EX-AMOUNT          TO   D-DL-AMOUNT.
           MOVE  EDP-STATUS         TO   D-DL-STATUS.
           MOVE  EDP-REASON         TO   D-DL-REASON.
           MOVE  D-DISP-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       COUNT-WAITING-CLAIMS.
      ******************************************************************
      *    APPROVED BUT NOT YET PAID -- A FULL ITEM LIST, OR THE
      *    CLAIMANT NOT ON THIS PERIOD'S PAYROLL
           MOVE  ZERO               TO   EX-WAITING.
           EXEC SQL
               SELECT COUNT(*) INTO :EX-WAITING
                      FROM EMP_EXPENSE
                      WHERE STATUS = 'A'
                        AND (EMP_NO IN
                               (SELECT EMP_NO FROM EMP
                                WHERE COMPANY_CD = :RUN-COMPANY)
                             OR (:RUN-CO-ROLE = 'P'
                                 AND EMP_NO NOT IN
                                     (SELECT EMP_NO FROM EMP)))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   EX-WAITING
           END-IF.

      ******************************************************************
       OPEN-EXP-SPOOL.
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
           STRING "EXPENSE CLAIM POSTING -- PERIOD " WS-RUN-PERIOD
                  "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-POSTING-HEADING.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "CLAIM       EMP   CAT     AMOUNT  NOTE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-EXP-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-POSTED-HASH     TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-POSTED-COUNT " CLAIM(S) POSTED PAID, TOTAL "
                  D-AMOUNT ", " WS-UNMATCHED-COUNT " UNMATCHED, "
                  EX-WAITING " STILL WAITING FOR PAY"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- NOTHING POSTED ***"
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
               MOVE  WS-PC-PAY-DATE TO   WS-PAY-DATE
           ELSE
               MOVE  WS-RUN-DATE(1:6)  TO   WS-RUN-PERIOD
               DISPLAY "*** EXPPOST: RUN DATE NOT ON THE PAY CALENDAR "
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
               DISPLAY "*** EXPPOST: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-EDISP-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-EDISP-NAME
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
               MOVE  WS-CO-ROLE    TO   RUN-CO-ROLE
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
