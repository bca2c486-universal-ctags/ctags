      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RTAXPOST --- resident-tax posting after the payroll extract:
      *               reads the period's RESTAX installments back off
      *               PAYARCH.DAT -- what EMPPAYX actually took -- and
      *               adds each to the amount collected on the
      *               employee's EMP_RESTAX notice, listing every
      *               posting.  A re-run of the same period re-posts
      *               from the amount collected before that period,
      *               so nothing is counted twice.  The period's
      *               collections are then summed by municipality
      *               into the payment summary and RTAXPAY.DAT, one
      *               line per municipality with the amount to
      *               transfer and the date it is due (the 10th of
      *               the month after, or the next business day on
      *               RUNCAL.DAT).  Any employee now terminated
      *               (EMP_STATUS T) gets the change notice for their
      *               municipality, once -- the annual amount, what
      *               was collected and what is left to collect by
      *               ordinary collection.  The period posted is the
      *               one the pay calendar (see PAYCAL) gives the run
      *               date, as EMPPAYX takes it.  Spooled through
      *               VIRTUAL-PRINTER.  Each group company posts off
      *               its own archive and pays its own municipalities
      *               from its own RTAXPAY.DAT.  A rehearsal run
      *               (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *               update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RTAXPOST.
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
      *    ONE LINE PER MUNICIPALITY TO BE PAID FOR THE PERIOD, FOR
      *    THE BANK TRANSFER
           SELECT RTPAY-FILE       ASSIGN TO DYNAMIC WS-RTPAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTPAY-STATUS.

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
      *    PA6-GROSS ITS AMOUNT -- THE RESIDENT-TAX INSTALLMENT IS A
      *    "D" ITEM CODED RESTAX
           05  PA6-ITEM-DATA       REDEFINES PA6-EMP-NAME.
               10  PA6-ITEM-CLASS  PIC  X.
               10  FILLER          PIC  X.
               10  PA6-ITEM-CODE   PIC  X(06).
               10  FILLER          PIC  X(52).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       FD  RTPAY-FILE.
       01  RTPAY-REC.
           05  RTP-MUNI-CODE       PIC  X(06).
           05  FILLER              PIC  X.
           05  RTP-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  RTP-EMP-COUNT       PIC  9(04).
           05  FILLER              PIC  X.
           05  RTP-AMOUNT          PIC  9(09).
           05  FILLER              PIC  X.
           05  RTP-DUE-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  RTP-MUNI-NAME       PIC  X(30).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RTAXPOST".
           COPY "REHEARSE.CPY".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-RTPAY-STATUS         PIC  X(02).
           88  WS-RTPAY-OK         VALUE "00".
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
       01  WS-RUN-PERIOD-R         REDEFINES WS-RUN-PERIOD.
           05  WS-RP-YYYY          PIC  9(04).
           05  WS-RP-MM            PIC  9(02).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    DATE SERVICE CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    THE MUNICIPALITIES ARE PAID BY THE 10TH OF THE MONTH AFTER
      *    THE ONE COLLECTED IN
       01  WS-DUE-DATE             PIC  9(08).
       01  WS-DUE-DATE-R           REDEFINES WS-DUE-DATE.
           05  WS-DD-YYYY          PIC  9(04).
           05  WS-DD-MM            PIC  9(02).
           05  WS-DD-DD            PIC  9(02).
      *    THE PERIOD'S ARCHIVED INSTALLMENTS -- A RE-ARCHIVED DETAIL
      *    DROPS THE INSTALLMENTS OF ITS EARLIER IMAGE, SAME AS
      *    EMPSLIP READS IT
       01  WS-INS-TABLE.
           05  WS-INS-CNT          PIC  9(04) VALUE ZERO.
           05  WS-INS-ENTRY        OCCURS 2000.
               10  WS-INS-EMP-NO   PIC  9(04).
               10  WS-INS-AMOUNT   PIC S9(09).
       01  WS-INS-IDX              PIC  9(04).
       01  WS-INS-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-INS-FULL         VALUE "Y".
      *    ONE NOTICE BEING POSTED
       01  WS-OPENING              PIC S9(09).
       01  WS-APPLIED              PIC S9(09).
       01  WS-BALANCE              PIC S9(09).
       01  WS-POSTED-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-POSTED-HASH          PIC S9(11) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-MUNI-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-PAYABLE-HASH         PIC S9(11) VALUE ZERO.
       01  WS-NOTICE-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-RTPAY-NAME           PIC  X(40) VALUE "RTAXPAY.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./rtaxpost.dat".
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
           05  D-PL-MUNI-CODE      PIC  X(06).
           05  FILLER              PIC  X(01).
           05  D-PL-ANNUAL         PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-PL-APPLIED        PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-PL-COLLECTED      PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01).
           05  D-PL-BALANCE        PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-PL-NOTE           PIC  X(20).
       01  D-PAY-LINE.
           05  D-PY-MUNI-CODE      PIC  X(06).
           05  FILLER              PIC  X(02).
           05  D-PY-MUNI-NAME      PIC  X(30).
           05  FILLER              PIC  X(01).
           05  D-PY-COUNT          PIC  ZZZ9.
           05  FILLER              PIC  X(01).
           05  D-PY-AMOUNT         PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-PY-DUE-DATE       PIC  9(08).
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
           COPY "RTAXREC.CPY".
       01  RT-RUN-DATE             PIC  9(08).
       01  RT-RUN-PERIOD           PIC  9(06).
       01  RT-EMP-COUNT            PIC S9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RTAXPOST STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE
                                             RT-RUN-DATE.
           PERFORM SET-PAY-PERIOD.
           MOVE  WS-RUN-PERIOD          TO   RT-RUN-PERIOD.
      *    JUNE TO MAY -- JANUARY TO MAY BELONG TO THE TAX YEAR THAT
      *    STARTED THE JUNE BEFORE, AS EMPPAYX TAKES IT
           MOVE  WS-RP-YYYY             TO   RT-TAX-YEAR.
           IF  WS-RP-MM < 6
               SUBTRACT 1               FROM RT-TAX-YEAR
           END-IF.
           PERFORM SET-DUE-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** RTAXPOST: RUN COMPANY " WS-CO-CODE
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

           PERFORM OPEN-RTAX-SPOOL.
           PERFORM POST-INSTALLMENTS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-PAYMENT-SUMMARY
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ISSUE-LEAVER-NOTICES
           END-IF.
           PERFORM PRINT-RTAX-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    A PART-POSTED PERIOD WOULD PAY THE MUNICIPALITIES FROM
      *    FIGURES THE REGISTER DOES NOT HOLD -- ALL OR NOTHING
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** RTAXPOST FINISHED -- " WS-POSTED-COUNT
                   " INSTALLMENT(S) POSTED, " WS-UNMATCHED-COUNT
                   " UNMATCHED, " WS-MUNI-COUNT
                   " MUNICIPALITY(IES) PAYABLE, " WS-NOTICE-COUNT
                   " LEAVER NOTICE(S) ***".
      *    A LEAVER'S NOTICE HAS TO GO TO THE MUNICIPALITY, AND AN
      *    INSTALLMENT WITH NO NOTICE BEHIND IT NEEDS LOOKING INTO
           IF  (WS-NOTICE-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO)
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
       SET-DUE-DATE.
      ******************************************************************
      *    THE 10TH OF THE NEXT MONTH, MOVED ON PAST A WEEKEND OR
      *    HOLIDAY -- NEXTBD FROM THE 9TH LANDS ON THE 10TH ITSELF
      *    WHEN IT IS A BUSINESS DAY
           MOVE  WS-RP-YYYY         TO   WS-DD-YYYY.
           MOVE  WS-RP-MM           TO   WS-DD-MM.
           MOVE  9                  TO   WS-DD-DD.
           IF  WS-DD-MM = 12
               ADD  1               TO   WS-DD-YYYY
               MOVE  1              TO   WS-DD-MM
           ELSE
               ADD  1               TO   WS-DD-MM
           END-IF.
           MOVE  "NEXTBD"           TO   WS-DC-FUNCTION.
           MOVE  WS-DUE-DATE        TO   WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.
           IF  WS-DC-STATUS = "OK"
               MOVE  WS-DC-RESULT-DATE   TO   WS-DUE-DATE
           ELSE
               MOVE  10             TO   WS-DD-DD
           END-IF.

      ******************************************************************
       LOAD-ARCHIVED-INSTALLMENTS.
      ******************************************************************
      *    NO ARCHIVE MEANS NOTHING WAS DEDUCTED -- NOTHING IS POSTED
      *    OR PAYABLE, BUT THE LEAVER NOTICES STILL COME OUT
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** RTAXPOST: PAYARCH.DAT NOT AVAILABLE, "
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
           AND PA6-ITEM-CODE = "RESTAX"
               IF  WS-INS-CNT < 2000
                   ADD  1           TO   WS-INS-CNT
                   MOVE  PA6-EMP-NO TO   WS-INS-EMP-NO(WS-INS-CNT)
                   MOVE  PA6-GROSS  TO   WS-INS-AMOUNT(WS-INS-CNT)
               ELSE
                   IF  NOT WS-INS-FULL
                       DISPLAY "*** RTAXPOST: MORE THAN 2000 "
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
           MOVE  WS-INS-EMP-NO(WS-INS-IDX)    TO   RT-EMP-NO.
           MOVE  SPACES             TO   D-POST-LINE.
           MOVE  RT-EMP-NO          TO   D-PL-EMP-NO.
           EXEC SQL
               SELECT COALESCE(MUNI_CODE, ' '),
                      COALESCE(ANNUAL_AMOUNT, 0),
                      COALESCE(COLLECTED, 0),
                      COALESCE(LAST_PERIOD, 0),
                      COALESCE(LAST_AMOUNT, 0)
                      INTO :RT-MUNI-CODE, :RT-ANNUAL, :RT-COLLECTED,
                           :RT-LAST-PERIOD, :RT-LAST-AMOUNT
                      FROM EMP_RESTAX
                      WHERE EMP_NO = :RT-EMP-NO
                        AND TAX_YEAR = :RT-TAX-YEAR
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
      *    COLLECTED BEFORE THIS PERIOD IS THE STORED TOTAL, LESS
      *    WHAT AN EARLIER RUN OF THE SAME PERIOD ALREADY ADDED
           MOVE  RT-COLLECTED       TO   WS-OPENING.
           IF  RT-LAST-PERIOD = WS-RUN-PERIOD
               SUBTRACT RT-LAST-AMOUNT   FROM WS-OPENING
           END-IF.
      *    NEVER PAST THE ANNUAL AMOUNT -- ANY OVER-DEDUCTION SHOWS ON
      *    THE LIST
           MOVE  WS-INS-AMOUNT(WS-INS-IDX)    TO   WS-APPLIED.
           IF  WS-OPENING + WS-APPLIED > RT-ANNUAL
               COMPUTE WS-APPLIED = RT-ANNUAL - WS-OPENING
               MOVE  "OVER-DEDUCTED"     TO   D-PL-NOTE
           END-IF.
           COMPUTE RT-COLLECTED = WS-OPENING + WS-APPLIED.
           MOVE  WS-RUN-PERIOD      TO   RT-LAST-PERIOD.
           MOVE  WS-APPLIED         TO   RT-LAST-AMOUNT.
           EXEC SQL
               UPDATE EMP_RESTAX
                      SET COLLECTED = :RT-COLLECTED,
                          LAST_PERIOD = :RT-LAST-PERIOD,
                          LAST_AMOUNT = :RT-LAST-AMOUNT
                      WHERE EMP_NO = :RT-EMP-NO
                        AND TAX_YEAR = :RT-TAX-YEAR
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               ADD  1               TO   WS-POSTED-COUNT
               ADD  WS-APPLIED      TO   WS-POSTED-HASH
               COMPUTE WS-BALANCE = RT-ANNUAL - RT-COLLECTED
               MOVE  RT-MUNI-CODE   TO   D-PL-MUNI-CODE
               MOVE  RT-ANNUAL      TO   D-PL-ANNUAL
               MOVE  WS-APPLIED     TO   D-PL-APPLIED
               MOVE  RT-COLLECTED   TO   D-PL-COLLECTED
               MOVE  WS-BALANCE     TO   D-PL-BALANCE
               IF  WS-BALANCE = ZERO AND D-PL-NOTE = SPACES
                   MOVE  "YEAR COMPLETE"     TO   D-PL-NOTE
               END-IF
               MOVE  D-POST-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-PAYMENT-SUMMARY.
      ******************************************************************
      *    EVERYTHING POSTED FOR THIS PERIOD, BY MUNICIPALITY -- THE
      *    TRANSFER FILE IS WRITTEN AFRESH EACH RUN SO A RE-RUN
      *    REPLACES IT
           PERFORM PRINT-PAGE-EJECT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "RESIDENT TAX PAYMENT SUMMARY -- PERIOD "
                  WS-RUN-PERIOD "  (DUE " WS-DUE-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "CODE    MUNICIPALITY                   EMPS"
                                    TO   WS-DETAIL-LINE.
           MOVE  "     AMOUNT  DUE"      TO   WS-DETAIL-LINE(44:16).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           OPEN OUTPUT RTPAY-FILE.
           IF  NOT WS-RTPAY-OK
               DISPLAY "*** RTAXPOST: RTAXPAY.DAT COULD NOT BE "
                       "WRITTEN, STATUS " WS-RTPAY-STATUS " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               DECLARE CM1 CURSOR FOR
               SELECT MUNI_CODE, MAX(COALESCE(MUNI_NAME, ' ')),
                      COUNT(*), SUM(LAST_AMOUNT)
                      FROM EMP_RESTAX
                      WHERE LAST_PERIOD = :RT-RUN-PERIOD
                        AND LAST_AMOUNT > 0
                        AND EMP_NO IN (SELECT EMP_NO FROM EMP
                                       WHERE COMPANY_CD =
                                             :RUN-COMPANY)
                      GROUP BY MUNI_CODE
                      ORDER BY MUNI_CODE
           END-EXEC.
           EXEC SQL
               OPEN CM1
           END-EXEC.
           EXEC SQL
               FETCH CM1 INTO :RT-MUNI-CODE, :RT-MUNI-NAME,
                              :RT-EMP-COUNT, :RT-LAST-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM PRINT-ONE-MUNICIPALITY
               EXEC SQL
                   FETCH CM1 INTO :RT-MUNI-CODE, :RT-MUNI-NAME,
                                  :RT-EMP-COUNT, :RT-LAST-AMOUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CM1
           END-EXEC.
           IF  WS-RTPAY-OK
               CLOSE RTPAY-FILE
           END-IF.
           IF  WS-MUNI-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           ELSE
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  WS-PAYABLE-HASH     TO   D-AMOUNT
               MOVE  SPACES         TO   WS-DETAIL-LINE
               STRING WS-MUNI-COUNT " MUNICIPALITY(IES), TOTAL TO PAY "
                      D-AMOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE  WS-DETAIL-LINE TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-ONE-MUNICIPALITY.
      ******************************************************************
           ADD  1                   TO   WS-MUNI-COUNT.
           ADD  RT-LAST-AMOUNT      TO   WS-PAYABLE-HASH.
           MOVE  SPACES             TO   D-PAY-LINE.
           MOVE  RT-MUNI-CODE       TO   D-PY-MUNI-CODE.
           MOVE  RT-MUNI-NAME       TO   D-PY-MUNI-NAME.
           MOVE  RT-EMP-COUNT       TO   D-PY-COUNT.
           MOVE  RT-LAST-AMOUNT     TO   D-PY-AMOUNT.
           MOVE  WS-DUE-DATE        TO   D-PY-DUE-DATE.
           MOVE  D-PAY-LINE         TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-RTPAY-OK
               MOVE  SPACES         TO   RTPAY-REC
               MOVE  RT-MUNI-CODE   TO   RTP-MUNI-CODE
               MOVE  WS-RUN-PERIOD  TO   RTP-PERIOD
               MOVE  RT-EMP-COUNT   TO   RTP-EMP-COUNT
               MOVE  RT-LAST-AMOUNT TO   RTP-AMOUNT
               MOVE  WS-DUE-DATE    TO   RTP-DUE-DATE
               MOVE  RT-MUNI-NAME   TO   RTP-MUNI-NAME
               WRITE RTPAY-REC
           END-IF.

      ******************************************************************
       ISSUE-LEAVER-NOTICES.
      ******************************************************************
      *    EVERY NOTICE OF THIS TAX YEAR FOR AN EMPLOYEE NOW
      *    TERMINATED AND NOT YET REPORTED -- ONE PAGE EACH
           EXEC SQL
               DECLARE CN1 CURSOR FOR
               SELECT R.EMP_NO, E.EMP_NAME,
                      COALESCE(E.EMP_TERM_DATE, 0),
                      COALESCE(R.MUNI_CODE, ' '),
                      COALESCE(R.MUNI_NAME, ' '),
                      COALESCE(R.ANNUAL_AMOUNT, 0),
                      COALESCE(R.COLLECTED, 0)
                      FROM EMP_RESTAX R, EMP E
                      WHERE E.EMP_NO = R.EMP_NO
                        AND E.EMP_STATUS = 'T'
                        AND E.COMPANY_CD = :RUN-COMPANY
                        AND R.TAX_YEAR = :RT-TAX-YEAR
                        AND COALESCE(R.NOTICE_DATE, 0) = 0
                      ORDER BY R.MUNI_CODE, R.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CN1
           END-EXEC.
           EXEC SQL
               FETCH CN1 INTO :RT-EMP-NO, :EMP-NAME, :EMP-TERM-DATE,
                              :RT-MUNI-CODE, :RT-MUNI-NAME,
                              :RT-ANNUAL, :RT-COLLECTED
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM PRINT-LEAVER-NOTICE
               EXEC SQL
                   FETCH CN1 INTO :RT-EMP-NO, :EMP-NAME,
                                  :EMP-TERM-DATE, :RT-MUNI-CODE,
                                  :RT-MUNI-NAME, :RT-ANNUAL,
                                  :RT-COLLECTED
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CN1
           END-EXEC.
      *    EACH NOTICE IS ISSUED ONCE -- A LATER RUN DOES NOT REPEAT IT
           IF  WS-NOTICE-COUNT > ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               EXEC SQL
                   UPDATE EMP_RESTAX
                          SET NOTICE_DATE = :RT-RUN-DATE
                          WHERE TAX_YEAR = :RT-TAX-YEAR
                            AND COALESCE(NOTICE_DATE, 0) = 0
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
       PRINT-LEAVER-NOTICE.
      ******************************************************************
      *    EACH NOTICE STARTS ON ITS OWN PAGE
           PERFORM PRINT-PAGE-EJECT.
           ADD  1                   TO   WS-NOTICE-COUNT.
           COMPUTE WS-BALANCE = RT-ANNUAL - RT-COLLECTED.
           IF  WS-BALANCE < ZERO
               MOVE  ZERO           TO   WS-BALANCE
           END-IF.
           MOVE  "RESIDENT TAX SPECIAL COLLECTION -- CHANGE NOTICE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "(EMPLOYEE LEFT SERVICE)"   TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "TO          : " RT-MUNI-CODE "  " RT-MUNI-NAME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "TAX YEAR    : JUNE " RT-TAX-YEAR " TO MAY"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "EMPLOYEE    : " RT-EMP-NO "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           IF  EMP-TERM-DATE = ZERO
               STRING "LEFT SERVICE: DATE NOT SET"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "LEFT SERVICE: " EMP-TERM-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "NOTICE DATE : " WS-RUN-DATE
                  "  (COLLECTED THROUGH PERIOD " WS-RUN-PERIOD ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  RT-ANNUAL          TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "ANNUAL AMOUNT      : " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  RT-COLLECTED       TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "COLLECTED          : " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-BALANCE         TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "NOT YET COLLECTED  : " D-AMOUNT
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-BALANCE = ZERO
               MOVE  "COLLECTED IN FULL -- SPECIAL COLLECTION ENDS"
                                    TO   PA-BUFFER
           ELSE
               MOVE  "BALANCE TO BE PAID BY ORDINARY COLLECTION"
                                    TO   PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       OPEN-RTAX-SPOOL.
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
           STRING "RESIDENT TAX POSTING -- PERIOD " WS-RUN-PERIOD
                  "  TAX YEAR " RT-TAX-YEAR "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-POSTING-HEADING.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  " NO   MUNI       ANNUAL   THIS PER  COLLECTED"
                                    TO   WS-DETAIL-LINE.
           MOVE  "    BALANCE"      TO   WS-DETAIL-LINE(46:11).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RTAX-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-POSTED-HASH     TO   D-AMOUNT.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-POSTED-COUNT " INSTALLMENT(S) POSTED, TOTAL "
                  D-AMOUNT ", " WS-UNMATCHED-COUNT " NOT ON REGISTER, "
                  WS-NOTICE-COUNT " LEAVER NOTICE(S)"
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
           ELSE
               MOVE  WS-RUN-DATE(1:6)  TO   WS-RUN-PERIOD
               DISPLAY "*** RTAXPOST: RUN DATE NOT ON THE PAY CALENDAR "
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
               DISPLAY "*** RTAXPOST: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-RTPAY-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-RTPAY-NAME
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
