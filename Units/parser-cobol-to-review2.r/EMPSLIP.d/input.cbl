      *              VIRTUAL-PRINTER's page-break machinery, with a
      *              second pass per slip for the payroll file copy --
      *              so a 200-employee run yields separable slips, not
      *              one continuous listing.  A joiner's or
      *              leaver's part-period slip shows the proration
      *              factor EMPPAYX archived for the period, and every
      *              item line archived with the detail (arrears and
      *              the like) prints as its own line above the gross.
      *              Allowances come through as item lines, and the
      *              non-taxable part of the gross (commuting within
      *              its ceiling) prints as its own subtotal.
      *              The employer's own social-insurance share rides
      *              the archive as class C items but is the company's
      *              cost, not the employee's pay, so it is left off.
      *              Expense claims reimbursed with the salary (class
      *              R items, see EXPLOAD) are outside gross, so they
      *              print after it as their own block, one line per
      *              claim with the reimbursed total.
      *              The period is the one the pay calendar (see
      *              PAYCAL) gives the run date, as EMPPAYX takes it.
      *              Each group company prints its own staff's slips
      *              over its own overlay, and reprints off its own
      *              PAYARCH.DAT on its own SLIPPARM.DAT card.
      *              With SLIP-DELIVERY ELECTRONIC on SHOPCNFG.DAT,
      *              every employee enrolled for e-mail on SLIPDLV.DAT
      *              gets the employee copy, overlay and all, as a
      *              PDF of its own instead of paper: the slip is
      *              spooled to a work file and turned into the PDF
      *              by the SLIP-PDF-CMD converter, which takes the
      *              work file and the PDF name as arguments and the
      *              open password from SLIPPDF_PASSWORD in its
      *              environment.  The password is the employee's
      *              birth date (YYYYMMDD) followed by the last four
      *              digits of their salary account.  Each PDF made
      *              goes on the delivery index SLIPIDX.DAT (EMP_NO,
      *              file name, e-mail address, period) for the mail
      *              gateway.  Staff who chose paper, or who are not
      *              enrolled, still get the printed slip, and so
      *              does anyone whose PDF cannot be made or
      *              protected.  The file copy always prints.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      *    REPRINT PARAMETER CARD -- EMP_NO PLUS PAY PERIOD; WHEN
      *    PRESENT THE SLIP COMES OFF THE PERIOD ARCHIVE, NOT THE
      *    LIVE TABLE, SO MARCH'S REPRINT SHOWS MARCH'S SALARY
           SELECT SLIPPRM-FILE     ASSIGN TO DYNAMIC WS-SLIPPRM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIPPRM-STATUS.
      *    THE PERIOD-KEYED ARCHIVE EMPPAYX RETAINS AT EXTRACT TIME
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    SLIP DELIVERY REGISTER -- ONE LINE PER EMPLOYEE WHO HAS
      *    CHOSEN HOW THEIR SLIP COMES, WITH THE E-MAIL ADDRESS
           SELECT SLIPDLV-FILE     ASSIGN TO DYNAMIC WS-SLIPDLV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIPDLV-STATUS.
      *    DELIVERY INDEX FOR THE MAIL GATEWAY -- ONE LINE PER PDF
           SELECT SLIPIDX-FILE     ASSIGN TO DYNAMIC WS-SLIPIDX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIPIDX-STATUS.

      ******************************************************************
       DATA                        DIVISION.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
      *    ON AN "I" ITEM RECORD THE NAME SLOT CARRIES THE ITEM AND
      *    PA6-GROSS ITS AMOUNT
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
      *    PRORATION FACTOR AND BASIS (C/W) -- BLANK ON RECORDS
      *    ARCHIVED BEFORE PRORATION, WHICH WERE ALL FULL PERIODS
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.

      *    "*" IN COLUMN 1 = COMMENT LINE
       FD  SLIPDLV-FILE.
       01  SLIPDLV-REC.
           05  DL-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
      *    E = E-MAIL (PDF), P = PAPER
           05  DL-METHOD           PIC  X.
           05  FILLER              PIC  X.
           05  DL-EMAIL            PIC  X(60).

       FD  SLIPIDX-FILE.
       01  SLIPIDX-REC.
           05  SX-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  SX-FILE-NAME        PIC  X(40).
           05  FILLER              PIC  X.
           05  SX-EMAIL            PIC  X(60).
           05  FILLER              PIC  X.
           05  SX-PERIOD           PIC  9(06).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPSLIP".
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-RUN-DATE             PIC  9(08).
      *    PAY PERIOD OF THIS RUN -- THE ONE EMPPAYX ARCHIVED TODAY
       01  WS-RUN-PERIOD           PIC  9(06).
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
       01  WS-SLIPS-PRINTED        PIC  9(06) VALUE ZERO.
      *    TWO PASSES PER SLIP -- THE EMPLOYEE COPY AND THE PAYROLL
      *    FILE COPY, EACH ON ITS OWN PAGE
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-ROWS           PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SLIPPRM-NAME         PIC  X(40) VALUE "SLIPPARM.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./empslip.dat".
       01  WS-OVLY-NAME            PIC  X(40) VALUE "SLIPOVLY.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-SLIP-DED              PIC  -(7)9.99.
       01  D-SLIP-NET              PIC  -(7)9.99.
       01  D-SLIP-FACTOR           PIC  9.9999.
      *    THIS PERIOD'S ARCHIVED DETAILS, OFF THE ARCHIVE EMPPAYX
      *    WROTE -- THE LIVE SLIP SHOWS THE SAME FACTOR, ITEMS AND
      *    GROSS THE PAYROLL RUN PAID, NOT A FIGURE WORKED OUT AGAIN
       01  WS-PRO-TABLE.
           05  WS-PRO-CNT          PIC  9(04) VALUE ZERO.
           05  WS-PRO-ENTRY        OCCURS 1000.
               10  WS-PRO-EMP-NO   PIC  9(04).
               10  WS-PRO-FACTOR   PIC  9V9(04).
               10  WS-PRO-BASIS    PIC  X.
               10  WS-PRO-GROSS    PIC S9(09)V9(02).
       01  WS-PRO-IDX              PIC  9(04).
       01  WS-PRO-HIT              PIC  9(04) VALUE ZERO.
       01  WS-PRORATE-FACTOR       PIC  9V9(04).
       01  WS-PRORATE-BASIS        PIC  X.
       01  WS-BASIS-TEXT           PIC  X(13).
      *    ITEM LINES OF THE PERIOD (LIVE RUN) OR OF THE ONE SLIP
      *    BEING REPRINTED -- A RE-ARCHIVED DETAIL DROPS THE ITEMS OF
      *    ITS EARLIER IMAGE
       01  WS-ITM-TABLE.
           05  WS-ITM-CNT          PIC  9(04) VALUE ZERO.
           05  WS-ITM-ENTRY        OCCURS 2000.
               10  WS-ITM-EMP-NO   PIC  9(04).
               10  WS-ITM-TEXT     PIC  X(30).
               10  WS-ITM-AMOUNT   PIC S9(09)V9(02).
               10  WS-ITM-CLASS    PIC  X.
               10  WS-ITM-TAXABLE  PIC  X.
       01  WS-ITM-IDX              PIC  9(04).
      *    EARNINGS ON THE SLIP THAT WERE PAID FREE OF TAX
       01  WS-ITM-NONTAX           PIC S9(09)V9(02).
      *    EXPENSE CLAIMS REIMBURSED ON THE SLIP, OUTSIDE GROSS
       01  WS-ITM-REIMBURSE        PIC S9(09)V9(02).
       01  WS-ITM-EMP-COUNT        PIC  9(04).
       01  WS-RP-SAVED-REC         PIC  X(150).
      *    ELECTRONIC DELIVERY (SEE SLIPDLV.DAT / SLIPIDX.DAT)
       01  WS-DELIVERY-MODE        PIC  X(10) VALUE "PAPER".
           88  WS-ELECTRONIC-MODE  VALUE "ELECTRONIC".
       01  WS-PDF-CMD              PIC  X(40) VALUE "slip2pdf".
       01  WS-SLIPDLV-NAME         PIC  X(40) VALUE "SLIPDLV.DAT".
       01  WS-SLIPIDX-NAME         PIC  X(40) VALUE "SLIPIDX.DAT".
       01  WS-SLIPTXT-NAME         PIC  X(40) VALUE "SLIPPDF.TXT".
       01  WS-SLIPDLV-STATUS       PIC  X(02).
           88  WS-SLIPDLV-OK       VALUE "00".
           88  WS-SLIPDLV-EOF      VALUE "10".
       01  WS-SLIPIDX-STATUS       PIC  X(02).
           88  WS-SLIPIDX-OK       VALUE "00".
       01  WS-DLV-TABLE.
           05  WS-DLV-CNT          PIC  9(04) VALUE ZERO.
           05  WS-DLV-ENTRY        OCCURS 1000.
               10  WS-DLV-EMP-NO   PIC  9(04).
               10  WS-DLV-METHOD   PIC  X.
               10  WS-DLV-EMAIL    PIC  X(60).
       01  WS-DLV-IDX              PIC  9(04).
       01  WS-DLV-HIT              PIC  9(04) VALUE ZERO.
       01  WS-DLV-KEY-X            PIC  X(04).
       01  WS-DLV-KEY              REDEFINES WS-DLV-KEY-X
                                   PIC  9(04).
      *    P = PRINTED, E = TO GO AS A PDF, S = GONE AS ONE
       01  WS-SLIP-ROUTE           PIC  X     VALUE "P".
           88  WS-ROUTE-PAPER      VALUE "P".
           88  WS-ROUTE-EMAIL      VALUE "E".
           88  WS-ROUTE-SENT       VALUE "S".
       01  WS-SLIP-PDF-NAME        PIC  X(40).
       01  WS-SLIP-PASSWORD        PIC  X(12).
       01  WS-PDF-ENV-NAME         PIC  X(20) VALUE "SLIPPDF_PASSWORD".
       01  WS-PDF-LINE             PIC  X(200).
       01  WS-PDF-RC               PIC S9(09) COMP-5.
       01  WS-SLIPS-MAILED         PIC  9(06) VALUE ZERO.
       01  WS-SLIPS-FALLBACK       PIC  9(06) VALUE ZERO.
       01  WS-SLIP-EMP-NO          PIC  9(04).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

           ACCEPT  WS-RUN-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-PAY-PERIOD.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPSLIP: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    A REPRINT REQUEST ON THE PARAMETER CARD BYPASSES THE LIVE
      *    TABLE ENTIRELY -- THE ARCHIVED FIGURES ARE THE SLIP
               GOBACK
           END-IF.

           PERFORM LOAD-PERIOD-PRORATION.
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
      *    THE SLIP LAYOUT'S FIXED TEXT AND BOXES COME FROM THE
      *    OVERLAY TEMPLATE -- PLAIN STOCK PRINTS COMPLETE, AND A
      *    FORM REDESIGN IS A TEMPLATE EDIT, NOT A REPRINT ORDER
           MOVE  WS-OVLY-NAME       TO   PA-OVERLAY.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING, SO A LINE
      *    PASSED ON IT WOULD BE LOST (SEE TEST-PRINTER)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           IF  WS-ELECTRONIC-MODE
               PERFORM OPEN-ELECTRONIC-DELIVERY
           END-IF.

           EXEC SQL
               DECLARE CL1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT,
                      COALESCE(EMP_BIRTHDATE, 0),
                      COALESCE(EMP_ACCT_NO, ' ')
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
           END-EXEC.
           EXEC SQL
               FETCH CL1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-DEPT, :EMP-BIRTHDATE, :EMP-ACCT-NO
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               PERFORM CHOOSE-SLIP-ROUTE
               IF  WS-ROUTE-EMAIL
                   PERFORM MAIL-ONE-SLIP
               END-IF
               PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                       UNTIL WS-COPY-NO > WS-SLIP-COPIES
      *            A MAILED EMPLOYEE COPY IS NOT PRINTED AS WELL
                   IF  WS-COPY-NO > 1 OR NOT WS-ROUTE-SENT
                       PERFORM PRINT-ONE-SLIP
                   END-IF
               END-PERFORM
               ADD  1               TO   WS-SLIPS-PRINTED
               EXEC SQL
                   FETCH CL1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY,
                                  :EMP-DEPT, :EMP-BIRTHDATE,
                                  :EMP-ACCT-NO
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
           EXEC SQL
               CLOSE CL1
           END-EXEC.
           IF  WS-ELECTRONIC-MODE
               CLOSE SLIPIDX-FILE
           END-IF.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "*** EMPSLIP FINISHED -- " WS-SLIPS-PRINTED
                   " SLIP(S), " WS-SLIP-COPIES " COPY(S) EACH ***".
           IF  WS-ELECTRONIC-MODE
               DISPLAY "***   MAILED AS PDF: " WS-SLIPS-MAILED
                       "  PRINTED INSTEAD: " WS-SLIPS-FALLBACK " ***"
           END-IF.
           MOVE 0                    TO   RETURN-CODE.
           GOBACK.

               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  WS-OVLY-NAME       TO   PA-OVERLAY.
           MOVE  "O"                TO   PA-RESET.
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
                   AT END
                       SET WS-PARCH-EOF TO TRUE
                   NOT AT END
                       IF  PA6-PERIOD = WS-RP-PERIOD
                       AND PA6-EMP-NO = WS-RP-EMP-NO
                           PERFORM NOTE-REPRINT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARCH-FILE.
      *    THE LATEST IMAGE OF THE PERIOD IS THE SLIP, WITH ITS ITEMS
           IF  WS-RP-FOUND
               MOVE  WS-RP-SAVED-REC     TO   PARCH-REC
               PERFORM PRINT-ARCHIVED-SLIP
           END-IF.
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.
               MOVE 4               TO   RETURN-CODE
           END-IF.

      ******************************************************************
       NOTE-REPRINT-RECORD.
      ******************************************************************
           IF  PA6-REC-TYPE = "D"
               SET  WS-RP-FOUND     TO   TRUE
               MOVE  PARCH-REC      TO   WS-RP-SAVED-REC
               MOVE  PA6-EMP-NO     TO   EMP-NO
               PERFORM DROP-EMP-ITEMS
           END-IF.
           IF  PA6-REC-TYPE = "I"
           AND PA6-ITEM-CLASS NOT = "C"
               PERFORM NOTE-ITEM-ENTRY
           END-IF.

      ******************************************************************
       CONSUME-REPRINT-PARM.
      ******************************************************************
                       "STATUS " WS-SLIPPRM-STATUS " ***"
           END-IF.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EMPSLIP: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SLIPPRM-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SLIPPRM-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
               MOVE  WS-OVLY-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-OVLY-NAME
               MOVE  WS-SLIPDLV-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SLIPDLV-NAME
               MOVE  WS-SLIPIDX-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SLIPIDX-NAME
               MOVE  WS-SLIPTXT-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SLIPTXT-NAME
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
               DELIMITED BY SIZE INTO D-SLIP-LINE.
           MOVE  D-SLIP-LINE         TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  PA6-PRORATE-FACTOR NUMERIC
           AND PA6-PRORATE-FACTOR < 1
               MOVE  PA6-PRORATE-FACTOR  TO   WS-PRORATE-FACTOR
               MOVE  PA6-PRORATE-BASIS   TO   WS-PRORATE-BASIS
               PERFORM PRINT-PRORATION-LINE
           END-IF.
           MOVE  PA6-EMP-NO          TO   EMP-NO.
           PERFORM PRINT-ITEM-LINES.
           PERFORM PRINT-REIMBURSE-LINES.
           MOVE  PA6-DED             TO   D-SLIP-DED.
           MOVE  SPACES              TO   D-SLIP-LINE.
           STRING "DEDUCTED : " D-SLIP-DED
               DELIMITED BY SIZE INTO D-SLIP-LINE.
           MOVE  D-SLIP-LINE         TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    PART-PERIOD JOINER OR LEAVER -- THE ARCHIVED FACTOR; ANY
      *    ITEM LINES; THEN THE GROSS ACTUALLY PAID WHENEVER IT DIFFERS
      *    FROM THE PLAIN SALARY FOR EITHER REASON
           PERFORM FIND-PRORATION-ENTRY.
           IF  WS-PRO-HIT > ZERO
               MOVE  WS-PRO-FACTOR(WS-PRO-HIT)  TO   WS-PRORATE-FACTOR
               MOVE  WS-PRO-BASIS(WS-PRO-HIT)   TO   WS-PRORATE-BASIS
               IF  WS-PRORATE-FACTOR < 1
                   PERFORM PRINT-PRORATION-LINE
               END-IF
               PERFORM PRINT-ITEM-LINES
           END-IF.
           IF  WS-PRO-HIT > ZERO
           AND (WS-PRORATE-FACTOR < 1 OR WS-ITM-EMP-COUNT > ZERO)
               MOVE  WS-PRO-GROSS(WS-PRO-HIT)   TO   D-SLIP-SALARY
               MOVE  SPACES          TO   D-SLIP-LINE
               STRING "GROSS    : " D-SLIP-SALARY
                   DELIMITED BY SIZE INTO D-SLIP-LINE
               MOVE  D-SLIP-LINE     TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM PRINT-REIMBURSE-LINES.
           MOVE  SPACES              TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
      *    EJECT -- THE NEXT SLIP STARTS ON ITS OWN PAGE
           PERFORM PRINT-PAGE-EJECT.

      ******************************************************************
       OPEN-ELECTRONIC-DELIVERY.
      ******************************************************************
      *    WITHOUT AN INDEX THE GATEWAY CANNOT SEND A PDF -- THE WHOLE
      *    RUN GOES TO PAPER RATHER THAN MAKE SLIPS NOBODY RECEIVES
           PERFORM LOAD-DELIVERY-REGISTER.
           OPEN OUTPUT SLIPIDX-FILE.
           IF  NOT WS-SLIPIDX-OK
               DISPLAY "*** EMPSLIP: UNABLE TO OPEN " WS-SLIPIDX-NAME
                       ", STATUS " WS-SLIPIDX-STATUS
                       " -- EVERY SLIP PRINTED ***"
               MOVE  "PAPER"        TO   WS-DELIVERY-MODE
               MOVE  "WARN"         TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       LOAD-DELIVERY-REGISTER.
      ******************************************************************
      *    NO REGISTER SIMPLY MEANS NOBODY HAS CHOSEN E-MAIL YET
           MOVE  ZERO               TO   WS-DLV-CNT.
           OPEN INPUT SLIPDLV-FILE.
           IF  NOT WS-SLIPDLV-OK
               DISPLAY "*** EMPSLIP: " WS-SLIPDLV-NAME " NOT AVAILABLE,"
                       " STATUS " WS-SLIPDLV-STATUS
                       " -- EVERY SLIP PRINTED ***"
           ELSE
               PERFORM UNTIL WS-SLIPDLV-EOF
                   READ SLIPDLV-FILE
                       AT END
                           SET WS-SLIPDLV-EOF TO TRUE
                       NOT AT END
                           IF  DL-EMP-NO(1:1) NOT = "*"
                               PERFORM NOTE-DELIVERY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLIPDLV-FILE
           END-IF.

      ******************************************************************
       NOTE-DELIVERY-ENTRY.
      ******************************************************************
           MOVE  DL-EMP-NO          TO   WS-DLV-KEY-X.
           IF  WS-DLV-KEY NOT NUMERIC
               DISPLAY "*** EMPSLIP: " WS-SLIPDLV-NAME " LINE FOR "
                       DL-EMP-NO " IGNORED -- NOT AN EMP_NO ***"
           ELSE
           IF  WS-DLV-CNT < 1000
               ADD  1               TO   WS-DLV-CNT
               MOVE  WS-DLV-KEY     TO   WS-DLV-EMP-NO(WS-DLV-CNT)
               MOVE  DL-METHOD      TO   WS-DLV-METHOD(WS-DLV-CNT)
               MOVE  DL-EMAIL       TO   WS-DLV-EMAIL(WS-DLV-CNT)
           ELSE
               DISPLAY "*** EMPSLIP: DELIVERY TABLE FULL AT 1000 -- "
                       "EMP_NO " DL-EMP-NO " GETS PAPER ***"
               MOVE  "WARN"         TO   WS-AUDIT-STATUS
           END-IF
           END-IF.

      ******************************************************************
       FIND-DELIVERY-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-DLV-HIT.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-CNT
                      OR WS-DLV-HIT > ZERO
               IF  WS-DLV-EMP-NO(WS-DLV-IDX) = EMP-NO
                   MOVE  WS-DLV-IDX TO   WS-DLV-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       CHOOSE-SLIP-ROUTE.
      ******************************************************************
      *    E-MAIL ONLY FOR AN EMPLOYEE WHO ASKED FOR IT, GAVE AN
      *    ADDRESS AND CAN BE GIVEN A PASSWORD -- A SLIP IS NEVER SENT
      *    UNPROTECTED
           SET  WS-ROUTE-PAPER      TO   TRUE.
           MOVE  EMP-NO             TO   WS-SLIP-EMP-NO.
           IF  WS-ELECTRONIC-MODE
               PERFORM FIND-DELIVERY-ENTRY
               IF  WS-DLV-HIT > ZERO
               AND WS-DLV-METHOD(WS-DLV-HIT) = "E"
               AND WS-DLV-EMAIL(WS-DLV-HIT) NOT = SPACES
                   PERFORM SET-SLIP-PASSWORD
                   IF  WS-SLIP-PASSWORD = SPACES
                       DISPLAY "*** EMPSLIP: EMP_NO " WS-SLIP-EMP-NO
                               " HAS NO BIRTH DATE OR SALARY ACCOUNT "
                               "ON FILE -- SLIP PRINTED ***"
                       ADD  1       TO   WS-SLIPS-FALLBACK
                       MOVE  "WARN" TO   WS-AUDIT-STATUS
                   ELSE
                       SET  WS-ROUTE-EMAIL   TO   TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       SET-SLIP-PASSWORD.
      ******************************************************************
      *    BIRTH DATE AND THE TAIL OF THE SALARY ACCOUNT -- NEITHER IS
      *    PRINTED ON THE SLIP OR KNOWN AROUND THE OFFICE
           MOVE  SPACES             TO   WS-SLIP-PASSWORD.
           IF  EMP-BIRTHDATE > ZERO
           AND EMP-ACCT-NO(4:4) NUMERIC
               STRING EMP-BIRTHDATE EMP-ACCT-NO(4:4)
                   DELIMITED BY SIZE INTO WS-SLIP-PASSWORD
           END-IF.

      ******************************************************************
       MAIL-ONE-SLIP.
      ******************************************************************
      *    THE EMPLOYEE COPY GOES TO THE WORK FILE, OVERLAY AND ALL,
      *    AND THE CONVERTER MAKES THE PROTECTED PDF OF IT
           MOVE  SPACES             TO   WS-SLIP-PDF-NAME.
           STRING "SLIP" WS-RUN-PERIOD "-" WS-SLIP-EMP-NO ".PDF"
               DELIMITED BY SIZE INTO WS-SLIP-PDF-NAME.
           MOVE  WS-SLIPTXT-NAME    TO   PA-FILENAME.
           MOVE  "O"                TO   PA-RESET.
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  1                  TO   WS-COPY-NO.
           PERFORM PRINT-ONE-SLIP.
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.
      *    BACK TO THE PRINTED RUN -- ITS NEXT LINE PICKS UP THE
      *    COUNTS IT LEFT OFF AT (SEE VIRTUAL-PRINTER'S SPOOL SWITCH)
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.

      *    THE PASSWORD TRAVELS IN THE CONVERTER'S ENVIRONMENT, NOT ON
      *    ITS COMMAND LINE WHERE A PROCESS LISTING WOULD SHOW IT
           DISPLAY WS-PDF-ENV-NAME  UPON ENVIRONMENT-NAME.
           DISPLAY WS-SLIP-PASSWORD UPON ENVIRONMENT-VALUE.
           MOVE  SPACES             TO   WS-PDF-LINE.
           STRING WS-PDF-CMD        DELIMITED BY "  "
                  " "               DELIMITED BY SIZE
                  WS-SLIPTXT-NAME   DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-SLIP-PDF-NAME  DELIMITED BY SPACE
               INTO WS-PDF-LINE.
           MOVE  0                  TO   RETURN-CODE.
           CALL "SYSTEM" USING WS-PDF-LINE.
           MOVE  RETURN-CODE        TO   WS-PDF-RC.
           MOVE  SPACES             TO   WS-SLIP-PASSWORD.
           DISPLAY WS-PDF-ENV-NAME  UPON ENVIRONMENT-NAME.
           DISPLAY WS-SLIP-PASSWORD UPON ENVIRONMENT-VALUE.
      *    THE WORK FILE IS THE SLIP IN CLEAR -- IT DOES NOT OUTLIVE
      *    THE CONVERSION
           CALL "CBL_DELETE_FILE" USING WS-SLIPTXT-NAME.
           MOVE  0                  TO   RETURN-CODE.

           IF  WS-PDF-RC = ZERO
               SET  WS-ROUTE-SENT   TO   TRUE
               ADD  1               TO   WS-SLIPS-MAILED
               PERFORM WRITE-DELIVERY-INDEX
           ELSE
               DISPLAY "*** EMPSLIP: PDF FOR EMP_NO " WS-SLIP-EMP-NO
                       " NOT MADE, RC " WS-PDF-RC
                       " -- SLIP PRINTED ***"
               ADD  1               TO   WS-SLIPS-FALLBACK
               MOVE  "WARN"         TO   WS-AUDIT-STATUS
               SET  WS-ROUTE-PAPER  TO   TRUE
           END-IF.

      ******************************************************************
       WRITE-DELIVERY-INDEX.
      ******************************************************************
           MOVE  SPACES             TO   SLIPIDX-REC.
           MOVE  WS-SLIP-EMP-NO     TO   SX-EMP-NO.
           MOVE  WS-SLIP-PDF-NAME   TO   SX-FILE-NAME.
           MOVE  WS-DLV-EMAIL(WS-DLV-HIT)  TO   SX-EMAIL.
           MOVE  WS-RUN-PERIOD      TO   SX-PERIOD.
           WRITE SLIPIDX-REC.

      ******************************************************************
       PRINT-PRORATION-LINE.
      ******************************************************************
           MOVE  WS-PRORATE-FACTOR   TO   D-SLIP-FACTOR.
           IF  WS-PRORATE-BASIS = "W"
               MOVE  "WORKING DAYS"  TO   WS-BASIS-TEXT
           ELSE
               MOVE  "CALENDAR DAYS" TO   WS-BASIS-TEXT
           END-IF.
           MOVE  SPACES              TO   D-SLIP-LINE.
           STRING "PRORATED : " D-SLIP-FACTOR " OF PERIOD ("
                  WS-BASIS-TEXT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO D-SLIP-LINE.
           MOVE  D-SLIP-LINE         TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-ITEM-LINES.
      ******************************************************************
      *    ONE LINE PER ARCHIVED ITEM OF EMP-NO, IN ARCHIVE ORDER --
      *    REIMBURSEMENTS ARE NOT PART OF GROSS AND PRINT AFTER IT
           MOVE  ZERO               TO   WS-ITM-EMP-COUNT
                                         WS-ITM-NONTAX.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CNT
               IF  WS-ITM-EMP-NO(WS-ITM-IDX) = EMP-NO
               AND WS-ITM-CLASS(WS-ITM-IDX) NOT = "R"
                   ADD  1           TO   WS-ITM-EMP-COUNT
                   IF  WS-ITM-CLASS(WS-ITM-IDX) = "E"
                   AND WS-ITM-TAXABLE(WS-ITM-IDX) = "N"
                       ADD  WS-ITM-AMOUNT(WS-ITM-IDX)
                                    TO   WS-ITM-NONTAX
                   END-IF
                   MOVE  WS-ITM-AMOUNT(WS-ITM-IDX)  TO   D-SLIP-SALARY
                   MOVE  SPACES     TO   D-SLIP-LINE
                   STRING "  " WS-ITM-TEXT(WS-ITM-IDX) " : "
                          D-SLIP-SALARY
                       DELIMITED BY SIZE INTO D-SLIP-LINE
                   MOVE  D-SLIP-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM.
           IF  WS-ITM-NONTAX > ZERO
               MOVE  WS-ITM-NONTAX  TO   D-SLIP-SALARY
               MOVE  SPACES         TO   D-SLIP-LINE
               STRING "NON-TAX  : " D-SLIP-SALARY
                   DELIMITED BY SIZE INTO D-SLIP-LINE
               MOVE  D-SLIP-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-REIMBURSE-LINES.
      ******************************************************************
      *    THE EMPLOYEE'S EXPENSE CLAIMS, PAID TAX-FREE ON TOP OF NET
           MOVE  ZERO               TO   WS-ITM-REIMBURSE.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CNT
               IF  WS-ITM-EMP-NO(WS-ITM-IDX) = EMP-NO
               AND WS-ITM-CLASS(WS-ITM-IDX) = "R"
                   IF  WS-ITM-REIMBURSE = ZERO
                       MOVE  "EXPENSES REIMBURSED (TAX-FREE)"
                                    TO   PA-BUFFER
                       PERFORM PRINT-A-LINE
                   END-IF
                   ADD  WS-ITM-AMOUNT(WS-ITM-IDX)
                                    TO   WS-ITM-REIMBURSE
                   MOVE  WS-ITM-AMOUNT(WS-ITM-IDX)  TO   D-SLIP-SALARY
                   MOVE  SPACES     TO   D-SLIP-LINE
                   STRING "  " WS-ITM-TEXT(WS-ITM-IDX) " : "
                          D-SLIP-SALARY
                       DELIMITED BY SIZE INTO D-SLIP-LINE
                   MOVE  D-SLIP-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM.
           IF  WS-ITM-REIMBURSE NOT = ZERO
               MOVE  WS-ITM-REIMBURSE    TO   D-SLIP-SALARY
               MOVE  SPACES         TO   D-SLIP-LINE
               STRING "REIMBURSE: " D-SLIP-SALARY
                   DELIMITED BY SIZE INTO D-SLIP-LINE
               MOVE  D-SLIP-LINE    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       NOTE-ITEM-ENTRY.
      ******************************************************************
           IF  WS-ITM-CNT < 2000
               ADD  1               TO   WS-ITM-CNT
               MOVE  PA6-EMP-NO     TO   WS-ITM-EMP-NO(WS-ITM-CNT)
               MOVE  PA6-ITEM-TEXT  TO   WS-ITM-TEXT(WS-ITM-CNT)
               MOVE  PA6-GROSS      TO   WS-ITM-AMOUNT(WS-ITM-CNT)
               MOVE  PA6-ITEM-CLASS TO   WS-ITM-CLASS(WS-ITM-CNT)
               MOVE  PA6-ITEM-TAXABLE    TO   WS-ITM-TAXABLE(WS-ITM-CNT)
           ELSE
               DISPLAY "*** EMPSLIP: ITEM TABLE FULL AT 2000 -- "
                       "EMP_NO " PA6-EMP-NO " ITEM NOT SHOWN ***"
               MOVE  "WARN"         TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       DROP-EMP-ITEMS.
      ******************************************************************
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-CNT
               IF  WS-ITM-EMP-NO(WS-ITM-IDX) = EMP-NO
                   MOVE  ZERO       TO   WS-ITM-EMP-NO(WS-ITM-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       LOAD-PERIOD-PRORATION.
      ******************************************************************
      *    NO ARCHIVE YET (FIRST RUN OF A NEW SHOP) SIMPLY MEANS NO
      *    PRORATED SLIPS -- EVERY SLIP SHOWS THE FULL SALARY
           OPEN INPUT PARCH-FILE.
           IF  WS-PARCH-OK
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                           AND PA6-PERIOD = WS-RUN-PERIOD
                               PERFORM NOTE-PRORATION-ENTRY
                           END-IF
                           IF  PA6-REC-TYPE = "I"
                           AND PA6-PERIOD = WS-RUN-PERIOD
                           AND PA6-ITEM-CLASS NOT = "C"
                               PERFORM NOTE-ITEM-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.
           MOVE  "00"               TO   WS-PARCH-STATUS.

      ******************************************************************
       NOTE-PRORATION-ENTRY.
      ******************************************************************
      *    A RE-RUN OF THE EXTRACT ARCHIVES THE PERIOD AGAIN -- THE
      *    LATEST IMAGE OF AN EMPLOYEE WINS, ITEMS INCLUDED
           MOVE  PA6-EMP-NO          TO   EMP-NO.
           PERFORM DROP-EMP-ITEMS.
           PERFORM FIND-PRORATION-ENTRY.
           IF  WS-PRO-HIT = ZERO AND WS-PRO-CNT < 1000
               ADD  1               TO   WS-PRO-CNT
               MOVE  WS-PRO-CNT     TO   WS-PRO-HIT
           END-IF.
           IF  WS-PRO-HIT > ZERO
               MOVE  PA6-EMP-NO     TO   WS-PRO-EMP-NO(WS-PRO-HIT)
               IF  PA6-PRORATE-FACTOR NUMERIC
                   MOVE  PA6-PRORATE-FACTOR
                                    TO   WS-PRO-FACTOR(WS-PRO-HIT)
               ELSE
                   MOVE  1          TO   WS-PRO-FACTOR(WS-PRO-HIT)
               END-IF
               MOVE  PA6-PRORATE-BASIS
                                    TO   WS-PRO-BASIS(WS-PRO-HIT)
               MOVE  PA6-GROSS      TO   WS-PRO-GROSS(WS-PRO-HIT)
           END-IF.

      ******************************************************************
       FIND-PRORATION-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-PRO-HIT.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-PRO-CNT
                      OR WS-PRO-HIT > ZERO
               IF  WS-PRO-EMP-NO(WS-PRO-IDX) = EMP-NO
                   MOVE  WS-PRO-IDX TO   WS-PRO-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           MOVE  "LINES"            TO   PA-WHAT.
      ******************************************************************
       SET-PAY-PERIOD.
      ******************************************************************
      *    THE PERIOD EMPPAYX ARCHIVED ON THIS RUN DATE -- OFF THE
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
               DISPLAY "*** EMPSLIP: RUN DATE NOT ON THE PAY CALENDAR "
                       "-- PERIOD " WS-RUN-PERIOD " TAKEN FROM THE RUN "
                       "DATE ***"
           END-IF.
      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.
      *    PAPER (THE DEFAULT) OR ELECTRONIC, AND THE PDF CONVERTER
           MOVE  "SLIP-DELIVERY"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE NOT = SPACES
               MOVE  WS-CFG-VALUE(1:10)  TO   WS-DELIVERY-MODE
           END-IF.
           MOVE  "SLIP-PDF-CMD"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE NOT = SPACES
               MOVE  WS-CFG-VALUE   TO   WS-PDF-CMD
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
