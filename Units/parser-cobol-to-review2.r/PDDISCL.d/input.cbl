      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PDDISCL --- personal-data disclosure report for one
      *              employee: for the EMP_NO on the DISCPARM.DAT
      *              card, everything the suite holds about that
      *              person in one document -- the EMP master row,
      *              every EMP_HISTORY change image with who made and
      *              approved it, the standing DEDUCT rows, the pay
      *              history on PAYARCH.DAT, the home address and
      *              contacts on EMP_CONTACT with every change image
      *              on EMP_CONTACT_HIST, the salary approvals on
      *              SALAPPR.PND, every SESSLOG.DAT record of an
      *              operator opening the record, and the web
      *              self-service requests (WEBREQ.DAT) with their
      *              dispositions (WEBRESP.DAT).  Spooled through
      *              VIRTUAL-PRINTER's wide carriage with the title
      *              block on every page.  The run itself goes on
      *              SESSLOG.DAT as a DISCLOSE of the record, under
      *              the operator named on the card, and on the audit
      *              trail.  The pay history and the web requests are
      *              read off the files of the group company the
      *              employee belongs to.
      *
      *              DISCPARM.DAT CARD: EMPNO (4), SPACE, OPERATOR ID
      *              (8), SPACE, REQUESTED BY (40, FREE TEXT)
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PDDISCL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DPRM-FILE        ASSIGN TO "DISCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPRM-STATUS.
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
           SELECT APPR-FILE        ASSIGN TO "SALAPPR.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT SESS-FILE        ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT WREQ-FILE        ASSIGN TO DYNAMIC WS-WREQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WREQ-STATUS.
           SELECT WRSP-FILE        ASSIGN TO DYNAMIC WS-WRSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRSP-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DPRM-FILE.
       01  DPRM-REC.
           05  DP-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
           05  DP-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  DP-REQUESTED-BY     PIC  X(40).

      *    SAME LAYOUT THE PAYROLL EXTRACT ARCHIVES (SEE WAGELDGR)
       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
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

      *    SAME LAYOUT EMPMAINT QUEUES
       FD  APPR-FILE.
       01  APPR-REC.
           05  SA-STATUS           PIC  X.
           05  FILLER              PIC  X.
           05  SA-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  SA-OLD-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  SA-NEW-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  SA-REQ-BY           PIC  X(08).
           05  FILLER              PIC  X.
           05  SA-REQ-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-REQ-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-APPR-BY          PIC  X(08).
           05  FILLER              PIC  X.
           05  SA-REQ-KIND         PIC  X.
           05  FILLER              PIC  X.
           05  SA-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  SA-GRADE            PIC  9(02).

      *    SAME LAYOUT EMPMAINT WRITES
       FD  SESS-FILE.
       01  SESS-REC.
           05  SE-REC-TYPE         PIC  X.
           05  FILLER              PIC  X.
           05  SE-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  SE-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  SE-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  SE-FUNCTION         PIC  X(10).
           05  FILLER              PIC  X.
           05  SE-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
           05  SE-DISP             PIC  X(10).
           05  FILLER              PIC  X.
           05  SE-DURATION         PIC  9(06).

       FD  WREQ-FILE.
       01  WREQ-REC                PIC  X(200).

      *    SAME LAYOUT WEBTRAN WRITES
       FD  WRSP-FILE.
       01  WRSP-REC.
           05  WR-REQ-ID           PIC  X(10).
           05  FILLER              PIC  X.
           05  WR-DISP             PIC  X(08).
           05  FILLER              PIC  X.
           05  WR-REASON           PIC  X(40).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "PDDISCL".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-DPRM-STATUS          PIC  X(02).
           88  WS-DPRM-OK          VALUE "00".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
       01  WS-APPR-STATUS          PIC  X(02).
           88  WS-APPR-OK          VALUE "00".
       01  WS-SESS-STATUS          PIC  X(02).
           88  WS-SESS-OK          VALUE "00".
       01  WS-WREQ-STATUS          PIC  X(02).
           88  WS-WREQ-OK          VALUE "00".
       01  WS-WRSP-STATUS          PIC  X(02).
           88  WS-WRSP-OK          VALUE "00".
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    THE SUBJECT OF THE DISCLOSURE, AND WHO ASKED
       01  WS-SUBJECT-NO           PIC  9(04) VALUE ZERO.
       01  WS-SUBJECT-NO-X         REDEFINES WS-SUBJECT-NO
                                   PIC  X(04).
       01  WS-OPER-ID              PIC  X(08) VALUE "BATCH".
       01  WS-REQUESTED-BY         PIC  X(40) VALUE SPACES.
      *    ITEMS FOUND IN THE CURRENT SECTION
       01  WS-SECTION-ITEMS        PIC  9(06) VALUE ZERO.
       01  WS-SECTION-TITLE        PIC  X(60).
      *    WEB REQUESTS ABOUT THE SUBJECT -- THEIR DISPOSITIONS ARE
      *    KEYED BY REQUEST ID ONLY
       01  WS-REQ-TABLE.
           05  WS-RQ-CNT           PIC  9(03) VALUE ZERO.
           05  WS-RQ-ENTRY         OCCURS 200.
               10  WS-RT-ID        PIC  X(10).
       01  WS-RQ-IDX               PIC  9(03).
       01  WS-RQ-HIT-FLAG          PIC  X     VALUE "N".
           88  WS-RQ-HIT           VALUE "Y".
       01  WS-REQ-FIELDS.
           05  WS-RQ-ID            PIC  X(10).
           05  WS-RQ-ACTION        PIC  X.
           05  WS-RQ-EMP-KEY.
               10  WS-RQ-EMP-NO    PIC  X(04).
               10  WS-RQ-CHECK-DIGIT
                                   PIC  X.
           05  WS-RQ-NAME          PIC  X(60).
           05  WS-RQ-KANA          PIC  X(60).
           05  WS-RQ-SALARY        PIC  X(09).
           05  WS-RQ-DEPT          PIC  X(03).
           05  WS-RQ-EFF-DATE      PIC  X(08).
      *    "EMP NO nnnn" -- HOW A DISPOSITION NAMES A NUMBER IT ISSUED
       01  WS-ISSUED-TEXT          PIC  X(11).
       01  WS-ISSUED-TALLY         PIC  9(03).
       01  WS-LINES-PRINTED        PIC  9(06) VALUE ZERO.
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  D-TIME.
           05  D-TIME-HH           PIC  9(02).
           05  FILLER              PIC  X     VALUE ":".
           05  D-TIME-MM           PIC  9(02).
           05  FILLER              PIC  X     VALUE ":".
           05  D-TIME-SS           PIC  9(02).
       01  WS-TIME-WORK            PIC  9(08).
       01  WS-TIME-PARTS           REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH          PIC  9(02).
           05  WS-TIME-MM          PIC  9(02).
           05  WS-TIME-SS          PIC  9(02).
           05  FILLER              PIC  9(02).
       01  D-AMOUNT                PIC  Z,ZZZ,ZZZ,ZZ9.99-.
       01  D-AMOUNT-2              PIC  Z,ZZZ,ZZZ,ZZ9.99-.
       01  D-AMOUNT-3              PIC  Z,ZZZ,ZZZ,ZZ9.99-.
       01  D-SALARY                PIC  Z,ZZZ,ZZ9.99-.
       01  D-SALARY-2              PIC  Z,ZZZ,ZZ9.99-.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  WS-STATUS-TEXT          PIC  X(10).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-WREQ-NAME            PIC  X(40) VALUE "WEBREQ.DAT".
       01  WS-WRSP-NAME            PIC  X(40) VALUE "WEBRESP.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSTAT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
       01  DS-VARS.
           05  DS-EMP-NO           PIC  9(04).
           05  DS-OLD-NAME         PIC  X(60).
           05  DS-NEW-NAME         PIC  X(60).
           05  DS-OLD-SALARY       PIC S9(07)V9(02).
           05  DS-NEW-SALARY       PIC S9(07)V9(02).
           05  DS-OLD-STATUS       PIC  X.
           05  DS-NEW-STATUS       PIC  X.
           05  DS-OLD-GRADE        PIC  9(02).
           05  DS-OLD-STEP         PIC  9(02).
           05  DS-NEW-GRADE        PIC  9(02).
           05  DS-NEW-STEP         PIC  9(02).
           05  DS-OLD-DEPT         PIC  9(03).
           05  DS-NEW-DEPT         PIC  9(03).
           05  DS-CHG-DATE         PIC  9(08).
           05  DS-CHG-TIME         PIC  9(08).
           05  DS-EFF-DATE         PIC  9(08).
           05  DS-CHANGED-BY       PIC  X(08).
           05  DS-APPROVED-BY      PIC  X(08).
           05  DS-DED-CODE         PIC  X(02).
           05  DS-DED-AMOUNT       PIC S9(07)V9(02).
      *    EMP_CONTACT ROW AND ITS CHANGE IMAGES
           COPY "CONREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PDDISCL STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM READ-DISCLOSURE-CARD.
           IF  WS-SUBJECT-NO = ZERO
               DISPLAY "*** PDDISCL: NO EMP_NO ON DISCPARM.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    A SHOP THAT HAS NEVER KEYED A CONTACT STILL GETS AN EMPTY
      *    SECTION RATHER THAN A FAILED RUN
           PERFORM CREATE-CONTACT-TABLES.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-DISCLOSURE-SPOOL.
           PERFORM PRINT-MASTER-DATA.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-CHANGE-HISTORY
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-STANDING-DEDUCTIONS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-CONTACT-DATA
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-CONTACT-HISTORY
           END-IF.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-PAY-HISTORY
               PERFORM PRINT-SALARY-APPROVALS
               PERFORM PRINT-RECORD-ACCESS
               PERFORM PRINT-WEB-REQUESTS
               MOVE  "END OF DISCLOSURE"     TO   WS-SECTION-TITLE
               PERFORM PRINT-SECTION-HEADING
           END-IF.

      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    THE DISCLOSURE IS ITSELF A LOOK AT THE RECORD
           PERFORM LOG-DISCLOSURE-SESSION.
           DISPLAY "*** PDDISCL FINISHED -- EMP_NO " WS-SUBJECT-NO
                   ", " WS-LINES-PRINTED " LINE(S) DISCLOSED ***".
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       READ-DISCLOSURE-CARD.
      ******************************************************************
           OPEN INPUT DPRM-FILE.
           IF  WS-DPRM-OK
               READ DPRM-FILE
               IF  WS-DPRM-OK AND DP-EMP-NO NUMERIC
                   MOVE  DP-EMP-NO       TO   WS-SUBJECT-NO-X
                   IF  DP-OPER-ID NOT = SPACES
                       MOVE  DP-OPER-ID  TO   WS-OPER-ID
                   END-IF
                   MOVE  DP-REQUESTED-BY TO   WS-REQUESTED-BY
               END-IF
               CLOSE DPRM-FILE
           END-IF.

      ******************************************************************
       OPEN-DISCLOSURE-SPOOL.
      ******************************************************************
           MOVE  "./pddiscl.dat"    TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "PERSONAL DATA DISCLOSURE -- EMPLOYEE "
                  WS-SUBJECT-NO
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  WS-AUDIT-START-DATE    TO   D-DATE.
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "PREPARED " D-DATE " BY " WS-OPER-ID
                  "  REQUESTED BY " WS-REQUESTED-BY
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-MASTER-DATA.
      ******************************************************************
           MOVE  "MASTER DATA (EMP)"     TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  WS-SUBJECT-NO      TO   EMP-NO.
           EXEC SQL
               SELECT EMP_NAME, EMP_SALARY, EMP_DEPT,
                      COALESCE(EMP_KANA, ''),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_STATUS, 'A'),
                      COALESCE(EMP_BIRTHDATE, 0),
                      COALESCE(EMP_GRADE, 0),
                      COALESCE(EMP_STEP, 0),
                      COALESCE(EMP_BANK_CODE, ''),
                      COALESCE(EMP_BRANCH_CODE, ''),
                      COALESCE(EMP_ACCT_TYPE, ''),
                      COALESCE(EMP_ACCT_NO, ''),
                      COALESCE(EMP_PAY_CCY, 'JPY'),
                      COALESCE(COMPANY_CD, '01')
                 INTO :EMP-NAME, :EMP-SALARY, :EMP-DEPT,
                      :EMP-KANA, :EMP-HIRE-DATE, :EMP-TERM-DATE,
                      :EMP-STATUS, :EMP-BIRTHDATE, :EMP-GRADE,
                      :EMP-STEP, :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                      :EMP-ACCT-TYPE, :EMP-ACCT-NO, :EMP-PAY-CCY,
                      :EMP-COMPANY
                 FROM EMP
                WHERE EMP_NO = :EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "  NO ROW ON EMP FOR THIS NUMBER"
                                    TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   PERFORM SET-SUBJECT-COMPANY
                   PERFORM PRINT-MASTER-ROW
           END-EVALUATE.

      ******************************************************************
       SET-SUBJECT-COMPANY.
      ******************************************************************
      *    THE PAY HISTORY AND THE WEB REQUESTS ARE ON THE EMPLOYING
      *    COMPANY'S OWN FILES -- A SUBJECT NO LONGER ON EMP IS LOOKED
      *    FOR ON THE PARENT'S
           MOVE  EMP-COMPANY        TO   WS-CO-CODE.
           MOVE  WS-PARCH-NAME      TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME.
           MOVE  WS-WREQ-NAME       TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-WREQ-NAME.
           MOVE  WS-WRSP-NAME       TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-WRSP-NAME.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       PRINT-MASTER-ROW.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  NAME           " EMP-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  KANA           " EMP-KANA
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  EMP-BIRTHDATE      TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  BIRTH DATE     " D-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  EMP-STATUS         TO   DS-NEW-STATUS.
           PERFORM SET-STATUS-TEXT.
           MOVE  EMP-HIRE-DATE      TO   D-DATE.
           MOVE  EMP-TERM-DATE      TO   D-DATE-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  STATUS         " WS-STATUS-TEXT
                  "  HIRED " D-DATE "  TERMINATED " D-DATE-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  EMP-SALARY         TO   D-SALARY.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  COMPANY        " EMP-COMPANY " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  DEPARTMENT     " EMP-DEPT
                  "  GRADE " EMP-GRADE " STEP " EMP-STEP
                  "  SALARY " D-SALARY " " EMP-PAY-CCY
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  BANK ACCOUNT   BANK " EMP-BANK-CODE
                  " BRANCH " EMP-BRANCH-CODE
                  " TYPE " EMP-ACCT-TYPE
                  " ACCOUNT " EMP-ACCT-NO
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-CHANGE-HISTORY.
      ******************************************************************
      *    EVERY BEFORE/AFTER IMAGE, OLDEST FIRST, WITH WHO KEYED IT
      *    AND WHO APPROVED IT
           MOVE  "CHANGE HISTORY (EMP_HISTORY)"  TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  WS-SUBJECT-NO      TO   DS-EMP-NO.
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE DH1 CURSOR FOR
               SELECT COALESCE(OLD_NAME, ''), COALESCE(NEW_NAME, ''),
                      COALESCE(OLD_SALARY, 0), COALESCE(NEW_SALARY, 0),
                      COALESCE(OLD_STATUS, ' '),
                      COALESCE(NEW_STATUS, ' '),
                      COALESCE(OLD_GRADE, 0), COALESCE(OLD_STEP, 0),
                      COALESCE(NEW_GRADE, 0), COALESCE(NEW_STEP, 0),
                      COALESCE(OLD_DEPT, 0), COALESCE(NEW_DEPT, 0),
                      COALESCE(CHG_DATE, 0), COALESCE(CHG_TIME, 0),
                      COALESCE(EFF_DATE, 0),
                      COALESCE(CHANGED_BY, ' '),
                      COALESCE(APPROVED_BY, ' ')
                 FROM EMP_HISTORY
                WHERE EMP_NO = :DS-EMP-NO
                ORDER BY CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN DH1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH DH1
                        INTO :DS-OLD-NAME, :DS-NEW-NAME,
                             :DS-OLD-SALARY, :DS-NEW-SALARY,
                             :DS-OLD-STATUS, :DS-NEW-STATUS,
                             :DS-OLD-GRADE, :DS-OLD-STEP,
                             :DS-NEW-GRADE, :DS-NEW-STEP,
                             :DS-OLD-DEPT, :DS-NEW-DEPT,
                             :DS-CHG-DATE, :DS-CHG-TIME,
                             :DS-EFF-DATE, :DS-CHANGED-BY,
                             :DS-APPROVED-BY
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM PRINT-CHANGE-IMAGE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE DH1
               END-EXEC
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-CHANGE-IMAGE.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           MOVE  DS-CHG-DATE        TO   D-DATE.
           MOVE  DS-CHG-TIME        TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  DS-EFF-DATE        TO   D-DATE-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  CHANGED " D-DATE " " D-TIME
                  "  BY " DS-CHANGED-BY
                  "  APPROVED BY " DS-APPROVED-BY
                  "  EFFECTIVE " D-DATE-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  DS-OLD-SALARY      TO   D-SALARY.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "    BEFORE  " DS-OLD-NAME(1:40)
                  " SALARY " D-SALARY
                  " STATUS " DS-OLD-STATUS
                  " GRADE " DS-OLD-GRADE "/" DS-OLD-STEP
                  " DEPT " DS-OLD-DEPT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  DS-NEW-SALARY      TO   D-SALARY.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "    AFTER   " DS-NEW-NAME(1:40)
                  " SALARY " D-SALARY
                  " STATUS " DS-NEW-STATUS
                  " GRADE " DS-NEW-GRADE "/" DS-NEW-STEP
                  " DEPT " DS-NEW-DEPT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-STANDING-DEDUCTIONS.
      ******************************************************************
           MOVE  "STANDING DEDUCTIONS (DEDUCT)"  TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  WS-SUBJECT-NO      TO   DS-EMP-NO.
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE DD1 CURSOR FOR
               SELECT DED_CODE, COALESCE(DED_AMOUNT, 0)
                 FROM DEDUCT
                WHERE EMP_NO = :DS-EMP-NO
                ORDER BY DED_CODE
           END-EXEC.
           EXEC SQL
               OPEN DD1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH DD1 INTO :DS-DED-CODE, :DS-DED-AMOUNT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-SECTION-ITEMS
                           MOVE  DS-DED-AMOUNT    TO   D-SALARY
                           MOVE  SPACES TO   PA-BUFFER
                           STRING "  CODE " DS-DED-CODE
                                  "  AMOUNT " D-SALARY
                               DELIMITED BY SIZE INTO PA-BUFFER
                           PERFORM PRINT-A-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE DD1
               END-EXEC
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-CONTACT-DATA.
      ******************************************************************
           MOVE  "CONTACT DATA (EMP_CONTACT)"    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  WS-SUBJECT-NO      TO   CON-EMP-NO.
           EXEC SQL
               SELECT COALESCE(CON_POSTAL, ' '),
                      COALESCE(CON_ADDRESS, ' '),
                      COALESCE(CON_ADDR_KANA, ' '),
                      COALESCE(CON_PHONE, ' '),
                      COALESCE(CON_EMERG_NAME, ' '),
                      COALESCE(CON_EMERG_REL, ' '),
                      COALESCE(CON_EMERG_PHONE, ' '),
                      COALESCE(CON_CHG_DATE, 0),
                      COALESCE(CON_CHG_BY, ' ')
                 INTO :CON-POSTAL, :CON-ADDRESS, :CON-ADDR-KANA,
                      :CON-PHONE, :CON-EMERG-NAME, :CON-EMERG-REL,
                      :CON-EMERG-PHONE, :CON-CHG-DATE, :CON-CHG-BY
                 FROM EMP_CONTACT
                WHERE EMP_NO = :CON-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               WHEN OTHER
                   ADD  1            TO   WS-SECTION-ITEMS
                   PERFORM PRINT-CONTACT-ROW
           END-EVALUATE.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-CONTACT-ROW.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  ADDRESS        " CON-POSTAL " " CON-ADDRESS
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  ADDRESS KANA   " CON-ADDR-KANA
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  PHONE          " CON-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  EMERGENCY      " CON-EMERG-NAME
                  " (" CON-EMERG-REL ") " CON-EMERG-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  CON-CHG-DATE       TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  LAST CHANGED   " D-DATE " BY " CON-CHG-BY
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-CONTACT-HISTORY.
      ******************************************************************
           MOVE  "CONTACT HISTORY (EMP_CONTACT_HIST)"
                                    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  WS-SUBJECT-NO      TO   CON-EMP-NO.
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE DC1 CURSOR FOR
               SELECT COALESCE(OLD_POSTAL, ' '),
                      COALESCE(OLD_ADDRESS, ' '),
                      COALESCE(OLD_PHONE, ' '),
                      COALESCE(OLD_EMERG_NAME, ' '),
                      COALESCE(OLD_EMERG_PHONE, ' '),
                      COALESCE(NEW_POSTAL, ' '),
                      COALESCE(NEW_ADDRESS, ' '),
                      COALESCE(NEW_PHONE, ' '),
                      COALESCE(NEW_EMERG_NAME, ' '),
                      COALESCE(NEW_EMERG_PHONE, ' '),
                      COALESCE(CHG_DATE, 0), COALESCE(CHG_TIME, 0),
                      COALESCE(CHANGED_BY, ' ')
                 FROM EMP_CONTACT_HIST
                WHERE EMP_NO = :CON-EMP-NO
                ORDER BY CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN DC1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH DC1
                        INTO :CON-OLD-POSTAL, :CON-OLD-ADDRESS,
                             :CON-OLD-PHONE, :CON-OLD-EMERG-NAME,
                             :CON-OLD-EMERG-PHONE, :CON-POSTAL,
                             :CON-ADDRESS, :CON-PHONE,
                             :CON-EMERG-NAME, :CON-EMERG-PHONE,
                             :CON-CHG-DATE, :CON-CHG-TIME,
                             :CON-CHG-BY
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM PRINT-CONTACT-IMAGE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE DC1
               END-EXEC
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-CONTACT-IMAGE.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           MOVE  CON-CHG-DATE       TO   D-DATE.
           MOVE  CON-CHG-TIME       TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  CHANGED " D-DATE " " D-TIME
                  "  BY " CON-CHG-BY
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "    BEFORE  " CON-OLD-POSTAL " "
                  CON-OLD-ADDRESS " TEL " CON-OLD-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "            EMERGENCY " CON-OLD-EMERG-NAME
                  " TEL " CON-OLD-EMERG-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "    AFTER   " CON-POSTAL " "
                  CON-ADDRESS " TEL " CON-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "            EMERGENCY " CON-EMERG-NAME
                  " TEL " CON-EMERG-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-PAY-HISTORY.
      ******************************************************************
      *    ONE LINE PER ARCHIVED PERIOD, ITS EARNING AND DEDUCTION
      *    ITEMS INDENTED BENEATH IT
           MOVE  SPACES             TO   WS-SECTION-TITLE.
           STRING "PAY HISTORY (" WS-PARCH-NAME DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT PARCH-FILE.
           IF  WS-PARCH-OK
               PERFORM UNTIL NOT WS-PARCH-OK
                   READ PARCH-FILE
                   IF  WS-PARCH-OK
                   AND PA6-EMP-NO = WS-SUBJECT-NO
                       PERFORM PRINT-ARCHIVE-RECORD
                   END-IF
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-ARCHIVE-RECORD.
      ******************************************************************
           MOVE  PA6-GROSS          TO   D-AMOUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE PA6-REC-TYPE
               WHEN "D"
                   ADD  1           TO   WS-SECTION-ITEMS
                   MOVE  PA6-DED    TO   D-AMOUNT-2
                   MOVE  PA6-NET    TO   D-AMOUNT-3
                   STRING "  PERIOD " PA6-PERIOD
                          "  " PA6-EMP-NAME(1:30)
                          "  DAYS " PA6-DAYS-PAID "/"
                          PA6-DAYS-IN-PERIOD
                          "  GROSS " D-AMOUNT
                          "  DED " D-AMOUNT-2
                          "  NET " D-AMOUNT-3
                       DELIMITED BY SIZE INTO PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN "I"
                   STRING "      " PA6-ITEM-CLASS " "
                          PA6-ITEM-CODE " " PA6-ITEM-TEXT
                          " " D-AMOUNT
                       DELIMITED BY SIZE INTO PA-BUFFER
                   PERFORM PRINT-A-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       PRINT-SALARY-APPROVALS.
      ******************************************************************
      *    PENDING ONES FIRST AMONG WHAT IS STILL ON THE QUEUE FILE;
      *    DECIDED ENTRIES ARE SHOWN WITH THEIR OUTCOME
           MOVE  "SALARY APPROVALS (SALAPPR.PND)" TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT APPR-FILE.
           IF  WS-APPR-OK
               PERFORM UNTIL NOT WS-APPR-OK
                   READ APPR-FILE
                   IF  WS-APPR-OK
                   AND SA-EMP-NO = WS-SUBJECT-NO
                       PERFORM PRINT-APPROVAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE APPR-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-APPROVAL-RECORD.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           EVALUATE SA-STATUS
               WHEN "P"
                   MOVE  "PENDING"  TO   WS-STATUS-TEXT
               WHEN "A"
                   MOVE  "APPROVED" TO   WS-STATUS-TEXT
               WHEN "R"
                   MOVE  "REJECTED" TO   WS-STATUS-TEXT
               WHEN OTHER
                   MOVE  SA-STATUS  TO   WS-STATUS-TEXT
           END-EVALUATE.
           MOVE  SA-REQ-DATE        TO   D-DATE.
           MOVE  SA-OLD-SALARY      TO   D-SALARY.
           MOVE  SA-NEW-SALARY      TO   D-SALARY-2.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  SA-REQ-KIND = "H"
               STRING "  " WS-STATUS-TEXT " HIRE OVER ESTABLISHMENT"
                      "  DEPT " SA-DEPT " GRADE " SA-GRADE
                      "  SALARY " D-SALARY-2
                      "  REQUESTED " D-DATE " BY " SA-REQ-BY
                      "  DECIDED BY " SA-APPR-BY
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "  " WS-STATUS-TEXT " SALARY CHANGE "
                      D-SALARY " TO " D-SALARY-2
                      "  REQUESTED " D-DATE " BY " SA-REQ-BY
                      "  DECIDED BY " SA-APPR-BY
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RECORD-ACCESS.
      ******************************************************************
      *    EVERY EMPMAINT FUNCTION AN OPERATOR RAN AGAINST THE RECORD,
      *    REFUSED ONES INCLUDED, AND EARLIER DISCLOSURES
           MOVE  "RECORD ACCESS (SESSLOG.DAT)"   TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT SESS-FILE.
           IF  WS-SESS-OK
               PERFORM UNTIL NOT WS-SESS-OK
                   READ SESS-FILE
                   IF  WS-SESS-OK
                   AND SE-EMP-NO = WS-SUBJECT-NO-X
                       ADD  1       TO   WS-SECTION-ITEMS
                       MOVE  SE-DATE     TO   D-DATE
                       MOVE  SE-TIME     TO   WS-TIME-WORK
                       PERFORM SET-DISPLAY-TIME
                       MOVE  SPACES TO   PA-BUFFER
                       STRING "  " D-DATE " " D-TIME
                              "  OPERATOR " SE-OPER-ID
                              "  " SE-FUNCTION "  " SE-DISP
                           DELIMITED BY SIZE INTO PA-BUFFER
                       PERFORM PRINT-A-LINE
                   END-IF
               END-PERFORM
               CLOSE SESS-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-WEB-REQUESTS.
      ******************************************************************
      *    THE REQUESTS NAMING THE NUMBER, THEN EVERY DISPOSITION FOR
      *    ONE OF THEM OR ONE THAT ISSUED THE NUMBER TO A NEW HIRE
           MOVE  "WEB REQUESTS (WEBREQ.DAT / WEBRESP.DAT)"
                                    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT WREQ-FILE.
           IF  WS-WREQ-OK
               PERFORM UNTIL NOT WS-WREQ-OK
                   READ WREQ-FILE
                   IF  WS-WREQ-OK
                       PERFORM CHECK-WEB-REQUEST
                   END-IF
               END-PERFORM
               CLOSE WREQ-FILE
           END-IF.
           MOVE  SPACES             TO   WS-ISSUED-TEXT.
           STRING "EMP NO " WS-SUBJECT-NO-X
               DELIMITED BY SIZE INTO WS-ISSUED-TEXT.
           OPEN INPUT WRSP-FILE.
           IF  WS-WRSP-OK
               PERFORM UNTIL NOT WS-WRSP-OK
                   READ WRSP-FILE
                   IF  WS-WRSP-OK
                       PERFORM CHECK-WEB-DISPOSITION
                   END-IF
               END-PERFORM
               CLOSE WRSP-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       CHECK-WEB-REQUEST.
      ******************************************************************
           INITIALIZE WS-REQ-FIELDS.
           UNSTRING WREQ-REC DELIMITED BY "|"
               INTO WS-RQ-ID, WS-RQ-ACTION, WS-RQ-EMP-KEY,
                    WS-RQ-NAME, WS-RQ-KANA, WS-RQ-SALARY,
                    WS-RQ-DEPT, WS-RQ-EFF-DATE.
           IF  WS-RQ-EMP-NO = WS-SUBJECT-NO-X
               ADD  1               TO   WS-SECTION-ITEMS
               IF  WS-RQ-CNT < 200
                   ADD  1           TO   WS-RQ-CNT
                   MOVE  WS-RQ-ID   TO   WS-RT-ID(WS-RQ-CNT)
               END-IF
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  REQUEST " WS-RQ-ID " ACTION " WS-RQ-ACTION
                      "  " WS-RQ-NAME(1:30) " " WS-RQ-KANA(1:30)
                      " SALARY " WS-RQ-SALARY " DEPT " WS-RQ-DEPT
                      " EFF " WS-RQ-EFF-DATE
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       CHECK-WEB-DISPOSITION.
      ******************************************************************
           MOVE  "N"                TO   WS-RQ-HIT-FLAG.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                     UNTIL WS-RQ-IDX > WS-RQ-CNT OR WS-RQ-HIT
               IF  WS-RT-ID(WS-RQ-IDX) = WR-REQ-ID
                   SET  WS-RQ-HIT   TO   TRUE
               END-IF
           END-PERFORM.
           MOVE  ZERO               TO   WS-ISSUED-TALLY.
           INSPECT WR-REASON TALLYING WS-ISSUED-TALLY
               FOR ALL WS-ISSUED-TEXT.
           IF  WS-RQ-HIT OR WS-ISSUED-TALLY > ZERO
               ADD  1               TO   WS-SECTION-ITEMS
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  DISPOSITION " WR-REQ-ID "  " WR-DISP
                      "  " WR-REASON
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-SECTION-HEADING.
      ******************************************************************
           MOVE  ZERO               TO   WS-SECTION-ITEMS.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SECTION-TITLE   TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SECTION-COUNT.
      ******************************************************************
           MOVE  WS-SECTION-ITEMS   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-SECTION-ITEMS = ZERO
               MOVE  "  NOTHING HELD"    TO   PA-BUFFER
           ELSE
               STRING "  " D-COUNT " ITEM(S)"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       SET-STATUS-TEXT.
      ******************************************************************
           EVALUATE DS-NEW-STATUS
               WHEN "A"
                   MOVE  "ACTIVE"   TO   WS-STATUS-TEXT
               WHEN "L"
                   MOVE  "ON LEAVE" TO   WS-STATUS-TEXT
               WHEN "T"
                   MOVE  "TERMINATED"    TO   WS-STATUS-TEXT
               WHEN OTHER
                   MOVE  DS-NEW-STATUS   TO   WS-STATUS-TEXT
           END-EVALUATE.

      ******************************************************************
       SET-DISPLAY-TIME.
      ******************************************************************
           MOVE  WS-TIME-HH         TO   D-TIME-HH.
           MOVE  WS-TIME-MM         TO   D-TIME-MM.
           MOVE  WS-TIME-SS         TO   D-TIME-SS.

      ******************************************************************
       LOG-DISCLOSURE-SESSION.
      ******************************************************************
      *    SAME RECORD EMPMAINT WRITES FOR A FUNCTION, SO SESSRPT AND
      *    THE NEXT DISCLOSURE BOTH SHOW THIS ONE
           OPEN EXTEND SESS-FILE.
           IF  NOT WS-SESS-OK
               OPEN OUTPUT SESS-FILE
           END-IF.
           IF  WS-SESS-OK
               MOVE  SPACES             TO   SESS-REC
               MOVE  "F"                TO   SE-REC-TYPE
               MOVE  WS-AUDIT-START-DATE    TO   SE-DATE
               MOVE  WS-AUDIT-START-TIME    TO   SE-TIME
               MOVE  WS-OPER-ID         TO   SE-OPER-ID
               MOVE  "DISCLOSE"         TO   SE-FUNCTION
               MOVE  WS-SUBJECT-NO-X    TO   SE-EMP-NO
               IF  WS-AUDIT-STATUS = "FAIL"
                   MOVE  "FAILED"       TO   SE-DISP
               ELSE
                   MOVE  "DONE"         TO   SE-DISP
               END-IF
               MOVE  ZERO               TO   SE-DURATION
               WRITE SESS-REC
               CLOSE SESS-FILE
           ELSE
               DISPLAY "*** PDDISCL: SESSLOG.DAT NOT WRITABLE, "
                       "STATUS " WS-SESS-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           ADD  1                   TO   WS-LINES-PRINTED.
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
      *    CREATE-CONTACT-TABLES -- SHARED WITH EMPMAINT AND EMPHRSYN
           COPY "CONCHECK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-LINES-PRINTED, WS-AUDIT-STATUS.
      ******************************************************************
