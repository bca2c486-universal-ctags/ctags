      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SINOTIFY --- social-insurance enrolment and loss
      *               notifications.  Every EMP_HIRE_DATE or
      *               EMP_TERM_DATE that has appeared on EMP since the
      *               previous run (found by matching EMP against the
      *               dates kept on SINSNAP.DAT, the way EMPDELTA
      *               matches its snapshot) raises a health-insurance
      *               and pension notification -- enrolment from the
      *               hire date, loss of coverage from the day after
      *               the termination date -- due SI-NOTIFY-DAYS (5)
      *               days later, moved on to the next business day.
      *               Raised notifications stay on the register
      *               SINOTREG.DAT until HR keys the filing on
      *               SIFILED.DAT (type A or L and EMP_NO); a date
      *               changed or cleared on EMP replaces or withdraws
      *               the notification instead.  Every run writes the
      *               e-filing CSV SINOTIFY.CSV of everything still
      *               outstanding -- birth date, standard remuneration
      *               from EMP_SI_GRADE and supported dependants from
      *               EMP_DEPENDENT where known -- and prints the
      *               morning deadline list through VIRTUAL-PRINTER,
      *               earliest deadline first, with the overdue ones
      *               marked; anything overdue makes the run WARN.
      *               With no snapshot yet, only dates in the last
      *               SI-NOTIFY-LOOKBACK (30) days are raised.  Runs
      *               for the company on the run card: each company
      *               notifies for its own employees under its own
      *               snapshot, register, filing cards, CSV and list.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it
      *               and starts the notification file with a REHEARSAL
      *               column, so it cannot be filed; the snapshot and
      *               register are left as they were.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SINOTIFY.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    HIRE AND TERMINATION DATES AS THE PREVIOUS RUN SAW THEM
           SELECT SNAP-FILE        ASSIGN TO DYNAMIC WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
      *    OUTSTANDING NOTIFICATIONS, REWRITTEN EVERY RUN
           SELECT NOTREG-FILE      ASSIGN TO DYNAMIC WS-NOTREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTREG-STATUS.
      *    FILING CONFIRMATIONS KEYED BY HR -- CONSUMED BY THE RUN
           SELECT FILED-FILE       ASSIGN TO DYNAMIC WS-FILED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILED-STATUS.
      *    THE E-FILING EXTRACT
           SELECT CSV-FILE         ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SNAP-FILE.
       01  SNAP-REC.
           05  SN-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  SN-HIRE-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  SN-TERM-DATE        PIC  9(08).

      *    A = ENROLMENT (ACQUISITION), L = LOSS OF COVERAGE; THE
      *    EVENT DATE IS THE HIRE DATE OR THE DAY AFTER THE
      *    TERMINATION DATE
       FD  NOTREG-FILE.
       01  NOTREG-REC.
           05  NR-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  NR-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  NR-EVENT-DATE       PIC  9(08).
           05  FILLER              PIC  X.
           05  NR-DUE-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  NR-RAISED-DATE      PIC  9(08).
           05  FILLER              PIC  X.
           05  NR-EMP-NAME         PIC  X(60).

       FD  FILED-FILE.
       01  FILED-REC.
           05  FC-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  FC-EMP-NO           PIC  X(04).

       FD  CSV-FILE.
       01  CSV-REC                 PIC  X(250).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SINOTIFY".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-SNAP-STATUS          PIC  X(02).
           88  WS-SNAP-OK          VALUE "00".
           88  WS-SNAP-EOF         VALUE "10".
       01  WS-NOTREG-STATUS        PIC  X(02).
           88  WS-NOTREG-OK        VALUE "00".
           88  WS-NOTREG-EOF       VALUE "10".
       01  WS-FILED-STATUS         PIC  X(02).
           88  WS-FILED-OK         VALUE "00".
           88  WS-FILED-EOF        VALUE "10".
       01  WS-CSV-STATUS           PIC  X(02).
           88  WS-CSV-OK           VALUE "00".
      *    DAYS ALLOWED TO FILE, AND HOW FAR BACK A FIRST RUN LOOKS
       01  WS-NOTIFY-DAYS          PIC  9(02) VALUE 5.
       01  WS-LOOKBACK-DAYS        PIC  9(03) VALUE 30.
       01  WS-LOOKBACK-DATE        PIC  9(08) VALUE ZERO.
      *    DATE SERVICES CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
       01  WS-SNAP-FOUND-FLAG      PIC  X     VALUE "N".
           88  WS-SNAP-FOUND       VALUE "Y".
      *    DATES BY EMP_NO -- AS THE LAST RUN SAW THEM AND AS EMP
      *    HOLDS THEM NOW (THE NEXT SNAPSHOT)
       01  WS-DATE-TABLE.
           05  WS-DT-ENTRY         OCCURS 9999.
               10  WS-DT-OLD-HIRE  PIC  9(08).
               10  WS-DT-OLD-TERM  PIC  9(08).
               10  WS-DT-NEW-HIRE  PIC  9(08).
               10  WS-DT-NEW-TERM  PIC  9(08).
               10  WS-DT-ON-EMP    PIC  X.
       01  WS-DT-IDX               PIC  9(04).
       01  WS-STILL-ON-EMP-FLAG    PIC  X     VALUE "N".
           88  WS-STILL-ON-EMP     VALUE "Y".
      *    THE REGISTER -- A SLOT WHOSE STATE IS F (FILED) OR W
      *    (WITHDRAWN) IS DROPPED WHEN THE REGISTER IS WRITTEN BACK
       01  WS-NOTE-TABLE.
           05  WS-NT-CNT           PIC  9(04) VALUE ZERO.
           05  WS-NT-ENTRY         OCCURS 2000.
               10  WS-NT-TYPE      PIC  X.
               10  WS-NT-EMP-NO    PIC  9(04).
               10  WS-NT-EVENT-DATE
                                   PIC  9(08).
               10  WS-NT-DUE-DATE  PIC  9(08).
               10  WS-NT-RAISED-DATE
                                   PIC  9(08).
               10  WS-NT-NAME      PIC  X(60).
               10  WS-NT-KANA      PIC  X(60).
               10  WS-NT-BIRTHDATE PIC  9(08).
               10  WS-NT-HI-STD    PIC  9(07).
               10  WS-NT-PN-STD    PIC  9(07).
               10  WS-NT-DEPENDANTS
                                   PIC  9(02).
      *            O = OUTSTANDING, F = FILED, W = WITHDRAWN
               10  WS-NT-STATE     PIC  X.
       01  WS-NT-IDX               PIC  9(04).
       01  WS-NT-HIT               PIC  9(04).
      *    PRINT ORDER -- REGISTER SLOTS BY DEADLINE
       01  WS-ORDER-TABLE.
           05  WS-ORD-CNT          PIC  9(04) VALUE ZERO.
           05  WS-ORD-SLOT         PIC  9(04) OCCURS 2000.
       01  WS-ORD-IDX              PIC  9(04).
       01  WS-ORD-POS              PIC  9(04).
       01  WS-ORD-HOLD             PIC  9(04).
       01  WS-PLACED-FLAG          PIC  X     VALUE "N".
           88  WS-PLACED           VALUE "Y".
      *    THE NOTIFICATION BEING RAISED
       01  WS-RAISE-TYPE           PIC  X.
       01  WS-RAISE-EVENT          PIC  9(08).
       01  WS-FULL-FLAG            PIC  X     VALUE "N".
           88  WS-REGISTER-FULL    VALUE "Y".
       01  WS-RUN-COUNTS.
           05  WS-RAISED           PIC  9(06) VALUE ZERO.
           05  WS-FILED            PIC  9(06) VALUE ZERO.
           05  WS-WITHDRAWN        PIC  9(06) VALUE ZERO.
           05  WS-OUTSTANDING      PIC  9(06) VALUE ZERO.
           05  WS-OVERDUE          PIC  9(06) VALUE ZERO.
           05  WS-UNMATCHED-CARDS  PIC  9(06) VALUE ZERO.
       01  WS-DAYS-LEFT            PIC S9(05).
       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
      *    NAME COLUMN WIDTH IN DISPLAY CELLS (NOT BYTES)
       01  WS-NAME-CELLS           PIC  9(03) VALUE 30.
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.
       01  WS-KANA-DISP            PIC  X(120).
       01  WS-KANA-DISP-LEN        PIC  9(03).
       01  WS-TYPE-TEXT            PIC  X(10).
       01  WS-STATE-TEXT           PIC  X(16).
       01  WS-CSV-STD              PIC  X(07).
       01  WS-CSV-PN-STD           PIC  X(07).
       01  WS-CSV-BIRTH            PIC  X(08).
       01  WS-CSV-DEPN             PIC  X(02).
       01  D-EMP-NO                PIC  ZZZ9.
       01  D-EVENT                 PIC  9999/99/99.
       01  D-DUE                   PIC  9999/99/99.
       01  D-DAYS-LEFT             PIC  -ZZZ9.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SNAP-NAME            PIC  X(40) VALUE "SINSNAP.DAT".
       01  WS-NOTREG-NAME          PIC  X(40) VALUE "SINOTREG.DAT".
       01  WS-FILED-NAME           PIC  X(40) VALUE "SIFILED.DAT".
       01  WS-CSV-NAME             PIC  X(40) VALUE "SINOTIFY.CSV".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./sinotify.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- THE TITLE BLOCK
      *    CARRIES THE LIST HEADING ONTO EVERY PAGE
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  SF-VARS.
           05  SF-EMP-NO           PIC S9(04).
           05  SF-EVENT-DATE       PIC  9(08).
           05  SF-EVENT-PERIOD     PIC  9(06).
           05  SF-EFF-PERIOD       PIC  9(06).
           05  SF-HI-STD           PIC  9(07).
           05  SF-PN-STD           PIC  9(07).
           05  SF-DEPENDANTS       PIC  9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SINOTIFY STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** SINOTIFY: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SNAPSHOT.
           PERFORM LOAD-REGISTER.
           PERFORM APPLY-FILING-CARDS.

           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    THE GRADE AND DEPENDANT TABLES MAY NOT EXIST YET ON A
      *    FRESH DATABASE
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_SI_GRADE
                (
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    EFF_PERIOD NUMERIC(6,0) NOT NULL,
                    HI_GRADE   NUMERIC(2,0),
                    HI_STD     NUMERIC(7,0),
                    PN_GRADE   NUMERIC(2,0),
                    PN_STD     NUMERIC(7,0),
                    AVG_PAY    NUMERIC(7,0),
                    BASIS      CHAR(1),
                    SET_DATE   NUMERIC(8,0),
                    CONSTRAINT ISIG_0 PRIMARY KEY (EMP_NO, EFF_PERIOD)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    DEP_SEQ        NUMERIC(2,0) NOT NULL,
                    DEP_NAME       VARCHAR(60),
                    DEP_KANA       VARCHAR(60),
                    DEP_RELATION   CHAR(2),
                    DEP_BIRTHDATE  NUMERIC(8,0),
                    DEP_INCOME_OK  CHAR(1),
                    DEP_START_DATE NUMERIC(8,0),
                    DEP_END_DATE   NUMERIC(8,0),
                    CONSTRAINT IEDP_0 PRIMARY KEY (EMP_NO, DEP_SEQ)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM MATCH-EMP-DATES.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM WITHDRAW-VANISHED
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                       UNTIL WS-NT-IDX > WS-NT-CNT
                   IF  WS-NT-STATE(WS-NT-IDX) = "O"
                       PERFORM GET-NOTIFICATION-DETAIL
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.
      *    A FAILED MATCH LEAVES THE SNAPSHOT AND REGISTER AS THEY
      *    WERE, SO THE NEXT RUN SEES THE SAME CHANGES AGAIN
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ORDER-BY-DEADLINE.
           PERFORM WRITE-EFILING-CSV.
           PERFORM OPEN-DEADLINE-SPOOL.
           PERFORM PRINT-DEADLINE-LIST.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.
      *    A REHEARSAL LEAVES THEM AS THEY WERE IN THE SAME WAY
           IF  NOT RH-REHEARSAL
               PERFORM WRITE-REGISTER
               PERFORM WRITE-SNAPSHOT
           END-IF.

           DISPLAY "*** SINOTIFY FINISHED -- " WS-RAISED " RAISED, "
                   WS-FILED " FILED, " WS-OUTSTANDING
                   " OUTSTANDING, " WS-OVERDUE " OVERDUE ***".
           IF  (WS-OVERDUE NOT = ZERO OR WS-REGISTER-FULL
                OR WS-UNMATCHED-CARDS NOT = ZERO)
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
       LOAD-SNAPSHOT.
      ******************************************************************
           INITIALIZE WS-DATE-TABLE.
           OPEN INPUT SNAP-FILE.
           IF  WS-SNAP-OK
               SET  WS-SNAP-FOUND   TO   TRUE
               PERFORM UNTIL WS-SNAP-EOF
                   READ SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF  SN-EMP-NO > ZERO
                               MOVE  SN-HIRE-DATE
                                     TO   WS-DT-OLD-HIRE(SN-EMP-NO)
                               MOVE  SN-TERM-DATE
                                     TO   WS-DT-OLD-TERM(SN-EMP-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
           ELSE
      *        FIRST RUN -- ONLY RECENT DATES COUNT AS NEW
               MOVE  "ADDDAYS"      TO   WS-DC-FUNCTION
               MOVE  WS-RUN-DATE    TO   WS-DC-DATE-1
               COMPUTE WS-DC-DAYS = 0 - WS-LOOKBACK-DAYS
               PERFORM CALL-DATECALC
               MOVE  WS-DC-RESULT-DATE   TO   WS-LOOKBACK-DATE
               DISPLAY "*** SINOTIFY: NO SINSNAP.DAT -- RAISING "
                       "DATES FROM " WS-LOOKBACK-DATE " ONLY ***"
           END-IF.

      ******************************************************************
       LOAD-REGISTER.
      ******************************************************************
           OPEN INPUT NOTREG-FILE.
           IF  WS-NOTREG-OK
               PERFORM UNTIL WS-NOTREG-EOF
                   READ NOTREG-FILE
                       AT END
                           SET WS-NOTREG-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NOTREG-FILE
           END-IF.

      ******************************************************************
       NOTE-REGISTER-ENTRY.
      ******************************************************************
           IF  WS-NT-CNT < 2000
               ADD  1               TO   WS-NT-CNT
               INITIALIZE WS-NT-ENTRY(WS-NT-CNT)
               MOVE  NR-TYPE        TO   WS-NT-TYPE(WS-NT-CNT)
               MOVE  NR-EMP-NO      TO   WS-NT-EMP-NO(WS-NT-CNT)
               MOVE  NR-EVENT-DATE  TO   WS-NT-EVENT-DATE(WS-NT-CNT)
               MOVE  NR-DUE-DATE    TO   WS-NT-DUE-DATE(WS-NT-CNT)
               MOVE  NR-RAISED-DATE TO   WS-NT-RAISED-DATE(WS-NT-CNT)
               MOVE  NR-EMP-NAME    TO   WS-NT-NAME(WS-NT-CNT)
               MOVE  "O"            TO   WS-NT-STATE(WS-NT-CNT)
           ELSE
               SET  WS-REGISTER-FULL     TO   TRUE
           END-IF.

      ******************************************************************
       APPLY-FILING-CARDS.
      ******************************************************************
      *    A CARD CLEARS THE OUTSTANDING NOTIFICATION OF ITS TYPE FOR
      *    THE EMPLOYEE; THE CARDS ARE CONSUMED EITHER WAY
           OPEN INPUT FILED-FILE.
           IF  WS-FILED-OK
               PERFORM UNTIL WS-FILED-EOF
                   READ FILED-FILE
                       AT END
                           SET WS-FILED-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-FILING
                   END-READ
               END-PERFORM
               CLOSE FILED-FILE
               OPEN OUTPUT FILED-FILE
               CLOSE FILED-FILE
           END-IF.

      ******************************************************************
       APPLY-ONE-FILING.
      ******************************************************************
           MOVE  ZERO               TO   WS-NT-HIT.
           IF  FC-EMP-NO NUMERIC
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                       UNTIL WS-NT-IDX > WS-NT-CNT
                          OR WS-NT-HIT > ZERO
                   IF  WS-NT-TYPE(WS-NT-IDX)   = FC-TYPE
                   AND WS-NT-EMP-NO(WS-NT-IDX) = FC-EMP-NO
                   AND WS-NT-STATE(WS-NT-IDX)  = "O"
                       MOVE  WS-NT-IDX   TO   WS-NT-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-NT-HIT > ZERO
               MOVE  "F"            TO   WS-NT-STATE(WS-NT-HIT)
               ADD  1               TO   WS-FILED
           ELSE
               ADD  1               TO   WS-UNMATCHED-CARDS
               DISPLAY "*** SINOTIFY: FILING CARD " FILED-REC
                       " MATCHES NO OUTSTANDING NOTIFICATION ***"
           END-IF.

      ******************************************************************
       MATCH-EMP-DATES.
      ******************************************************************
      *    A ROW PDPURGE HAS ALREADY ANONYMISED HAS NOTHING LEFT TO
      *    NOTIFY
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE SF1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME,
                      COALESCE(EMP_KANA, ''),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_BIRTHDATE, 0)
                 FROM EMP
                WHERE EMP_NAME <> 'PURGED'
                  AND COMPANY_CD = :RUN-COMPANY
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN SF1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH SF1
                        INTO :EMP-NO, :EMP-NAME, :EMP-KANA,
                             :EMP-HIRE-DATE, :EMP-TERM-DATE,
                             :EMP-BIRTHDATE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN EMP-NO > ZERO
                           PERFORM MATCH-ONE-EMPLOYEE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE SF1
               END-EXEC
           END-IF.

      ******************************************************************
       MATCH-ONE-EMPLOYEE.
      ******************************************************************
           MOVE  EMP-NO             TO   WS-DT-IDX.
           MOVE  "Y"                TO   WS-DT-ON-EMP(WS-DT-IDX).
           MOVE  EMP-HIRE-DATE      TO   WS-DT-NEW-HIRE(WS-DT-IDX).
           MOVE  EMP-TERM-DATE      TO   WS-DT-NEW-TERM(WS-DT-IDX).
           IF  EMP-HIRE-DATE NOT = WS-DT-OLD-HIRE(WS-DT-IDX)
               MOVE  "A"            TO   WS-RAISE-TYPE
               IF  EMP-HIRE-DATE = ZERO
                   PERFORM WITHDRAW-NOTIFICATION
               ELSE
                   IF  EMP-HIRE-DATE NOT < WS-LOOKBACK-DATE
                       MOVE  EMP-HIRE-DATE    TO   WS-RAISE-EVENT
                       PERFORM RAISE-NOTIFICATION
                   END-IF
               END-IF
           END-IF.
           IF  EMP-TERM-DATE NOT = WS-DT-OLD-TERM(WS-DT-IDX)
               MOVE  "L"            TO   WS-RAISE-TYPE
               IF  EMP-TERM-DATE = ZERO
                   PERFORM WITHDRAW-NOTIFICATION
               ELSE
                   IF  EMP-TERM-DATE NOT < WS-LOOKBACK-DATE
      *                COVERAGE IS LOST FROM THE DAY AFTER THE LAST
      *                DAY OF EMPLOYMENT
                       MOVE  "ADDDAYS"     TO   WS-DC-FUNCTION
                       MOVE  EMP-TERM-DATE TO   WS-DC-DATE-1
                       MOVE  1             TO   WS-DC-DAYS
                       PERFORM CALL-DATECALC
                       MOVE  WS-DC-RESULT-DATE
                                           TO   WS-RAISE-EVENT
                       PERFORM RAISE-NOTIFICATION
                   END-IF
               END-IF
           END-IF.
      *    KEEP THE REGISTER'S PICTURE OF THE EMPLOYEE CURRENT
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-CNT
               IF  WS-NT-EMP-NO(WS-NT-IDX) = EMP-NO
                   MOVE  EMP-NAME        TO   WS-NT-NAME(WS-NT-IDX)
                   MOVE  EMP-KANA        TO   WS-NT-KANA(WS-NT-IDX)
                   MOVE  EMP-BIRTHDATE
                                    TO   WS-NT-BIRTHDATE(WS-NT-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       FIND-OUTSTANDING.
      ******************************************************************
           MOVE  ZERO               TO   WS-NT-HIT.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-CNT
                      OR WS-NT-HIT > ZERO
               IF  WS-NT-TYPE(WS-NT-IDX)   = WS-RAISE-TYPE
               AND WS-NT-EMP-NO(WS-NT-IDX) = EMP-NO
               AND WS-NT-STATE(WS-NT-IDX)  = "O"
                   MOVE  WS-NT-IDX  TO   WS-NT-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       RAISE-NOTIFICATION.
      ******************************************************************
      *    A CORRECTED DATE REPLACES THE NOTIFICATION STILL WAITING
           PERFORM FIND-OUTSTANDING.
           IF  WS-NT-HIT = ZERO
               IF  WS-NT-CNT < 2000
                   ADD  1           TO   WS-NT-CNT
                   MOVE  WS-NT-CNT  TO   WS-NT-HIT
                   INITIALIZE WS-NT-ENTRY(WS-NT-HIT)
               ELSE
                   SET  WS-REGISTER-FULL TO TRUE
                   DISPLAY "*** SINOTIFY: REGISTER FULL AT 2000 -- "
                           WS-RAISE-TYPE " NOTIFICATION FOR EMP_NO "
                           EMP-NO " NOT RAISED ***"
               END-IF
           END-IF.
           IF  WS-NT-HIT > ZERO
               ADD  1               TO   WS-RAISED
               MOVE  WS-RAISE-TYPE  TO   WS-NT-TYPE(WS-NT-HIT)
               MOVE  EMP-NO         TO   WS-NT-EMP-NO(WS-NT-HIT)
               MOVE  WS-RAISE-EVENT TO   WS-NT-EVENT-DATE(WS-NT-HIT)
               MOVE  WS-RUN-DATE    TO   WS-NT-RAISED-DATE(WS-NT-HIT)
               MOVE  "O"            TO   WS-NT-STATE(WS-NT-HIT)
      *        THE LAST DAY ALLOWED, MOVED ON PAST A WEEKEND OR
      *        HOLIDAY -- NEXTBD FROM THE DAY BEFORE LANDS ON THE DAY
      *        ITSELF WHEN IT IS A BUSINESS DAY
               MOVE  "ADDDAYS"      TO   WS-DC-FUNCTION
               MOVE  WS-RAISE-EVENT TO   WS-DC-DATE-1
               COMPUTE WS-DC-DAYS = WS-NOTIFY-DAYS - 1
               PERFORM CALL-DATECALC
               MOVE  "NEXTBD"       TO   WS-DC-FUNCTION
               MOVE  WS-DC-RESULT-DATE   TO   WS-DC-DATE-1
               PERFORM CALL-DATECALC
               MOVE  WS-DC-RESULT-DATE
                                    TO   WS-NT-DUE-DATE(WS-NT-HIT)
           END-IF.

      ******************************************************************
       WITHDRAW-NOTIFICATION.
      ******************************************************************
           PERFORM FIND-OUTSTANDING.
           IF  WS-NT-HIT > ZERO
               MOVE  "W"            TO   WS-NT-STATE(WS-NT-HIT)
               ADD  1               TO   WS-WITHDRAWN
               DISPLAY "*** SINOTIFY: " WS-RAISE-TYPE
                       " NOTIFICATION FOR EMP_NO " EMP-NO
                       " WITHDRAWN -- DATE CLEARED ON EMP ***"
           END-IF.

      ******************************************************************
       WITHDRAW-VANISHED.
      ******************************************************************
      *    AN EMPLOYEE DELETED OR PURGED SINCE THE NOTIFICATION WAS
      *    RAISED HAS NOTHING LEFT TO FILE
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-CNT
               IF  WS-NT-STATE(WS-NT-IDX) = "O"
                   MOVE  WS-NT-EMP-NO(WS-NT-IDX)  TO   WS-DT-IDX
                   IF  WS-DT-IDX = ZERO
                       MOVE  "N"    TO   WS-STILL-ON-EMP-FLAG
                   ELSE
                       MOVE  WS-DT-ON-EMP(WS-DT-IDX)
                                    TO   WS-STILL-ON-EMP-FLAG
                   END-IF
                   IF  NOT WS-STILL-ON-EMP
                       MOVE  "W"    TO   WS-NT-STATE(WS-NT-IDX)
                       ADD  1       TO   WS-WITHDRAWN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       GET-NOTIFICATION-DETAIL.
      ******************************************************************
      *    STANDARD REMUNERATION IN FORCE AT THE EVENT (NONE YET FOR
      *    MOST JOINERS) AND THE DEPENDANTS SUPPORTED ON THAT DATE
           MOVE  WS-NT-EMP-NO(WS-NT-IDX)      TO   SF-EMP-NO.
           MOVE  WS-NT-EVENT-DATE(WS-NT-IDX)  TO   SF-EVENT-DATE.
           MOVE  SF-EVENT-DATE(1:6)           TO   SF-EVENT-PERIOD.
           MOVE  ZERO               TO   SF-EFF-PERIOD SF-HI-STD
                                         SF-PN-STD SF-DEPENDANTS.
           EXEC SQL
               SELECT COALESCE(MAX(EFF_PERIOD), 0)
                      INTO :SF-EFF-PERIOD
                      FROM EMP_SI_GRADE
                      WHERE EMP_NO = :SF-EMP-NO
                        AND EFF_PERIOD <= :SF-EVENT-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   SF-EFF-PERIOD
           END-IF.
           IF  SF-EFF-PERIOD > ZERO
               EXEC SQL
                   SELECT COALESCE(HI_STD, 0), COALESCE(PN_STD, 0)
                          INTO :SF-HI-STD, :SF-PN-STD
                          FROM EMP_SI_GRADE
                          WHERE EMP_NO = :SF-EMP-NO
                            AND EFF_PERIOD = :SF-EFF-PERIOD
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  ZERO       TO   SF-HI-STD SF-PN-STD
               END-IF
           END-IF.
           IF  WS-NT-TYPE(WS-NT-IDX) = "A"
               EXEC SQL
                   SELECT COUNT(*)
                          INTO :SF-DEPENDANTS
                          FROM EMP_DEPENDENT
                          WHERE EMP_NO = :SF-EMP-NO
                            AND DEP_INCOME_OK = 'Y'
                            AND COALESCE(DEP_START_DATE, 0)
                                <= :SF-EVENT-DATE
                            AND (COALESCE(DEP_END_DATE, 0) = 0
                             OR  DEP_END_DATE >= :SF-EVENT-DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  ZERO       TO   SF-DEPENDANTS
               END-IF
           END-IF.
           MOVE  SF-HI-STD          TO   WS-NT-HI-STD(WS-NT-IDX).
           MOVE  SF-PN-STD          TO   WS-NT-PN-STD(WS-NT-IDX).
           MOVE  SF-DEPENDANTS      TO   WS-NT-DEPENDANTS(WS-NT-IDX).

      ******************************************************************
       ORDER-BY-DEADLINE.
      ******************************************************************
      *    INSERTION SORT OF THE OUTSTANDING SLOTS ON DUE DATE, THEN
      *    EMP_NO
           MOVE  ZERO               TO   WS-ORD-CNT.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-CNT
               IF  WS-NT-STATE(WS-NT-IDX) = "O"
                   ADD  1           TO   WS-ORD-CNT
                   MOVE  WS-NT-IDX  TO   WS-ORD-SLOT(WS-ORD-CNT)
                   MOVE  WS-ORD-CNT TO   WS-ORD-POS
                   MOVE  "N"        TO   WS-PLACED-FLAG
                   PERFORM UNTIL WS-ORD-POS = 1 OR WS-PLACED
                       MOVE  WS-ORD-SLOT(WS-ORD-POS - 1)
                                    TO   WS-ORD-HOLD
                       IF  WS-NT-DUE-DATE(WS-ORD-HOLD)
                                  > WS-NT-DUE-DATE(WS-NT-IDX)
                       OR (WS-NT-DUE-DATE(WS-ORD-HOLD)
                                  = WS-NT-DUE-DATE(WS-NT-IDX)
                       AND WS-NT-EMP-NO(WS-ORD-HOLD)
                                  > WS-NT-EMP-NO(WS-NT-IDX))
                           MOVE  WS-ORD-HOLD
                                 TO   WS-ORD-SLOT(WS-ORD-POS)
                           SUBTRACT 1   FROM WS-ORD-POS
                       ELSE
                           SET  WS-PLACED    TO   TRUE
                       END-IF
                   END-PERFORM
                   MOVE  WS-NT-IDX  TO   WS-ORD-SLOT(WS-ORD-POS)
               END-IF
           END-PERFORM.
           MOVE  WS-ORD-CNT         TO   WS-OUTSTANDING.

      ******************************************************************
       WRITE-EFILING-CSV.
      ******************************************************************
      *    TYPE, EMP_NO, KANA, NAME, BIRTH DATE, EVENT DATE, HI AND
      *    PN STANDARD REMUNERATION, DEPENDANTS, DUE DATE -- AN
      *    UNKNOWN VALUE IS AN EMPTY FIELD
           OPEN OUTPUT CSV-FILE.
           IF  NOT WS-CSV-OK
               DISPLAY "*** SINOTIFY: UNABLE TO OPEN SINOTIFY.CSV, "
                       "STATUS " WS-CSV-STATUS " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  SPACES         TO   CSV-REC
      *        A REHEARSAL FILE LEADS WITH A MARKER THE E-FILING
      *        UPLOAD WILL NOT TAKE
               IF  RH-REHEARSAL
                   STRING "REHEARSAL,"
                          "TYPE,EMP_NO,KANA,NAME,BIRTH_DATE,EVENT_DATE,"
                          "HI_STD,PN_STD,DEPENDANTS,DUE_DATE"
                       DELIMITED BY SIZE INTO CSV-REC
               ELSE
                   STRING "TYPE,EMP_NO,KANA,NAME,BIRTH_DATE,EVENT_DATE,"
                          "HI_STD,PN_STD,DEPENDANTS,DUE_DATE"
                       DELIMITED BY SIZE INTO CSV-REC
               END-IF
               WRITE CSV-REC
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-CNT
                   MOVE  WS-ORD-SLOT(WS-ORD-IDX)  TO   WS-NT-IDX
                   PERFORM WRITE-CSV-ROW
               END-PERFORM
               CLOSE CSV-FILE
           END-IF.

      ******************************************************************
       WRITE-CSV-ROW.
      ******************************************************************
           MOVE  SPACES             TO   WS-CSV-STD WS-CSV-PN-STD
                                         WS-CSV-BIRTH WS-CSV-DEPN.
           IF  WS-NT-HI-STD(WS-NT-IDX) > ZERO
               MOVE  WS-NT-HI-STD(WS-NT-IDX)  TO   WS-CSV-STD
           END-IF.
           IF  WS-NT-PN-STD(WS-NT-IDX) > ZERO
               MOVE  WS-NT-PN-STD(WS-NT-IDX)  TO   WS-CSV-PN-STD
           END-IF.
           IF  WS-NT-BIRTHDATE(WS-NT-IDX) > ZERO
               MOVE  WS-NT-BIRTHDATE(WS-NT-IDX)
                                    TO   WS-CSV-BIRTH
           END-IF.
           IF  WS-NT-TYPE(WS-NT-IDX) = "A"
               MOVE  WS-NT-DEPENDANTS(WS-NT-IDX)  TO   WS-CSV-DEPN
           END-IF.
      *    TARGET 0 CELLS = NO PADDING -- JUST THE TRIMMED BYTE COUNT
           CALL "DSPNAME" USING WS-NT-NAME(WS-NT-IDX), WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           CALL "DSPNAME" USING WS-NT-KANA(WS-NT-IDX), WS-KANA-DISP,
                 WS-KANA-DISP-LEN, WS-NAME-TRIM-CELLS.
           IF  WS-NAME-DISP-LEN = ZERO
               MOVE  1              TO   WS-NAME-DISP-LEN
           END-IF.
           IF  WS-KANA-DISP-LEN = ZERO
               MOVE  1              TO   WS-KANA-DISP-LEN
           END-IF.
           MOVE  SPACES             TO   CSV-REC.
           STRING WS-NT-TYPE(WS-NT-IDX)     DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-NT-EMP-NO(WS-NT-IDX)   DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-KANA-DISP(1:WS-KANA-DISP-LEN)
                                            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
                                            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-BIRTH              DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-NT-EVENT-DATE(WS-NT-IDX)
                                            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-STD                DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-PN-STD             DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-DEPN               DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-NT-DUE-DATE(WS-NT-IDX) DELIMITED BY SIZE
                  INTO CSV-REC.
           WRITE CSV-REC.

      ******************************************************************
       OPEN-DEADLINE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           MOVE  WS-RUN-DATE        TO   D-EVENT.
           STRING "SOCIAL-INSURANCE NOTIFICATIONS OUTSTANDING AT "
                  D-EVENT
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "TYPE       EMP_NO  NAME                          "
                  "  EVENT DATE  DUE DATE    DAYS  STATUS"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-DEADLINE-LIST.
      ******************************************************************
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-CNT
               MOVE  WS-ORD-SLOT(WS-ORD-IDX)  TO   WS-NT-IDX
               PERFORM PRINT-ONE-NOTIFICATION
           END-PERFORM.
           IF  WS-ORD-CNT = ZERO
               MOVE  "NO NOTIFICATIONS OUTSTANDING"  TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-ONE-NOTIFICATION.
      ******************************************************************
           MOVE  "DIFF"             TO   WS-DC-FUNCTION.
           MOVE  WS-RUN-DATE        TO   WS-DC-DATE-1.
           MOVE  WS-NT-DUE-DATE(WS-NT-IDX)    TO   WS-DC-DATE-2.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-DAYS         TO   WS-DAYS-LEFT.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE  "*** OVERDUE ***"   TO   WS-STATE-TEXT
                   ADD  1           TO   WS-OVERDUE
               WHEN WS-DAYS-LEFT = ZERO
                   MOVE  "DUE TODAY"         TO   WS-STATE-TEXT
               WHEN OTHER
                   MOVE  "DUE"               TO   WS-STATE-TEXT
           END-EVALUATE.
           IF  WS-NT-TYPE(WS-NT-IDX) = "A"
               MOVE  "ENROLMENT"    TO   WS-TYPE-TEXT
           ELSE
               MOVE  "LOSS"         TO   WS-TYPE-TEXT
           END-IF.
           CALL "DSPNAME" USING WS-NT-NAME(WS-NT-IDX), WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-CELLS.
           MOVE  WS-NT-EMP-NO(WS-NT-IDX)      TO   D-EMP-NO.
           MOVE  WS-NT-EVENT-DATE(WS-NT-IDX)  TO   D-EVENT.
           MOVE  WS-NT-DUE-DATE(WS-NT-IDX)    TO   D-DUE.
           MOVE  WS-DAYS-LEFT       TO   D-DAYS-LEFT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-TYPE-TEXT "   " D-EMP-NO "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN) "  "
                  D-EVENT "  " D-DUE "  " D-DAYS-LEFT "  "
                  WS-STATE-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-RAISED          TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "RAISED THIS RUN          " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-FILED           TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "FILED (SIFILED.DAT)      " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-WITHDRAWN       TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "WITHDRAWN                " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-OUTSTANDING     TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "OUTSTANDING              " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-OVERDUE         TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  OF WHICH OVERDUE       " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-UNMATCHED-CARDS NOT = ZERO
               MOVE  WS-UNMATCHED-CARDS   TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "FILING CARDS NOT MATCHED " D-COUNT
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       WRITE-REGISTER.
      ******************************************************************
           OPEN OUTPUT NOTREG-FILE.
           IF  NOT WS-NOTREG-OK
               DISPLAY "*** SINOTIFY: UNABLE TO REWRITE SINOTREG.DAT, "
                       "STATUS " WS-NOTREG-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                       UNTIL WS-NT-IDX > WS-NT-CNT
                   IF  WS-NT-STATE(WS-NT-IDX) = "O"
                       MOVE  SPACES           TO   NOTREG-REC
                       MOVE  WS-NT-TYPE(WS-NT-IDX)   TO   NR-TYPE
                       MOVE  WS-NT-EMP-NO(WS-NT-IDX) TO   NR-EMP-NO
                       MOVE  WS-NT-EVENT-DATE(WS-NT-IDX)
                                              TO   NR-EVENT-DATE
                       MOVE  WS-NT-DUE-DATE(WS-NT-IDX)
                                              TO   NR-DUE-DATE
                       MOVE  WS-NT-RAISED-DATE(WS-NT-IDX)
                                              TO   NR-RAISED-DATE
                       MOVE  WS-NT-NAME(WS-NT-IDX)   TO   NR-EMP-NAME
                       WRITE NOTREG-REC
                   END-IF
               END-PERFORM
               CLOSE NOTREG-FILE
           END-IF.

      ******************************************************************
       WRITE-SNAPSHOT.
      ******************************************************************
           OPEN OUTPUT SNAP-FILE.
           IF  NOT WS-SNAP-OK
               DISPLAY "*** SINOTIFY: UNABLE TO REWRITE SINSNAP.DAT, "
                       "STATUS " WS-SNAP-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > 9999
                   IF  WS-DT-ON-EMP(WS-DT-IDX) = "Y"
                       MOVE  SPACES           TO   SNAP-REC
                       MOVE  WS-DT-IDX        TO   SN-EMP-NO
                       MOVE  WS-DT-NEW-HIRE(WS-DT-IDX)
                                              TO   SN-HIRE-DATE
                       MOVE  WS-DT-NEW-TERM(WS-DT-IDX)
                                              TO   SN-TERM-DATE
                       WRITE SNAP-REC
                   END-IF
               END-PERFORM
               CLOSE SNAP-FILE
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
           MOVE  "SI-NOTIFY-DAYS"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-NOTIFY-DAYS
           END-IF.
           IF  WS-NOTIFY-DAYS = ZERO
               MOVE  5              TO   WS-NOTIFY-DAYS
           END-IF.
           MOVE  "SI-NOTIFY-LOOKBACK"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:3) NUMERIC
               MOVE  WS-CFG-VALUE(1:3)   TO   WS-LOOKBACK-DAYS
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
               DISPLAY "*** SINOTIFY: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SNAP-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SNAP-NAME
               MOVE  WS-NOTREG-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-NOTREG-NAME
               MOVE  WS-FILED-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-FILED-NAME
               MOVE  WS-CSV-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-CSV-NAME
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
                                  WS-RAISED, WS-AUDIT-STATUS.
      ******************************************************************
