      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SIDETERM --- social-insurance standard monthly remuneration
      *               run.  In the determination month (SHOPCNFG.DAT
      *               SI-DETERM-MONTH, September by default) it
      *               averages each employee's April, May and June
      *               gross off PAYARCH.DAT -- months paid for fewer
      *               than SI-MIN-PAY-DAYS days left out -- looks the
      *               average up on the grade table (SIGRADE.DAT),
      *               records the new grade on EMP_SI_GRADE and
      *               replaces the employee's HI and PN amounts on
      *               DEDUCT at the shop's premium rates, printing
      *               the determination list for the pension office.
      *               Every month it also lists, for review, anyone
      *               whose pay in each of the last three periods sits
      *               two grades or more away from the grade in force,
      *               in the same direction -- the mid-year revision
      *               candidates.  Spooled through VIRTUAL-PRINTER for
      *               the monthly pack.  Each group company
      *               determines its own staff off its own
      *               PAYARCH.DAT; the grade table is the group's.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SIDETERM.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX) -- THE PAY EACH
      *    GRADE IS DETERMINED FROM
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    STANDARD MONTHLY REMUNERATION GRADE TABLE
           SELECT SIGRD-FILE       ASSIGN TO "SIGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGRD-STATUS.

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

      *    ONE HEALTH-INSURANCE GRADE -- MONTHLY PAY FROM (AND
      *    INCLUDING) SGT-FROM UP TO (BUT NOT INCLUDING) SGT-TO IS
      *    CHARGED ON SGT-STD; THE PENSION GRADE AND STANDARD THAT
      *    GO WITH IT (THE PENSION SCALE IS SHORTER AT BOTH ENDS)
       FD  SIGRD-FILE.
       01  SIGRD-REC.
           05  SGT-GRADE           PIC  9(02).
           05  FILLER              PIC  X.
           05  SGT-FROM            PIC  9(07).
           05  FILLER              PIC  X.
           05  SGT-TO              PIC  9(07).
           05  FILLER              PIC  X.
           05  SGT-STD             PIC  9(07).
           05  FILLER              PIC  X.
           05  SGT-PN-GRADE        PIC  9(02).
           05  FILLER              PIC  X.
           05  SGT-PN-STD          PIC  9(07).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SIDETERM".
           COPY "REHEARSE.CPY".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-SIGRD-STATUS         PIC  X(02).
           88  WS-SIGRD-OK         VALUE "00".
           88  WS-SIGRD-EOF        VALUE "10".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    MONTH THE ANNUAL DETERMINATION RUNS IN (THE NEW GRADE
      *    APPLIES FROM THAT PERIOD), THE FEWEST DAYS PAID FOR A
      *    MONTH TO COUNT IN THE AVERAGE, AND THE EMPLOYEE'S SHARE OF
      *    EACH PREMIUM AS A FRACTION OF THE STANDARD REMUNERATION
       01  WS-DETERM-MONTH         PIC  9(02) VALUE 9.
       01  WS-MIN-PAY-DAYS         PIC  9(02) VALUE 17.
       01  WS-HI-RATE              PIC  9V9(05) VALUE 0.04990.
       01  WS-PN-RATE              PIC  9V9(05) VALUE 0.09150.
       01  WS-DETERMINE-FLAG       PIC  X     VALUE "N".
           88  WS-DETERMINING      VALUE "Y".
      *    RUN PERIOD AND THE PERIODS LOOKED AT -- APRIL TO JUNE OF
      *    THIS YEAR FOR THE DETERMINATION, THE RUN PERIOD AND THE
      *    TWO BEFORE IT FOR THE REVISION WATCH
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-RUN-PERIOD           PIC  9(06).
       01  WS-RUN-PERIOD-R         REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YYYY         PIC  9(04).
           05  WS-RUN-MM           PIC  9(02).
       01  WS-DET-PERIOD           PIC  9(06) OCCURS 3.
       01  WS-REV-PERIOD           PIC  9(06) OCCURS 3.
       01  WS-PER-TOTAL            PIC  9(06).
       01  WS-PER-YYYY             PIC  9(04).
       01  WS-PER-MM               PIC  9(02).
       01  WS-MON-IDX              PIC  9.
      *    THE GRADE TABLE
       01  WS-GRD-TABLE.
           05  WS-GRD-CNT          PIC  9(02) VALUE ZERO.
           05  WS-GRD-ENTRY        OCCURS 60.
               10  WS-GRD-GRADE    PIC  9(02).
               10  WS-GRD-FROM     PIC  9(07).
               10  WS-GRD-TO       PIC  9(07).
               10  WS-GRD-STD      PIC  9(07).
               10  WS-GRD-PN-GRADE PIC  9(02).
               10  WS-GRD-PN-STD   PIC  9(07).
       01  WS-GRD-IDX              PIC  9(02).
       01  WS-GRD-HIT              PIC  9(02).
       01  WS-GRD-PAY              PIC  9(09).
      *    EACH EMPLOYEE'S ARCHIVED GROSS (AND DAYS PAID) IN THE
      *    PERIODS LOOKED AT -- A RE-ARCHIVED PERIOD'S LATER IMAGE
      *    OVERWRITES THE EARLIER ONE, SAME AS EMPSLIP READS IT
       01  WS-PAY-TABLE.
           05  WS-PAY-CNT          PIC  9(04) VALUE ZERO.
           05  WS-PAY-ENTRY        OCCURS 2000.
               10  WS-PAY-EMP-NO   PIC  9(04).
               10  WS-PAY-DET-GROSS
                                   PIC S9(09) OCCURS 3.
               10  WS-PAY-DET-DAYS PIC  9(02) OCCURS 3.
               10  WS-PAY-REV-GROSS
                                   PIC S9(09) OCCURS 3.
       01  WS-PAY-IDX              PIC  9(04).
       01  WS-PAY-HIT              PIC  9(04).
       01  WS-PAY-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-PAY-FULL         VALUE "Y".
      *    ONE EMPLOYEE'S DETERMINATION
       01  WS-AVG-SUM              PIC S9(11).
       01  WS-AVG-MONTHS           PIC  9.
       01  WS-AVG-PAY              PIC S9(09).
       01  WS-OLD-GRADE            PIC  9(02).
       01  WS-HI-AMOUNT            PIC  9(07).
       01  WS-PN-AMOUNT            PIC  9(07).
      *    PREMIUM BEFORE ROUNDING -- THE EMPLOYEE'S SHARE DROPS A
      *    FRACTION OF 50 SEN OR LESS AND ROUNDS A LARGER ONE UP
       01  WS-PREM-RAW             PIC  9(07)V9(02).
       01  WS-PREM-YEN             PIC  9(07).
      *    ONE EMPLOYEE'S REVISION CHECK
       01  WS-REV-GRADE            PIC  9(02) OCCURS 3.
       01  WS-REV-UP-CNT           PIC  9.
       01  WS-REV-DOWN-CNT         PIC  9.
       01  WS-REV-DIRECTION        PIC  X(04).
       01  WS-ROWS-SCANNED         PIC  9(06) VALUE ZERO.
       01  WS-DETERMINED-COUNT     PIC  9(06) VALUE ZERO.
       01  WS-NO-PAY-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-REVISE-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-ROWS-LISTED          PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./sideterm.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-DET-LINE.
           05  D-DL-EMP-NO         PIC  9(04).
           05  D-DL-MONTH          OCCURS 3.
               10  FILLER          PIC  X(01).
               10  D-DL-PAY        PIC  Z(06)9.
               10  D-DL-EXCL       PIC  X(01).
           05  FILLER              PIC  X(01).
           05  D-DL-AVG            PIC  Z(06)9.
           05  FILLER              PIC  X(02).
           05  D-DL-OLD-GRADE      PIC  Z9.
           05  FILLER              PIC  X(01).
           05  D-DL-NEW-GRADE      PIC  Z9.
           05  FILLER              PIC  X(01).
           05  D-DL-HI-STD         PIC  Z(06)9.
           05  FILLER              PIC  X(01).
           05  D-DL-PN-GRADE       PIC  Z9.
           05  FILLER              PIC  X(01).
           05  D-DL-PN-STD         PIC  Z(06)9.
           05  FILLER              PIC  X(01).
           05  D-DL-HI-AMT         PIC  Z(05)9.
           05  FILLER              PIC  X(01).
           05  D-DL-PN-AMT         PIC  Z(05)9.
       01  D-REV-LINE.
           05  D-RL-DIRECTION      PIC  X(04).
           05  FILLER              PIC  X(02).
           05  D-RL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-RL-CUR-GRADE      PIC  Z9.
           05  D-RL-MONTH          OCCURS 3.
               10  FILLER          PIC  X(02).
               10  D-RL-PAY        PIC  Z(06)9.
               10  FILLER          PIC  X(01).
               10  D-RL-GRADE      PIC  Z9.
       01  D-HI-RATE               PIC  9.9(05).
       01  D-PN-RATE               PIC  9.9(05).
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
           COPY "SIGRDREC.CPY".
       01  SI-RUN-PERIOD           PIC  9(06).
       01  SI-DED-CODE             PIC  X(02).
       01  SI-DED-AMOUNT           PIC S9(07)V9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SIDETERM STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.
           MOVE  WS-RUN-DATE(1:6)       TO   WS-RUN-PERIOD
                                             SI-RUN-PERIOD.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** SIDETERM: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           IF  WS-RUN-MM = WS-DETERM-MONTH
               SET  WS-DETERMINING  TO   TRUE
           END-IF.
           PERFORM SET-PERIODS.
           PERFORM LOAD-GRADE-TABLE.
           IF  WS-GRD-CNT = ZERO
               DISPLAY "*** SIDETERM: SIGRADE.DAT NOT AVAILABLE, "
                       "STATUS " WS-SIGRD-STATUS " -- NO GRADES ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVED-PAY.

           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE DEDUCTIONS TABLE AND THE GRADE HISTORY MAY NOT EXIST
      *    YET ON A FRESH DATABASE
           EXEC SQL
                CREATE TABLE IF NOT EXISTS DEDUCT
                (
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    DED_CODE   CHAR(2) NOT NULL,
                    DED_AMOUNT NUMERIC(9,2),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01',
                    CONSTRAINT IDED_0 PRIMARY KEY (EMP_NO, DED_CODE)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               ALTER TABLE DEDUCT ADD COLUMN IF NOT EXISTS
                     COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
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

           PERFORM OPEN-SI-SPOOL.
           IF  WS-DETERMINING
               PERFORM RUN-DETERMINATION
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM RUN-REVISION-WATCH
           END-IF.
           PERFORM PRINT-SI-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    A PART-DONE DETERMINATION WOULD LEAVE SOME PREMIUMS ON THE
      *    OLD GRADE AND SOME ON THE NEW -- ALL OR NOTHING
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** SIDETERM FINISHED -- " WS-DETERMINED-COUNT
                   " DETERMINED, " WS-NO-PAY-COUNT " WITHOUT PAY, "
                   WS-REVISE-COUNT " REVISION CANDIDATE(S) ***".
      *    A REVISION CANDIDATE NEEDS A NOTIFICATION FILED -- THE
      *    STEP WARNS SO IT IS SEEN
           IF  WS-REVISE-COUNT > ZERO AND WS-AUDIT-STATUS = "OK"
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
       SET-PERIODS.
      ******************************************************************
      *    APRIL, MAY AND JUNE OF THE RUN YEAR; THE RUN PERIOD AND THE
      *    TWO PERIODS BEFORE IT, OLDEST FIRST
           COMPUTE WS-DET-PERIOD(1) = WS-RUN-YYYY * 100 + 4.
           COMPUTE WS-DET-PERIOD(2) = WS-RUN-YYYY * 100 + 5.
           COMPUTE WS-DET-PERIOD(3) = WS-RUN-YYYY * 100 + 6.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 3
               COMPUTE WS-PER-TOTAL = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                                    - 3 + WS-MON-IDX
               DIVIDE WS-PER-TOTAL BY 12 GIVING WS-PER-YYYY
                                      REMAINDER WS-PER-MM
               COMPUTE WS-REV-PERIOD(WS-MON-IDX) =
                       WS-PER-YYYY * 100 + WS-PER-MM + 1
           END-PERFORM.

      ******************************************************************
       LOAD-GRADE-TABLE.
      ******************************************************************
           OPEN INPUT SIGRD-FILE.
           IF  WS-SIGRD-OK
               PERFORM UNTIL WS-SIGRD-EOF
                   READ SIGRD-FILE
                       AT END
                           SET WS-SIGRD-EOF TO TRUE
                       NOT AT END
                           IF  WS-GRD-CNT < 60
                               ADD  1   TO   WS-GRD-CNT
                               MOVE  SGT-GRADE
                                    TO   WS-GRD-GRADE(WS-GRD-CNT)
                               MOVE  SGT-FROM
                                    TO   WS-GRD-FROM(WS-GRD-CNT)
                               MOVE  SGT-TO
                                    TO   WS-GRD-TO(WS-GRD-CNT)
                               MOVE  SGT-STD
                                    TO   WS-GRD-STD(WS-GRD-CNT)
                               MOVE  SGT-PN-GRADE
                                    TO   WS-GRD-PN-GRADE(WS-GRD-CNT)
                               MOVE  SGT-PN-STD
                                    TO   WS-GRD-PN-STD(WS-GRD-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGRD-FILE
           END-IF.

      ******************************************************************
       LOAD-ARCHIVED-PAY.
      ******************************************************************
      *    NO ARCHIVE MEANS NO PAY TO GRADE -- EVERYONE LISTS AS
      *    WITHOUT PAY AND NO GRADE CHANGES
           OPEN INPUT PARCH-FILE.
           IF  NOT WS-PARCH-OK
               DISPLAY "*** SIDETERM: PAYARCH.DAT NOT AVAILABLE, "
                       "STATUS " WS-PARCH-STATUS " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                               PERFORM NOTE-ARCHIVED-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.

      ******************************************************************
       NOTE-ARCHIVED-PAY.
      ******************************************************************
           IF  PA6-PERIOD NOT = WS-DET-PERIOD(1)
           AND PA6-PERIOD NOT = WS-DET-PERIOD(2)
           AND PA6-PERIOD NOT = WS-DET-PERIOD(3)
           AND PA6-PERIOD NOT = WS-REV-PERIOD(1)
           AND PA6-PERIOD NOT = WS-REV-PERIOD(2)
           AND PA6-PERIOD NOT = WS-REV-PERIOD(3)
               CONTINUE
           ELSE
               MOVE  PA6-EMP-NO     TO   EMP-NO
               PERFORM FIND-PAY-ENTRY
               IF  WS-PAY-HIT = ZERO AND WS-PAY-CNT < 2000
                   ADD  1           TO   WS-PAY-CNT
                   MOVE  WS-PAY-CNT TO   WS-PAY-HIT
                   MOVE  PA6-EMP-NO TO   WS-PAY-EMP-NO(WS-PAY-HIT)
                   PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                           UNTIL WS-MON-IDX > 3
                       MOVE  ZERO   TO
                             WS-PAY-DET-GROSS(WS-PAY-HIT, WS-MON-IDX)
                             WS-PAY-DET-DAYS(WS-PAY-HIT, WS-MON-IDX)
                             WS-PAY-REV-GROSS(WS-PAY-HIT, WS-MON-IDX)
                   END-PERFORM
               END-IF
               IF  WS-PAY-HIT = ZERO
                   IF  NOT WS-PAY-FULL
                       DISPLAY "*** SIDETERM: MORE THAN 2000 "
                               "EMPLOYEES ON PAYARCH.DAT -- THE REST "
                               "ARE NOT GRADED ***"
                       SET  WS-PAY-FULL  TO   TRUE
                       MOVE "WARN"  TO   WS-AUDIT-STATUS
                   END-IF
               ELSE
                   PERFORM STORE-ARCHIVED-PAY
               END-IF
           END-IF.

      ******************************************************************
       STORE-ARCHIVED-PAY.
      ******************************************************************
      *    A MONTH ARCHIVED BEFORE THE DAYS PAID WERE CARRIED WAS A
      *    FULL MONTH
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 3
               IF  PA6-PERIOD = WS-DET-PERIOD(WS-MON-IDX)
                   MOVE  PA6-GROSS  TO
                         WS-PAY-DET-GROSS(WS-PAY-HIT, WS-MON-IDX)
                   IF  PA6-DAYS-PAID NUMERIC
                   AND PA6-DAYS-PAID > ZERO
                       MOVE  PA6-DAYS-PAID    TO
                             WS-PAY-DET-DAYS(WS-PAY-HIT, WS-MON-IDX)
                   ELSE
                       MOVE  99     TO
                             WS-PAY-DET-DAYS(WS-PAY-HIT, WS-MON-IDX)
                   END-IF
               END-IF
               IF  PA6-PERIOD = WS-REV-PERIOD(WS-MON-IDX)
                   MOVE  PA6-GROSS  TO
                         WS-PAY-REV-GROSS(WS-PAY-HIT, WS-MON-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       FIND-PAY-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-PAY-HIT.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-CNT
                      OR WS-PAY-HIT > ZERO
               IF  WS-PAY-EMP-NO(WS-PAY-IDX) = EMP-NO
                   MOVE  WS-PAY-IDX TO   WS-PAY-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       FIND-GRADE.
      ******************************************************************
      *    GRADE WHOSE BAND HOLDS WS-GRD-PAY -- BELOW THE FIRST BAND
      *    IS THE FIRST GRADE, ABOVE THE LAST IS THE LAST
           MOVE  ZERO               TO   WS-GRD-HIT.
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-CNT
                      OR WS-GRD-HIT > ZERO
               IF  WS-GRD-PAY NOT < WS-GRD-FROM(WS-GRD-IDX)
               AND WS-GRD-PAY < WS-GRD-TO(WS-GRD-IDX)
                   MOVE  WS-GRD-IDX TO   WS-GRD-HIT
               END-IF
           END-PERFORM.
           IF  WS-GRD-HIT = ZERO
               IF  WS-GRD-PAY < WS-GRD-FROM(1)
                   MOVE  1          TO   WS-GRD-HIT
               ELSE
                   MOVE  WS-GRD-CNT TO   WS-GRD-HIT
               END-IF
           END-IF.

      ******************************************************************
       RUN-DETERMINATION.
      ******************************************************************
           PERFORM PRINT-DETERM-HEADING.
      *    EVERYONE ON THE PAYROLL TODAY -- A LEAVER NEEDS NO GRADE
           EXEC SQL
               DECLARE CS1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CS1
           END-EXEC.
           EXEC SQL
               FETCH CS1 INTO :EMP-NO, :EMP-NAME
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               ADD  1               TO   WS-ROWS-SCANNED
               PERFORM DETERMINE-ONE-EMPLOYEE
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   EXEC SQL
                       FETCH CS1 INTO :EMP-NO, :EMP-NAME
                   END-EXEC
               END-IF
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CS1
           END-EXEC.

      ******************************************************************
       DETERMINE-ONE-EMPLOYEE.
      ******************************************************************
           PERFORM GET-GRADE-IN-FORCE.
           MOVE  SG-HI-GRADE        TO   WS-OLD-GRADE.
           MOVE  SPACES             TO   D-DET-LINE.
           MOVE  EMP-NO             TO   D-DL-EMP-NO.
           IF  WS-OLD-GRADE > ZERO
               MOVE  WS-OLD-GRADE   TO   D-DL-OLD-GRADE
           END-IF.
           MOVE  ZERO               TO   WS-AVG-SUM
                                         WS-AVG-MONTHS.
           PERFORM FIND-PAY-ENTRY.
           IF  WS-PAY-HIT > ZERO
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                       UNTIL WS-MON-IDX > 3
                   PERFORM NOTE-DETERM-MONTH
               END-PERFORM
           END-IF.
           IF  WS-AVG-MONTHS = ZERO
      *        NOTHING TO AVERAGE (JOINED AFTER JUNE, OR ON LEAVE ALL
      *        QUARTER) -- THE GRADE IN FORCE STANDS
               ADD  1               TO   WS-NO-PAY-COUNT
               MOVE  D-DET-LINE     TO   WS-DETAIL-LINE
               MOVE  "NO APRIL-JUNE PAY -- GRADE UNCHANGED"
                                    TO   WS-DETAIL-LINE(32:36)
               PERFORM PRINT-WITH-NAME
           ELSE
               DIVIDE WS-AVG-SUM BY WS-AVG-MONTHS
                   GIVING WS-AVG-PAY
               MOVE  WS-AVG-PAY     TO   WS-GRD-PAY
               PERFORM FIND-GRADE
               MOVE  EMP-NO         TO   SG-EMP-NO
               MOVE  WS-RUN-PERIOD  TO   SG-EFF-PERIOD
               MOVE  WS-GRD-GRADE(WS-GRD-HIT)     TO   SG-HI-GRADE
               MOVE  WS-GRD-STD(WS-GRD-HIT)       TO   SG-HI-STD
               MOVE  WS-GRD-PN-GRADE(WS-GRD-HIT)  TO   SG-PN-GRADE
               MOVE  WS-GRD-PN-STD(WS-GRD-HIT)    TO   SG-PN-STD
               MOVE  WS-AVG-PAY     TO   SG-AVG-PAY
               MOVE  "A"            TO   SG-BASIS
               MOVE  WS-RUN-DATE    TO   SG-SET-DATE
               COMPUTE WS-PREM-RAW = SG-HI-STD * WS-HI-RATE
               PERFORM ROUND-PREMIUM
               MOVE  WS-PREM-YEN    TO   WS-HI-AMOUNT
               COMPUTE WS-PREM-RAW = SG-PN-STD * WS-PN-RATE
               PERFORM ROUND-PREMIUM
               MOVE  WS-PREM-YEN    TO   WS-PN-AMOUNT
               PERFORM STORE-DETERMINATION
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   ADD  1           TO   WS-DETERMINED-COUNT
                   MOVE  WS-AVG-PAY     TO   D-DL-AVG
                   MOVE  SG-HI-GRADE    TO   D-DL-NEW-GRADE
                   MOVE  SG-HI-STD      TO   D-DL-HI-STD
                   MOVE  SG-PN-GRADE    TO   D-DL-PN-GRADE
                   MOVE  SG-PN-STD      TO   D-DL-PN-STD
                   MOVE  WS-HI-AMOUNT   TO   D-DL-HI-AMT
                   MOVE  WS-PN-AMOUNT   TO   D-DL-PN-AMT
                   MOVE  D-DET-LINE     TO   WS-DETAIL-LINE
                   PERFORM PRINT-WITH-NAME
               END-IF
           END-IF.

      ******************************************************************
       NOTE-DETERM-MONTH.
      ******************************************************************
      *    A MONTH PAID FOR TOO FEW DAYS PRINTS MARKED * AND STAYS
      *    OUT OF THE AVERAGE
           IF  WS-PAY-DET-DAYS(WS-PAY-HIT, WS-MON-IDX) > ZERO
               MOVE  WS-PAY-DET-GROSS(WS-PAY-HIT, WS-MON-IDX)
                                    TO   D-DL-PAY(WS-MON-IDX)
               IF  WS-PAY-DET-DAYS(WS-PAY-HIT, WS-MON-IDX)
                   < WS-MIN-PAY-DAYS
                   MOVE  "*"        TO   D-DL-EXCL(WS-MON-IDX)
               ELSE
                   ADD  WS-PAY-DET-GROSS(WS-PAY-HIT, WS-MON-IDX)
                                    TO   WS-AVG-SUM
                   ADD  1           TO   WS-AVG-MONTHS
               END-IF
           END-IF.

      ******************************************************************
       ROUND-PREMIUM.
      ******************************************************************
           MOVE  WS-PREM-RAW        TO   WS-PREM-YEN.
           IF  WS-PREM-RAW - WS-PREM-YEN > 0.50
               ADD  1               TO   WS-PREM-YEN
           END-IF.

      ******************************************************************
       STORE-DETERMINATION.
      ******************************************************************
      *    A RE-RUN IN THE SAME MONTH REPLACES ITS OWN GRADE ROW AND
      *    THE TWO PREMIUM ROWS -- NOTHING ELSE ON DEDUCT IS TOUCHED
           EXEC SQL
               DELETE FROM EMP_SI_GRADE
                      WHERE EMP_NO = :SG-EMP-NO
                        AND EFF_PERIOD = :SG-EFF-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               EXEC SQL
                   INSERT INTO EMP_SI_GRADE
                          (EMP_NO, EFF_PERIOD, HI_GRADE, HI_STD,
                           PN_GRADE, PN_STD, AVG_PAY, BASIS, SET_DATE)
                          VALUES (:SG-EMP-NO, :SG-EFF-PERIOD,
                                  :SG-HI-GRADE, :SG-HI-STD,
                                  :SG-PN-GRADE, :SG-PN-STD,
                                  :SG-AVG-PAY, :SG-BASIS, :SG-SET-DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               MOVE  "HI"           TO   SI-DED-CODE
               MOVE  WS-HI-AMOUNT   TO   SI-DED-AMOUNT
               PERFORM REPLACE-DEDUCTION
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               MOVE  "PN"           TO   SI-DED-CODE
               MOVE  WS-PN-AMOUNT   TO   SI-DED-AMOUNT
               PERFORM REPLACE-DEDUCTION
           END-IF.

      ******************************************************************
       REPLACE-DEDUCTION.
      ******************************************************************
           EXEC SQL
               DELETE FROM DEDUCT
                      WHERE EMP_NO = :EMP-NO
                        AND DED_CODE = :SI-DED-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               EXEC SQL
                   INSERT INTO DEDUCT
                          (EMP_NO, DED_CODE, DED_AMOUNT, COMPANY_CD)
                          VALUES (:EMP-NO, :SI-DED-CODE,
                                  :SI-DED-AMOUNT,
                                  COALESCE((SELECT COMPANY_CD FROM EMP
                                             WHERE EMP_NO = :EMP-NO),
                                           '01'))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       GET-GRADE-IN-FORCE.
      ******************************************************************
      *    LATEST GRADE ROW NOT AFTER THE RUN PERIOD -- ZERO GRADE
      *    WHEN THE EMPLOYEE HAS NEVER BEEN GRADED
           MOVE  ZERO               TO   SG-HI-GRADE
                                         SG-EFF-PERIOD.
           EXEC SQL
               SELECT COALESCE(MAX(EFF_PERIOD), 0)
                      INTO :SG-EFF-PERIOD
                      FROM EMP_SI_GRADE
                      WHERE EMP_NO = :EMP-NO
                        AND EFF_PERIOD <= :SI-RUN-PERIOD
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   SG-EFF-PERIOD
           END-IF.
           IF  SG-EFF-PERIOD > ZERO
               EXEC SQL
                   SELECT HI_GRADE
                          INTO :SG-HI-GRADE
                          FROM EMP_SI_GRADE
                          WHERE EMP_NO = :EMP-NO
                            AND EFF_PERIOD = :SG-EFF-PERIOD
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  ZERO       TO   SG-HI-GRADE
               END-IF
           END-IF.

      ******************************************************************
       RUN-REVISION-WATCH.
      ******************************************************************
           PERFORM PRINT-REVISION-HEADING.
           EXEC SQL
               DECLARE CS2 CURSOR FOR
               SELECT EMP_NO, EMP_NAME
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CS2
           END-EXEC.
           EXEC SQL
               FETCH CS2 INTO :EMP-NO, :EMP-NAME
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               PERFORM CHECK-ONE-REVISION
               EXEC SQL
                   FETCH CS2 INTO :EMP-NO, :EMP-NAME
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CS2
           END-EXEC.
           IF  WS-REVISE-COUNT = ZERO
               MOVE  "  NONE"       TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       CHECK-ONE-REVISION.
      ******************************************************************
      *    ALL THREE MONTHS PAID AND EACH TWO GRADES OR MORE FROM THE
      *    GRADE IN FORCE, ALL THE SAME WAY -- A ONE-MONTH SPIKE OR A
      *    SWING BOTH WAYS IS NOT A REVISION
           PERFORM GET-GRADE-IN-FORCE.
           PERFORM FIND-PAY-ENTRY.
           IF  SG-HI-GRADE > ZERO AND WS-PAY-HIT > ZERO
               MOVE  ZERO           TO   WS-REV-UP-CNT
                                         WS-REV-DOWN-CNT
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                       UNTIL WS-MON-IDX > 3
                   PERFORM GRADE-REVISION-MONTH
               END-PERFORM
               IF  WS-REV-UP-CNT = 3 OR WS-REV-DOWN-CNT = 3
                   ADD  1           TO   WS-REVISE-COUNT
                   IF  WS-REV-UP-CNT = 3
                       MOVE  "UP"   TO   WS-REV-DIRECTION
                   ELSE
                       MOVE  "DOWN" TO   WS-REV-DIRECTION
                   END-IF
                   MOVE  SPACES     TO   D-REV-LINE
                   MOVE  WS-REV-DIRECTION    TO   D-RL-DIRECTION
                   MOVE  EMP-NO     TO   D-RL-EMP-NO
                   MOVE  SG-HI-GRADE         TO   D-RL-CUR-GRADE
                   PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                           UNTIL WS-MON-IDX > 3
                       MOVE  WS-PAY-REV-GROSS(WS-PAY-HIT, WS-MON-IDX)
                                    TO   D-RL-PAY(WS-MON-IDX)
                       MOVE  WS-REV-GRADE(WS-MON-IDX)
                                    TO   D-RL-GRADE(WS-MON-IDX)
                   END-PERFORM
                   MOVE  D-REV-LINE TO   WS-DETAIL-LINE
                   PERFORM PRINT-WITH-NAME
               END-IF
           END-IF.

      ******************************************************************
       GRADE-REVISION-MONTH.
      ******************************************************************
           MOVE  ZERO               TO   WS-REV-GRADE(WS-MON-IDX).
           IF  WS-PAY-REV-GROSS(WS-PAY-HIT, WS-MON-IDX) > ZERO
               MOVE  WS-PAY-REV-GROSS(WS-PAY-HIT, WS-MON-IDX)
                                    TO   WS-GRD-PAY
               PERFORM FIND-GRADE
               MOVE  WS-GRD-GRADE(WS-GRD-HIT)
                                    TO   WS-REV-GRADE(WS-MON-IDX)
               IF  WS-REV-GRADE(WS-MON-IDX) NOT < SG-HI-GRADE + 2
                   ADD  1           TO   WS-REV-UP-CNT
               END-IF
               IF  WS-REV-GRADE(WS-MON-IDX) + 2 NOT > SG-HI-GRADE
                   ADD  1           TO   WS-REV-DOWN-CNT
               END-IF
           END-IF.

      ******************************************************************
       PRINT-WITH-NAME.
      ******************************************************************
           ADD  1                   TO   WS-ROWS-LISTED.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
                                    TO   WS-DETAIL-LINE(90:43).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       OPEN-SI-SPOOL.
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
           STRING "SOCIAL INSURANCE STANDARD REMUNERATION  (RUN "
                  WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-HI-RATE         TO   D-HI-RATE.
           MOVE  WS-PN-RATE         TO   D-PN-RATE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "EMPLOYEE SHARE -- HEALTH " D-HI-RATE
                  ", PENSION " D-PN-RATE " OF STANDARD REMUNERATION"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-DETERM-HEADING.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "ANNUAL DETERMINATION -- APRIL TO JUNE "
                  WS-RUN-YYYY ", GRADES FROM " WS-RUN-PERIOD
                  " (* = UNDER THE MINIMUM DAYS, NOT AVERAGED)"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  " NO     APRIL      MAY     JUNE  AVERAGE OLD NEW"
                                    TO   WS-DETAIL-LINE.
           MOVE  " HI-STD PN  PN-STD HI-AMT PN-AMT NAME"
                                    TO   WS-DETAIL-LINE(51:38).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-REVISION-HEADING.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "MID-YEAR REVISION CANDIDATES -- PERIODS "
                  WS-REV-PERIOD(1) ", " WS-REV-PERIOD(2) ", "
                  WS-REV-PERIOD(3)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "MOVE    NO  GRADE  PAY-1  GR   PAY-2  GR   PAY-3  GR"
                                    TO   WS-DETAIL-LINE.
           MOVE  "NAME"             TO   WS-DETAIL-LINE(90:4).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SI-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           IF  WS-DETERMINING
               STRING WS-ROWS-SCANNED " EMPLOYEE(S), "
                      WS-DETERMINED-COUNT " DETERMINED, "
                      WS-NO-PAY-COUNT " WITHOUT APRIL-JUNE PAY, "
                      WS-REVISE-COUNT " REVISION CANDIDATE(S)"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "NOT THE DETERMINATION MONTH -- "
                      WS-REVISE-COUNT " REVISION CANDIDATE(S)"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- NO GRADE OR PREMIUM CHANGED ***"
                                    TO   PA-BUFFER
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
           MOVE  "SI-DETERM-MONTH" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-DETERM-MONTH
           END-IF.
           MOVE  "SI-MIN-PAY-DAYS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-MIN-PAY-DAYS
           END-IF.
           MOVE  "SI-HI-RATE"      TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-HI-RATE
           END-IF.
           MOVE  "SI-PN-RATE"      TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-PN-RATE
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
               DISPLAY "*** SIDETERM: RUNNING FOR COMPANY " WS-CO-CODE
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
                                  WS-ROWS-LISTED, WS-AUDIT-STATUS.
      ******************************************************************
