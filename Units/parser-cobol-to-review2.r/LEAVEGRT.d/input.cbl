      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LEAVEGRT --- nightly upkeep of the paid annual-leave ledger
      *               keyed on EMP_NO: grants each employee's
      *               statutory entitlement on the anniversaries of
      *               EMP_HIRE_DATE (10 days at six months' service,
      *               then 11, 12, 14, 16, 18 and 20 days a year),
      *               expires whatever is left of a grant two years
      *               after it was given, and spools the night's
      *               grants and expiries with every employee's
      *               remaining balance.  Days taken are posted by
      *               EMPTRANS (transaction code V) against the same
      *               LEAVE_GRANT rows, oldest grant first.
      *               The ledger is kept and spooled for the company
      *               on the run-company card (see COMPANY).  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LEAVEGRT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "LEAVEGRT".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    STATUTORY GRANT SCALE BY COMPLETED YEARS OF SERVICE PAST
      *    THE FIRST SIX MONTHS -- THE LAST STEP HOLDS FOR EVER AFTER
       01  WS-GRANT-SCALE-VALUES.
           05  FILLER              PIC  9(02)V9 VALUE 10.
           05  FILLER              PIC  9(02)V9 VALUE 11.
           05  FILLER              PIC  9(02)V9 VALUE 12.
           05  FILLER              PIC  9(02)V9 VALUE 14.
           05  FILLER              PIC  9(02)V9 VALUE 16.
           05  FILLER              PIC  9(02)V9 VALUE 18.
           05  FILLER              PIC  9(02)V9 VALUE 20.
       01  WS-GRANT-SCALE          REDEFINES WS-GRANT-SCALE-VALUES.
           05  WS-SCALE-DAYS       PIC  9(02)V9 OCCURS 7.
       01  WS-SCALE-IDX            PIC  9(02).
      *    GRANTS ARE GIVEN ON THE SAME DAY OF THE MONTH AS THE HIRE
      *    DATE; A HIRE ON THE 29TH-31ST FALLS BACK TO MONTH END
       01  WS-MONTH-END-VALUES     PIC  X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-END-TABLE      REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END        PIC  9(02) OCCURS 12.
       01  WS-AM-DATE              PIC  9(08).
       01  WS-AM-DATE-R            REDEFINES WS-AM-DATE.
           05  WS-AM-YYYY          PIC  9(04).
           05  WS-AM-MM            PIC  9(02).
           05  WS-AM-DD            PIC  9(02).
       01  WS-AM-MONTHS            PIC  9(04).
       01  WS-AM-TOTAL             PIC  9(06).
       01  WS-AM-LAST-DAY          PIC  9(02).
      *    GRANT NUMBER WITHIN THE EMPLOYEE'S SERVICE (0 = THE SIX-
      *    MONTH GRANT) AND THE MONTHS FROM HIRE IT FALLS ON
       01  WS-SVC-YEARS            PIC  9(03).
       01  WS-SVC-MONTHS           PIC  9(04).
       01  WS-HIRE-DATE            PIC  9(08).
       01  WS-GRANT-DATE           PIC  9(08).
       01  WS-EXPIRY-DATE          PIC  9(08).
       01  WS-GRANT-DONE-FLAG      PIC  X.
           88  WS-GRANT-DONE       VALUE "Y".
       01  WS-ROWS-SCANNED         PIC  9(06) VALUE ZERO.
       01  WS-GRANTS-MADE          PIC  9(06) VALUE ZERO.
       01  WS-GRANT-DAYS-TOTAL     PIC  9(07)V9 VALUE ZERO.
       01  WS-EXPIRIES             PIC  9(06) VALUE ZERO.
       01  WS-EXPIRED-DAYS-TOTAL   PIC  9(07)V9 VALUE ZERO.
       01  WS-BALANCES-LISTED      PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
      *    SPOOL NAME -- THE PARENT COMPANY'S; ANOTHER COMPANY'S IS
      *    RESOLVED THROUGH COMPANY AT START-UP
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./leavegrt.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-LEAVE-LINE.
           05  D-LL-ACTION         PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-LL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-LL-GRANT-DATE     PIC  9(08).
           05  FILLER              PIC  X(02).
           05  D-LL-EXPIRY-DATE    PIC  9(08).
           05  FILLER              PIC  X(02).
           05  D-LL-DAYS           PIC  ZZ9.9.
       01  D-BALANCE-LINE.
           05  D-BL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(04).
           05  D-BL-GRANTED        PIC  ZZ9.9.
           05  FILLER              PIC  X(04).
           05  D-BL-TAKEN          PIC  ZZ9.9.
           05  FILLER              PIC  X(04).
           05  D-BL-LEFT           PIC  ZZ9.9.
           05  FILLER              PIC  X(04).
           05  D-BL-NEXT-EXPIRY    PIC  9(08).
       01  D-TOTAL-DAYS            PIC  Z(06)9.9.
       01  WS-DETAIL-LINE          PIC  X(132).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
           COPY "LEAVEREC.CPY".
       01  LV-RUN-DATE             PIC  9(08).
       01  LV-ROW-COUNT            PIC S9(09).
       01  LV-BAL-GRANTED          PIC  9(03)V9.
       01  LV-BAL-TAKEN            PIC  9(03)V9.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LEAVEGRT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   LV-RUN-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** LEAVEGRT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE LEDGER IS CREATED ON FIRST USE -- EMPTRANS CARRIES THE
      *    SAME DEFINITIONS, SO WHICHEVER RUNS FIRST BUILDS IT
           PERFORM CREATE-LEAVE-TABLES.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM DISCONNECT-FROM-DB
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-LEAVE-SPOOL.
      *    EXPIRE FIRST -- A GRANT REACHING ITS SECOND ANNIVERSARY
      *    TONIGHT LOSES ITS REMAINDER BEFORE THE NEW GRANT LANDS
           PERFORM EXPIRE-OLD-GRANTS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM GRANT-ENTITLEMENTS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM PRINT-BALANCES
           END-IF.
           PERFORM PRINT-LEAVE-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    ALL OR NOTHING -- A FAILED NIGHT LEAVES THE LEDGER AS IT
      *    WAS, AND TOMORROW'S RUN CATCHES UP EVERY MISSED GRANT
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** LEAVEGRT FINISHED -- " WS-GRANTS-MADE
                   " GRANT(S), " WS-EXPIRIES " EXPIRY(IES) ***".
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
       CREATE-LEAVE-TABLES.
      ******************************************************************
           EXEC SQL
                CREATE TABLE IF NOT EXISTS LEAVE_GRANT
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    GRANT_DATE   NUMERIC(8,0) NOT NULL,
                    EXPIRY_DATE  NUMERIC(8,0) NOT NULL,
                    DAYS_GRANTED NUMERIC(3,1) NOT NULL,
                    DAYS_TAKEN   NUMERIC(3,1) NOT NULL,
                    DAYS_EXPIRED NUMERIC(3,1) NOT NULL,
                    CONSTRAINT ILVG_0 PRIMARY KEY (EMP_NO, GRANT_DATE)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS LEAVE_TAKEN
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    TAKEN_DATE   NUMERIC(8,0) NOT NULL,
                    DAYS         NUMERIC(2,1) NOT NULL,
                    GRANT_DATE   NUMERIC(8,0) NOT NULL,
                    POSTED_DATE  NUMERIC(8,0),
                    POSTED_BY    CHAR(8)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       EXPIRE-OLD-GRANTS.
      ******************************************************************
      *    TWO-YEAR LIMIT -- WHATEVER IS LEFT ON A GRANT WHOSE EXPIRY
      *    DATE HAS COME IS WRITTEN OFF AS EXPIRED, ONE LINE EACH
           EXEC SQL
               DECLARE CE1 CURSOR FOR
               SELECT EMP_NO, GRANT_DATE, EXPIRY_DATE,
                      DAYS_GRANTED - DAYS_TAKEN - DAYS_EXPIRED
                      FROM LEAVE_GRANT
                      WHERE EXPIRY_DATE <= :LV-RUN-DATE
                        AND EMP_NO IN (SELECT EMP_NO FROM EMP
                                        WHERE COMPANY_CD = :RUN-COMPANY)
                        AND DAYS_GRANTED - DAYS_TAKEN
                                         - DAYS_EXPIRED > 0
                      ORDER BY EMP_NO, GRANT_DATE
           END-EXEC.
           EXEC SQL
               OPEN CE1
           END-EXEC.
           EXEC SQL
               FETCH CE1 INTO :LG-EMP-NO, :LG-GRANT-DATE,
                              :LG-EXPIRY-DATE, :LG-DAYS-LEFT
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   UPDATE LEAVE_GRANT
                          SET DAYS_EXPIRED = DAYS_EXPIRED
                                           + :LG-DAYS-LEFT
                          WHERE EMP_NO = :LG-EMP-NO
                            AND GRANT_DATE = :LG-GRANT-DATE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               ELSE
                   ADD  1            TO   WS-EXPIRIES
                   ADD  LG-DAYS-LEFT TO   WS-EXPIRED-DAYS-TOTAL
                   MOVE  SPACES      TO   D-LEAVE-LINE
                   MOVE  "EXPIRED"   TO   D-LL-ACTION
                   MOVE  LG-EMP-NO   TO   D-LL-EMP-NO
                   MOVE  LG-GRANT-DATE    TO   D-LL-GRANT-DATE
                   MOVE  LG-EXPIRY-DATE   TO   D-LL-EXPIRY-DATE
                   MOVE  LG-DAYS-LEFT     TO   D-LL-DAYS
                   MOVE  D-LEAVE-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
                   EXEC SQL
                       FETCH CE1 INTO :LG-EMP-NO, :LG-GRANT-DATE,
                                      :LG-EXPIRY-DATE, :LG-DAYS-LEFT
                   END-EXEC
               END-IF
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CE1
           END-EXEC.

      ******************************************************************
       GRANT-ENTITLEMENTS.
      ******************************************************************
      *    EVERYONE WITH A HIRE DATE -- A LEAVER KEEPS THE GRANTS
      *    THAT FELL DUE BEFORE THE TERMINATION DATE
           EXEC SQL
               DECLARE CG1 CURSOR FOR
               SELECT EMP_NO, EMP_HIRE_DATE,
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_STATUS, 'A')
                      FROM EMP
                      WHERE COALESCE(EMP_HIRE_DATE, 0) > 0
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CG1
           END-EXEC.
           EXEC SQL
               FETCH CG1 INTO :EMP-NO, :EMP-HIRE-DATE,
                              :EMP-TERM-DATE, :EMP-STATUS
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               ADD  1               TO   WS-ROWS-SCANNED
      *        A TERMINATION WITH NO DATE ON IT CANNOT BE PLACED IN
      *        TIME, SO NOTHING MORE IS GRANTED
               IF  EMP-STATUS NOT = "T" OR EMP-TERM-DATE > ZERO
                   PERFORM GRANT-FOR-EMPLOYEE
               END-IF
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   EXEC SQL
                       FETCH CG1 INTO :EMP-NO, :EMP-HIRE-DATE,
                                      :EMP-TERM-DATE, :EMP-STATUS
                   END-EXEC
               END-IF
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CG1
           END-EXEC.

      ******************************************************************
       GRANT-FOR-EMPLOYEE.
      ******************************************************************
      *    WALK THE GRANT DATES FROM THE SIX-MONTH ONE FORWARD; EACH
      *    IS WORKED OUT FROM THE HIRE DATE ITSELF, SO A MONTH-END
      *    HIRE DOES NOT DRIFT.  GRANTS STILL INSIDE THEIR TWO YEARS
      *    THAT THE LEDGER DOES NOT HOLD ARE ADDED -- THE FIRST RUN
      *    BACKFILLS, EVERY LATER RUN PICKS UP THE NIGHT'S NEW ONES
           MOVE  EMP-HIRE-DATE      TO   WS-HIRE-DATE.
           MOVE  ZERO               TO   WS-SVC-YEARS.
           MOVE  "N"                TO   WS-GRANT-DONE-FLAG.
           PERFORM UNTIL WS-GRANT-DONE
               COMPUTE WS-SVC-MONTHS = 6 + WS-SVC-YEARS * 12
               MOVE  WS-HIRE-DATE   TO   WS-AM-DATE
               MOVE  WS-SVC-MONTHS  TO   WS-AM-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE  WS-AM-DATE     TO   WS-GRANT-DATE
               IF  WS-GRANT-DATE > LV-RUN-DATE
               OR  (EMP-TERM-DATE > ZERO AND
                    WS-GRANT-DATE > EMP-TERM-DATE)
                   SET  WS-GRANT-DONE    TO   TRUE
               ELSE
                   MOVE  WS-GRANT-DATE   TO   WS-AM-DATE
                   MOVE  24              TO   WS-AM-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE  WS-AM-DATE      TO   WS-EXPIRY-DATE
                   IF  WS-EXPIRY-DATE > LV-RUN-DATE
                       PERFORM GRANT-IF-MISSING
                   END-IF
                   ADD  1                TO   WS-SVC-YEARS
               END-IF
               IF  WS-AUDIT-STATUS = "FAIL"
                   SET  WS-GRANT-DONE    TO   TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
       GRANT-IF-MISSING.
      ******************************************************************
           MOVE  EMP-NO             TO   LG-EMP-NO.
           MOVE  WS-GRANT-DATE      TO   LG-GRANT-DATE.
           EXEC SQL
               SELECT COUNT(*)
                      INTO :LV-ROW-COUNT
                      FROM LEAVE_GRANT
                      WHERE EMP_NO = :LG-EMP-NO
                        AND GRANT_DATE = :LG-GRANT-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
           IF  LV-ROW-COUNT = ZERO
               IF  WS-SVC-YEARS < 7
                   COMPUTE WS-SCALE-IDX = WS-SVC-YEARS + 1
               ELSE
                   MOVE  7          TO   WS-SCALE-IDX
               END-IF
               MOVE  WS-EXPIRY-DATE TO   LG-EXPIRY-DATE
               MOVE  WS-SCALE-DAYS(WS-SCALE-IDX)
                                    TO   LG-DAYS-GRANTED
               MOVE  ZERO           TO   LG-DAYS-TAKEN
                                         LG-DAYS-EXPIRED
               EXEC SQL
                   INSERT INTO LEAVE_GRANT
                          (EMP_NO, GRANT_DATE, EXPIRY_DATE,
                           DAYS_GRANTED, DAYS_TAKEN, DAYS_EXPIRED)
                          VALUES (:LG-EMP-NO, :LG-GRANT-DATE,
                                  :LG-EXPIRY-DATE, :LG-DAYS-GRANTED,
                                  :LG-DAYS-TAKEN, :LG-DAYS-EXPIRED)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               ELSE
                   ADD  1            TO   WS-GRANTS-MADE
                   ADD  LG-DAYS-GRANTED   TO   WS-GRANT-DAYS-TOTAL
                   MOVE  SPACES      TO   D-LEAVE-LINE
                   MOVE  "GRANTED"   TO   D-LL-ACTION
                   MOVE  LG-EMP-NO   TO   D-LL-EMP-NO
                   MOVE  LG-GRANT-DATE    TO   D-LL-GRANT-DATE
                   MOVE  LG-EXPIRY-DATE   TO   D-LL-EXPIRY-DATE
                   MOVE  LG-DAYS-GRANTED  TO   D-LL-DAYS
                   MOVE  D-LEAVE-LINE     TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       ADD-MONTHS-TO-DATE.
      ******************************************************************
      *    WS-AM-DATE + WS-AM-MONTHS, SAME DAY OF THE MONTH, PULLED
      *    BACK TO THE LAST DAY WHEN THE TARGET MONTH IS SHORTER
           COMPUTE WS-AM-TOTAL = WS-AM-YYYY * 12 + WS-AM-MM - 1
                               + WS-AM-MONTHS.
           DIVIDE WS-AM-TOTAL BY 12 GIVING WS-AM-YYYY
                                  REMAINDER WS-AM-MM.
           ADD  1                   TO   WS-AM-MM.
           MOVE  WS-MONTH-END(WS-AM-MM)  TO   WS-AM-LAST-DAY.
           IF  WS-AM-MM = 2
           AND FUNCTION MOD(WS-AM-YYYY, 4) = ZERO
           AND (FUNCTION MOD(WS-AM-YYYY, 100) NOT = ZERO OR
                FUNCTION MOD(WS-AM-YYYY, 400) = ZERO)
               MOVE  29             TO   WS-AM-LAST-DAY
           END-IF.
           IF  WS-AM-DD > WS-AM-LAST-DAY
               MOVE  WS-AM-LAST-DAY TO   WS-AM-DD
           END-IF.

      ******************************************************************
       PRINT-BALANCES.
      ******************************************************************
      *    THE LEDGER AS IT STANDS AFTER TONIGHT -- GRANTS STILL
      *    INSIDE THEIR TWO YEARS, SUMMED PER EMPLOYEE, WITH THE DATE
      *    THE OLDEST OF THEM RUNS OUT
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "BALANCES ON LIVE GRANTS"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "NO    GRANTED    TAKEN     LEFT    NEXT EXPIRY"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           EXEC SQL
               DECLARE CB1 CURSOR FOR
               SELECT EMP_NO, SUM(DAYS_GRANTED), SUM(DAYS_TAKEN),
                      SUM(DAYS_GRANTED - DAYS_TAKEN - DAYS_EXPIRED),
                      MIN(EXPIRY_DATE)
                      FROM LEAVE_GRANT
                      WHERE EXPIRY_DATE > :LV-RUN-DATE
                        AND EMP_NO IN (SELECT EMP_NO FROM EMP
                                        WHERE COMPANY_CD = :RUN-COMPANY)
                      GROUP BY EMP_NO
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CB1
           END-EXEC.
           EXEC SQL
               FETCH CB1 INTO :LG-EMP-NO, :LV-BAL-GRANTED,
                              :LV-BAL-TAKEN, :LG-DAYS-LEFT,
                              :LG-EXPIRY-DATE
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-BALANCES-LISTED
               MOVE  SPACES         TO   D-BALANCE-LINE
               MOVE  LG-EMP-NO      TO   D-BL-EMP-NO
               MOVE  LV-BAL-GRANTED TO   D-BL-GRANTED
               MOVE  LV-BAL-TAKEN   TO   D-BL-TAKEN
               MOVE  LG-DAYS-LEFT   TO   D-BL-LEFT
               MOVE  LG-EXPIRY-DATE TO   D-BL-NEXT-EXPIRY
               MOVE  D-BALANCE-LINE TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               EXEC SQL
                   FETCH CB1 INTO :LG-EMP-NO, :LV-BAL-GRANTED,
                                  :LV-BAL-TAKEN, :LG-DAYS-LEFT,
                                  :LG-EXPIRY-DATE
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CB1
           END-EXEC.

      ******************************************************************
       OPEN-LEAVE-SPOOL.
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
           STRING "PAID LEAVE LEDGER -- GRANTS AND EXPIRIES FOR "
                  LV-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "ACTION    NO    GRANTED   EXPIRES    DAYS"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-LEAVE-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-GRANT-DAYS-TOTAL     TO   D-TOTAL-DAYS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-ROWS-SCANNED " EMPLOYEE(S) SCANNED, "
                  WS-GRANTS-MADE " GRANT(S) MADE FOR "
                  D-TOTAL-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-EXPIRED-DAYS-TOTAL   TO   D-TOTAL-DAYS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-EXPIRIES " GRANT(S) EXPIRED, "
                  D-TOTAL-DAYS " UNUSED DAYS LOST"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- NOTHING ABOVE WAS KEPT ***"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** LEAVEGRT: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
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
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-GRANTS-MADE, WS-AUDIT-STATUS.
      ******************************************************************
