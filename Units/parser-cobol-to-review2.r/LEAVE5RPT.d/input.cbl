      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LEAVE5RPT --- five-day paid-leave obligation watch: for every
      *                grant of ten days or more on the LEAVE_GRANT
      *                ledger (see LEAVEGRT) it counts the leave taken
      *                inside that grant year and lists, broken by
      *                EMP_DEPT, everyone still short of the five days
      *                the employer must see taken -- SHORT once the
      *                year is into its last half, URGENT in its last
      *                quarter, MISSED when the year closed short
      *                since the last run -- so there is time to
      *                designate the days before the year is out.
      *                Thresholds come from SHOPCNFG.DAT; spooled
      *                through VIRTUAL-PRINTER for the monthly pack.
      *                Each group company watches its own staff.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LEAVE5RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "LEAVE5RPT".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    THE OBLIGATION (DAYS TO BE TAKEN IN EACH GRANT YEAR OF TEN
      *    DAYS OR MORE), WHEN A SHORTFALL STARTS TO BE LISTED AND
      *    WHEN IT TURNS URGENT (DAYS LEFT IN THE GRANT YEAR), AND
      *    HOW FAR BACK A YEAR THAT CLOSED SHORT IS STILL REPORTED --
      *    THE LAST SHOULD COVER THE GAP SINCE THE PREVIOUS RUN
       01  WS-MIN-DAYS             PIC  9(02)V9 VALUE 5.
       01  WS-LIST-DAYS            PIC  9(03) VALUE 183.
       01  WS-WARN-DAYS            PIC  9(03) VALUE 92.
       01  WS-LOOKBACK-DAYS        PIC  9(03) VALUE 31.
      *    DATECALC CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    A GRANT YEAR ENDS THE DAY BEFORE THE GRANT'S FIRST
      *    ANNIVERSARY; A 29 FEBRUARY GRANT ROLLS TO 28 FEBRUARY
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
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-DAYS-LEFT            PIC S9(05).
       01  WS-DAYS-SINCE           PIC S9(05).
       01  WS-SHORT-BY             PIC  9(02)V9.
       01  WS-OBLIG-FLAG           PIC  X(08).
       01  WS-ROWS-SCANNED         PIC  9(06) VALUE ZERO.
       01  WS-ROWS-LISTED          PIC  9(06) VALUE ZERO.
       01  WS-SHORT-COUNT          PIC  9(06) VALUE ZERO.
       01  WS-URGENT-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-MISSED-COUNT         PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./leave5rpt.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-PREV-DEPT            PIC  9(03) VALUE 999.
       01  WS-DEPT-HDR             PIC  X(20).
       01  D-OBLIG-LINE.
           05  D-OL-FLAG           PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-OL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-OL-GRANT-DATE     PIC  9(08).
           05  FILLER              PIC  X(02).
           05  D-OL-YEAR-END       PIC  9(08).
           05  FILLER              PIC  X(02).
           05  D-OL-DAYS-LEFT      PIC  ZZZ9.
           05  FILLER              PIC  X(02).
           05  D-OL-TAKEN          PIC  Z9.9.
           05  FILLER              PIC  X(02).
           05  D-OL-SHORT-BY       PIC  Z9.9.
       01  D-MIN-DAYS              PIC  Z9.9.
       01  D-LIST-DAYS             PIC  ZZ9.
       01  D-WARN-DAYS             PIC  ZZ9.
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
           COPY "LEAVEREC.CPY".
       01  LV-RUN-DATE             PIC  9(08).
       01  LV-FROM-DATE            PIC  9(08).
       01  LV-YEAR-END             PIC  9(08).
       01  LV-YEAR-TAKEN           PIC  9(03)V9.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LEAVE5RPT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE
                                             LV-RUN-DATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** LEAVE5RPT: RUN COMPANY " WS-CO-CODE
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

      *    ONLY GRANTS WHOSE YEAR IS STILL OPEN, OR CLOSED INSIDE THE
      *    LOOKBACK, CAN APPEAR -- A YEAR AND THE LOOKBACK AGO IS THE
      *    OLDEST GRANT DATE WORTH FETCHING
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-RUN-DATE        TO   WS-DC-DATE-1.
           COMPUTE WS-DC-DAYS = ZERO - 366 - WS-LOOKBACK-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   LV-FROM-DATE.

           PERFORM OPEN-OBLIG-SPOOL.

      *    LEAVERS DROP OUT -- THE OBLIGATION ENDS WITH THE EMPLOYMENT
           EXEC SQL
               DECLARE CL1 CURSOR FOR
               SELECT G.EMP_NO, E.EMP_NAME, E.EMP_DEPT,
                      G.GRANT_DATE, G.DAYS_GRANTED
                      FROM LEAVE_GRANT G, EMP E
                      WHERE E.EMP_NO = G.EMP_NO
                        AND G.DAYS_GRANTED >= 10
                        AND G.GRANT_DATE <= :LV-RUN-DATE
                        AND G.GRANT_DATE > :LV-FROM-DATE
                        AND COALESCE(E.EMP_STATUS, 'A') <> 'T'
                        AND E.COMPANY_CD = :RUN-COMPANY
                      ORDER BY E.EMP_DEPT, G.EMP_NO, G.GRANT_DATE
           END-EXEC.
           EXEC SQL
               OPEN CL1
           END-EXEC.
           EXEC SQL
               FETCH CL1 INTO :LG-EMP-NO, :EMP-NAME, :EMP-DEPT,
                              :LG-GRANT-DATE, :LG-DAYS-GRANTED
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
                      OR WS-AUDIT-STATUS = "FAIL"
               ADD  1               TO   WS-ROWS-SCANNED
               PERFORM CHECK-ONE-GRANT
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   EXEC SQL
                       FETCH CL1 INTO :LG-EMP-NO, :EMP-NAME,
                                      :EMP-DEPT, :LG-GRANT-DATE,
                                      :LG-DAYS-GRANTED
                   END-EXEC
               END-IF
           END-PERFORM.
           IF  SQLCODE < ZERO AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CL1
           END-EXEC.

           PERFORM PRINT-OBLIG-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** LEAVE5RPT FINISHED -- " WS-SHORT-COUNT
                   " SHORT, " WS-URGENT-COUNT " URGENT, "
                   WS-MISSED-COUNT " MISSED ***".
      *    A YEAR ABOUT TO CLOSE SHORT, OR ONE THAT ALREADY HAS, IS
      *    A BREACH IN THE MAKING -- THE STEP WARNS
           IF  (WS-URGENT-COUNT > ZERO OR WS-MISSED-COUNT > ZERO)
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
       CHECK-ONE-GRANT.
      ******************************************************************
      *    GRANT YEAR = GRANT DATE TO THE DAY BEFORE ITS ANNIVERSARY
           MOVE  LG-GRANT-DATE      TO   WS-AM-DATE.
           MOVE  12                 TO   WS-AM-MONTHS.
           PERFORM ADD-MONTHS-TO-DATE.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-AM-DATE         TO   WS-DC-DATE-1.
           MOVE  -1                 TO   WS-DC-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   LV-YEAR-END.
      *    EVERY DAY TAKEN INSIDE THE GRANT YEAR COUNTS, WHICHEVER
      *    GRANT IT WAS CHARGED TO
           EXEC SQL
               SELECT COALESCE(SUM(DAYS), 0)
                      INTO :LV-YEAR-TAKEN
                      FROM LEAVE_TAKEN
                      WHERE EMP_NO = :LG-EMP-NO
                        AND TAKEN_DATE >= :LG-GRANT-DATE
                        AND TAKEN_DATE <= :LV-YEAR-END
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
           IF  LV-YEAR-TAKEN < WS-MIN-DAYS
               MOVE  SPACES         TO   WS-OBLIG-FLAG
               MOVE  ZERO           TO   WS-DAYS-LEFT
               IF  LV-YEAR-END < WS-RUN-DATE
                   MOVE  "DIFF"     TO   WS-DC-FUNCTION
                   MOVE  LV-YEAR-END     TO   WS-DC-DATE-1
                   MOVE  WS-RUN-DATE     TO   WS-DC-DATE-2
                   PERFORM CALL-DATECALC
                   MOVE  WS-DC-DAYS TO   WS-DAYS-SINCE
                   IF  WS-DAYS-SINCE NOT > WS-LOOKBACK-DAYS
                       MOVE  "MISSED"    TO   WS-OBLIG-FLAG
                       ADD  1       TO   WS-MISSED-COUNT
                   END-IF
               ELSE
                   MOVE  "DIFF"     TO   WS-DC-FUNCTION
                   MOVE  WS-RUN-DATE     TO   WS-DC-DATE-1
                   MOVE  LV-YEAR-END     TO   WS-DC-DATE-2
                   PERFORM CALL-DATECALC
                   MOVE  WS-DC-DAYS TO   WS-DAYS-LEFT
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                           MOVE  "URGENT"    TO   WS-OBLIG-FLAG
                           ADD  1   TO   WS-URGENT-COUNT
                       WHEN WS-DAYS-LEFT NOT > WS-LIST-DAYS
                           MOVE  "SHORT"     TO   WS-OBLIG-FLAG
                           ADD  1   TO   WS-SHORT-COUNT
                   END-EVALUATE
               END-IF
               IF  WS-OBLIG-FLAG NOT = SPACES
                   PERFORM PRINT-OBLIG-LINE
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       PRINT-OBLIG-LINE.
      ******************************************************************
      *    NEW DEPARTMENT STARTS ITS OWN BLOCK -- THE BREAK FIELD IS
      *    EMP_DEPT, SAME AS EMPRPT'S CONTROL GROUP
           IF  EMP-DEPT NOT = WS-PREV-DEPT
               MOVE  EMP-DEPT       TO   WS-PREV-DEPT
               MOVE  SPACES         TO   WS-DEPT-HDR
               STRING "DEPT " EMP-DEPT
                   DELIMITED BY SIZE INTO WS-DEPT-HDR
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  WS-DEPT-HDR    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           ADD  1                   TO   WS-ROWS-LISTED.
           COMPUTE WS-SHORT-BY = WS-MIN-DAYS - LV-YEAR-TAKEN.
           MOVE  SPACES             TO   D-OBLIG-LINE.
           MOVE  WS-OBLIG-FLAG      TO   D-OL-FLAG.
           MOVE  LG-EMP-NO          TO   D-OL-EMP-NO.
           MOVE  LG-GRANT-DATE      TO   D-OL-GRANT-DATE.
           MOVE  LV-YEAR-END        TO   D-OL-YEAR-END.
           MOVE  WS-DAYS-LEFT       TO   D-OL-DAYS-LEFT.
           MOVE  LV-YEAR-TAKEN      TO   D-OL-TAKEN.
           MOVE  WS-SHORT-BY        TO   D-OL-SHORT-BY.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-OBLIG-LINE "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

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
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       OPEN-OBLIG-SPOOL.
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
           STRING "FIVE-DAY PAID LEAVE OBLIGATION WATCH  (RUN "
                  WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-MIN-DAYS        TO   D-MIN-DAYS.
           MOVE  WS-LIST-DAYS       TO   D-LIST-DAYS.
           MOVE  WS-WARN-DAYS       TO   D-WARN-DAYS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-MIN-DAYS " DAYS DUE PER GRANT YEAR; SHORT FROM "
                  D-LIST-DAYS " DAYS LEFT, URGENT FROM "
                  D-WARN-DAYS
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "STATUS    NO    GRANTED   YEAR END  LEFT  TAKEN"
                                    TO   WS-DETAIL-LINE.
           MOVE  "SHORT NAME"       TO   WS-DETAIL-LINE(49:10).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-OBLIG-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-ROWS-SCANNED " GRANT YEAR(S) CHECKED, "
                  WS-SHORT-COUNT " SHORT, " WS-URGENT-COUNT
                  " URGENT, " WS-MISSED-COUNT " MISSED"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "*** RUN FAILED -- LISTING IS INCOMPLETE ***"
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
           MOVE  "LEAVE5-MIN-DAYS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-MIN-DAYS
           END-IF.
           MOVE  "LEAVE5-LIST-DAYS" TO  WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-LIST-DAYS
           END-IF.
           MOVE  "LEAVE5-WARN-DAYS" TO  WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-WARN-DAYS
           END-IF.
           MOVE  "LEAVE5-LOOKBACK" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-LOOKBACK-DAYS
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
               DISPLAY "*** LEAVE5RPT: RUNNING FOR COMPANY " WS-CO-CODE
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
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-ROWS-LISTED, WS-AUDIT-STATUS.
      ******************************************************************
