      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  OTCAPRPT --- monthly overtime-cap watch: sums each employee's
      *               overtime and holiday hours off the validated
      *               timecards (TIMECARD.CHK, see TCEDIT) for the
      *               attendance period and lists, broken by EMP_DEPT,
      *               everyone approaching or over the monthly
      *               overtime cap of the labour-management (Article
      *               36) agreement, or at the absolute limit on
      *               overtime plus holiday work -- caps and warning
      *               percentage from SHOPCNFG.DAT.  Spooled through
      *               VIRTUAL-PRINTER for the monthly pack.  Run
      *               per group company, off that company's cards
      *               and employees, onto its own spool.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OTCAPRPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    VALIDATED ATTENDANCE CARDS -- THE SAME HOURS EMPPAYX PAYS
           SELECT TCARD-FILE       ASSIGN TO DYNAMIC WS-TCARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCARD-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TCARD-FILE.
       01  TCARD-REC.
           05  TCD-EMP-NO          PIC  9(04).
           05  TCD-WORK-DATE.
               10  TCD-WORK-PERIOD PIC  9(06).
               10  TCD-WORK-DD     PIC  9(02).
           05  TCD-REG-HOURS       PIC  9(02)V9(02).
           05  TCD-OT-HOURS        PIC  9(02)V9(02).
           05  TCD-NIGHT-HOURS     PIC  9(02)V9(02).
           05  TCD-HOL-HOURS       PIC  9(02)V9(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "OTCAPRPT".
       01  WS-TCARD-STATUS         PIC  X(02).
           88  WS-TCARD-OK         VALUE "00".
           88  WS-TCARD-EOF        VALUE "10".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    ARTICLE 36 CAPS -- OVERTIME PER MONTH, AND THE ABSOLUTE
      *    LIMIT ON OVERTIME PLUS HOLIDAY WORK IN ANY MONTH; ANYONE AT
      *    THE WARNING PERCENTAGE OF THE MONTHLY CAP IS LISTED EARLY
       01  WS-CAP-MONTH-HOURS      PIC  9(03)V9(02) VALUE 45.
       01  WS-CAP-LIMIT-HOURS      PIC  9(03)V9(02) VALUE 100.
       01  WS-CAP-WARN-PCT         PIC  9(03) VALUE 80.
       01  WS-CAP-WARN-HOURS       PIC  9(03)V9(02).
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-TC-PERIOD            PIC  9(06).
      *    THE PERIOD'S HOURS PER EMPLOYEE
       01  WS-TC-TABLE.
           05  WS-TC-CNT           PIC  9(04) VALUE ZERO.
           05  WS-TC-ENTRY         OCCURS 2000.
               10  WS-TC-EMP-NO    PIC  9(04).
               10  WS-TC-OT-HOURS  PIC  9(03)V9(02).
               10  WS-TC-HOL-HOURS PIC  9(03)V9(02).
               10  WS-TC-DAYS      PIC  9(02).
               10  WS-TC-USED-FLAG PIC  X.
       01  WS-TC-IDX               PIC  9(04).
       01  WS-TC-HIT               PIC  9(04) VALUE ZERO.
       01  WS-TOTAL-HOURS          PIC  9(03)V9(02).
       01  WS-CAP-FLAG             PIC  X(10).
       01  WS-CARDS-READ           PIC  9(06) VALUE ZERO.
       01  WS-ROWS-SCANNED         PIC  9(06) VALUE ZERO.
       01  WS-ROWS-LISTED          PIC  9(06) VALUE ZERO.
       01  WS-NEAR-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-OVER-COUNT           PIC  9(06) VALUE ZERO.
       01  WS-LIMIT-COUNT          PIC  9(06) VALUE ZERO.
       01  WS-UNMATCHED            PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-TCARD-NAME           PIC  X(40) VALUE "TIMECARD.CHK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./otcaprpt.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-PREV-DEPT            PIC  9(03) VALUE 999.
       01  WS-DEPT-HDR             PIC  X(20).
       01  D-CAP-LINE.
           05  D-CL-FLAG           PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-CL-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-CL-OT             PIC  ZZ9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-HOL            PIC  ZZ9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-TOTAL          PIC  ZZ9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-DAYS           PIC  Z9.
       01  D-CAP-HOURS             PIC  ZZ9.99.
       01  D-CAP-WARN              PIC  ZZ9.99.
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
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** OTCAPRPT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.

      *    CREDENTIALS, THE CAPS AND THE ATTENDANCE PERIOD COME FROM
      *    THE SHOP CONFIGURATION SERVICE, WITH BUILT-IN DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** OTCAPRPT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TIMECARD-HOURS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CAP-SPOOL.

      *    EVERY EMP ROW, LEAVERS INCLUDED -- HOURS WORKED BEFORE
      *    LEAVING STILL COUNT AGAINST THE CAP
           EXEC SQL
               DECLARE CO1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_DEPT
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_DEPT, EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CO1
           END-EXEC.
           EXEC SQL
               FETCH CO1 INTO :EMP-NO, :EMP-NAME, :EMP-DEPT
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-ROWS-SCANNED
               PERFORM CHECK-ONE-EMPLOYEE
               EXEC SQL
                   FETCH CO1 INTO :EMP-NO, :EMP-NAME, :EMP-DEPT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CO1
           END-EXEC.

           PERFORM PRINT-UNMATCHED-CARDS.
           PERFORM PRINT-CAP-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** OTCAPRPT FINISHED -- PERIOD " WS-TC-PERIOD
                   ": " WS-NEAR-COUNT " NEAR, " WS-OVER-COUNT
                   " OVER CAP, " WS-LIMIT-COUNT " AT LIMIT ***".
      *    ANYONE OVER A CAP IS A BREACH OF THE AGREEMENT -- THE STEP
      *    WARNS SO THE MORNING SHIFT SEES IT
           IF  (WS-OVER-COUNT > ZERO OR WS-LIMIT-COUNT > ZERO)
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
       LOAD-TIMECARD-HOURS.
      ******************************************************************
           OPEN INPUT TCARD-FILE.
           IF  NOT WS-TCARD-OK
               DISPLAY "*** OTCAPRPT: NO TIMECARD.CHK, STATUS "
                       WS-TCARD-STATUS " -- NO HOURS TO CHECK ***"
           ELSE
               PERFORM UNTIL WS-TCARD-EOF
                   READ TCARD-FILE
                       AT END
                           SET WS-TCARD-EOF TO TRUE
                       NOT AT END
                           IF  TCD-WORK-PERIOD = WS-TC-PERIOD
                               ADD  1   TO   WS-CARDS-READ
                               PERFORM NOTE-TIMECARD-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TCARD-FILE
           END-IF.

      ******************************************************************
       NOTE-TIMECARD-HOURS.
      ******************************************************************
      *    CARDS COME GROUPED BY EMPLOYEE, SO THE LAST ENTRY IS TRIED
      *    BEFORE THE TABLE IS SEARCHED
           MOVE  ZERO               TO   WS-TC-HIT.
           IF  WS-TC-CNT > ZERO
           AND WS-TC-EMP-NO(WS-TC-CNT) = TCD-EMP-NO
               MOVE  WS-TC-CNT      TO   WS-TC-HIT
           END-IF.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
                      OR WS-TC-HIT > ZERO
               IF  WS-TC-EMP-NO(WS-TC-IDX) = TCD-EMP-NO
                   MOVE  WS-TC-IDX  TO   WS-TC-HIT
               END-IF
           END-PERFORM.
           IF  WS-TC-HIT = ZERO
               IF  WS-TC-CNT < 2000
                   ADD  1           TO   WS-TC-CNT
                   MOVE  WS-TC-CNT  TO   WS-TC-HIT
                   MOVE  TCD-EMP-NO TO   WS-TC-EMP-NO(WS-TC-HIT)
                   MOVE  ZERO       TO   WS-TC-OT-HOURS(WS-TC-HIT)
                                         WS-TC-HOL-HOURS(WS-TC-HIT)
                                         WS-TC-DAYS(WS-TC-HIT)
                   MOVE  "N"        TO   WS-TC-USED-FLAG(WS-TC-HIT)
               ELSE
                   DISPLAY "*** OTCAPRPT: MORE THAN 2000 EMPLOYEES ON "
                           "TIMECARD.CHK -- EMP_NO " TCD-EMP-NO
                           " NOT CHECKED ***"
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           IF  WS-TC-HIT > ZERO
               ADD  TCD-OT-HOURS    TO   WS-TC-OT-HOURS(WS-TC-HIT)
               ADD  TCD-HOL-HOURS   TO   WS-TC-HOL-HOURS(WS-TC-HIT)
               IF  TCD-HOL-HOURS > ZERO
                   ADD  1           TO   WS-TC-DAYS(WS-TC-HIT)
               END-IF
           END-IF.

      ******************************************************************
       OPEN-CAP-SPOOL.
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
           STRING "OVERTIME CAP WATCH FOR PERIOD " WS-TC-PERIOD
                  "  (RUN " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CAP-MONTH-HOURS TO   D-CAP-HOURS.
           MOVE  WS-CAP-WARN-HOURS  TO   D-CAP-WARN.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "MONTHLY OVERTIME CAP " D-CAP-HOURS
                  " HRS, LISTED FROM " D-CAP-WARN " HRS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CAP-LIMIT-HOURS TO   D-CAP-HOURS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING "OVERTIME PLUS HOLIDAY WORK MUST STAY UNDER "
                  D-CAP-HOURS " HRS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "STATUS      NO    OVERTIME  HOLIDAY    TOTAL"
                                    TO   WS-DETAIL-LINE.
           MOVE  "HD  NAME"         TO   WS-DETAIL-LINE(49:8).
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       CHECK-ONE-EMPLOYEE.
      ******************************************************************
           MOVE  ZERO               TO   WS-TC-HIT.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
                      OR WS-TC-HIT > ZERO
               IF  WS-TC-EMP-NO(WS-TC-IDX) = EMP-NO
                   MOVE  WS-TC-IDX  TO   WS-TC-HIT
                   MOVE  "Y"        TO   WS-TC-USED-FLAG(WS-TC-IDX)
               END-IF
           END-PERFORM.
           IF  WS-TC-HIT > ZERO
               COMPUTE WS-TOTAL-HOURS = WS-TC-OT-HOURS(WS-TC-HIT)
                                      + WS-TC-HOL-HOURS(WS-TC-HIT)
               MOVE  SPACES         TO   WS-CAP-FLAG
      *        WORST CONDITION FIRST -- ONE LINE PER EMPLOYEE
               EVALUATE TRUE
                   WHEN WS-TOTAL-HOURS NOT < WS-CAP-LIMIT-HOURS
                       MOVE  "AT LIMIT"     TO   WS-CAP-FLAG
                       ADD  1       TO   WS-LIMIT-COUNT
                   WHEN WS-TC-OT-HOURS(WS-TC-HIT) > WS-CAP-MONTH-HOURS
                       MOVE  "OVER CAP"     TO   WS-CAP-FLAG
                       ADD  1       TO   WS-OVER-COUNT
                   WHEN WS-TC-OT-HOURS(WS-TC-HIT)
                        NOT < WS-CAP-WARN-HOURS
                       MOVE  "NEAR CAP"     TO   WS-CAP-FLAG
                       ADD  1       TO   WS-NEAR-COUNT
               END-EVALUATE
               IF  WS-CAP-FLAG NOT = SPACES
                   PERFORM PRINT-CAP-LINE
               END-IF
           END-IF.

      ******************************************************************
       PRINT-CAP-LINE.
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
           MOVE  SPACES             TO   D-CAP-LINE.
           MOVE  WS-CAP-FLAG        TO   D-CL-FLAG.
           MOVE  EMP-NO             TO   D-CL-EMP-NO.
           MOVE  WS-TC-OT-HOURS(WS-TC-HIT)  TO   D-CL-OT.
           MOVE  WS-TC-HOL-HOURS(WS-TC-HIT) TO   D-CL-HOL.
           MOVE  WS-TOTAL-HOURS     TO   D-CL-TOTAL.
           MOVE  WS-TC-DAYS(WS-TC-HIT)      TO   D-CL-DAYS.
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                 WS-NAME-DISP-LEN, WS-NAME-TRIM-CELLS.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING D-CAP-LINE "  "
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-UNMATCHED-CARDS.
      ******************************************************************
      *    HOURS BOOKED TO AN EMP_NO EMP DOES NOT KNOW -- THE CAP
      *    CANNOT BE PLACED IN A DEPARTMENT, BUT THE HOURS ARE SHOWN
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT
               IF  WS-TC-USED-FLAG(WS-TC-IDX) = "N"
                   IF  WS-UNMATCHED = ZERO
                       MOVE  SPACES TO   PA-BUFFER
                       PERFORM PRINT-A-LINE
                       MOVE  "TIMECARDS FOR EMP_NO NOT ON EMP"
                                    TO   PA-BUFFER
                       PERFORM PRINT-A-LINE
                   END-IF
                   ADD  1           TO   WS-UNMATCHED
                   MOVE  SPACES     TO   D-CAP-LINE
                   MOVE  "UNKNOWN"  TO   D-CL-FLAG
                   MOVE  WS-TC-EMP-NO(WS-TC-IDX)    TO   D-CL-EMP-NO
                   MOVE  WS-TC-OT-HOURS(WS-TC-IDX)  TO   D-CL-OT
                   MOVE  WS-TC-HOL-HOURS(WS-TC-IDX) TO   D-CL-HOL
                   COMPUTE WS-TOTAL-HOURS = WS-TC-OT-HOURS(WS-TC-IDX)
                                          + WS-TC-HOL-HOURS(WS-TC-IDX)
                   MOVE  WS-TOTAL-HOURS TO   D-CL-TOTAL
                   MOVE  WS-TC-DAYS(WS-TC-IDX)      TO   D-CL-DAYS
                   MOVE  D-CAP-LINE TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
       PRINT-CAP-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-CARDS-READ " TIMECARD(S) FOR " WS-TC-CNT
                  " EMPLOYEE(S) IN PERIOD " WS-TC-PERIOD
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   WS-DETAIL-LINE.
           STRING WS-NEAR-COUNT " NEAR CAP, " WS-OVER-COUNT
                  " OVER CAP, " WS-LIMIT-COUNT " AT LIMIT, "
                  WS-UNMATCHED " UNKNOWN EMP_NO"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           MOVE  WS-DETAIL-LINE     TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

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
           MOVE  "OTCAP-MONTH-HOURS"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-CAP-MONTH-HOURS
           END-IF.
           MOVE  "OTCAP-LIMIT-HOURS"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-CAP-LIMIT-HOURS
           END-IF.
           MOVE  "OTCAP-WARN-PCT"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-CAP-WARN-PCT
           END-IF.
           COMPUTE WS-CAP-WARN-HOURS ROUNDED =
                   WS-CAP-MONTH-HOURS * WS-CAP-WARN-PCT / 100.
      *    THE SAME ATTENDANCE PERIOD EMPPAYX PAYS THE PREMIUMS FOR
           MOVE  WS-RUN-DATE(1:6)  TO   WS-TC-PERIOD.
           MOVE  "TIMECARD-PERIOD" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:6) NUMERIC
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-TC-PERIOD
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
               DISPLAY "*** OTCAPRPT: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-TCARD-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TCARD-NAME
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
