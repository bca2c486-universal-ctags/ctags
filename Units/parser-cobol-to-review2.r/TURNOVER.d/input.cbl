      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TURNOVER --- monthly turnover and tenure report: for each
      *               EMP_DEPT and each grade, the opening headcount
      *               on the first of the month, hires, leavers,
      *               transfers in and out, the closing headcount on
      *               the last day, and the rolling twelve-month
      *               turnover rate (leavers over the twelve months to
      *               the month end, against the average of the
      *               headcount twelve months ago and now).  Hire and
      *               termination dates come from EMP; where somebody
      *               stood on a given day is worked back from the
      *               department and grade changes on EMP_HISTORY, so
      *               a transfer counts out of one department and into
      *               the other (grade changes count as moves between
      *               grades).  A tenure section bands the closing
      *               headcount of each department by completed years
      *               of service, with the average length of service
      *               counted in days through DATECALC.  A department
      *               whose turnover rate exceeds TURNOVER-WARN-PCT
      *               in SHOPCNFG.DAT is flagged and the run ends with
      *               a warning.  The month is TURNOVER-PERIOD (YYYYMM)
      *               or the current month, as XFERRPT takes its
      *               period.  Spooled through VIRTUAL-PRINTER and
      *               delivered with the monthly pack through
      *               DISTMTRX.DAT.  Runs for the company on the run
      *               card.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TURNOVER.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "TURNOVER".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    REPORTING MONTH (YYYYMM) AND THE RATE ABOVE WHICH A
      *    DEPARTMENT'S TWELVE-MONTH TURNOVER IS FLAGGED
       01  WS-TO-PERIOD            PIC  9(06).
       01  WS-WARN-PCT             PIC  9(03)V9(02) VALUE 15.
       01  D-PERIOD                PIC  9999/99.
       01  D-DATE                  PIC  9999/99/99.
       01  D-WARN-PCT              PIC  ZZ9.99.
      *    FIRST AND LAST DAY OF THE MONTH, AND THE FIRST DAY OF THE
      *    TWELVE-MONTH WINDOW ENDING WITH IT
       01  WS-MONTH-START          PIC  9(08).
       01  WS-MONTH-END            PIC  9(08).
       01  WS-WINDOW-START         PIC  9(08).
       01  WS-YMD-WORK             PIC  9(08).
       01  WS-YMD-WORK-R           REDEFINES WS-YMD-WORK.
           05  WS-YW-YYYY          PIC  9(04).
           05  WS-YW-MM            PIC  9(02).
           05  WS-YW-DD            PIC  9(02).
      *    DATECALC CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    TENURE BANDS BY COMPLETED YEARS OF SERVICE AT THE MONTH
      *    END -- SOMEBODY HIRED ON OR BEFORE A BAND'S CUT-OFF DATE
      *    HAS SERVED AT LEAST ITS YEARS
       01  WS-BAND-YEARS-LIST      PIC  X(10) VALUE "0103051020".
       01  WS-BAND-YEARS-R         REDEFINES WS-BAND-YEARS-LIST.
           05  WS-BAND-YEARS       OCCURS 5 PIC 9(02).
       01  WS-BAND-CUT-TABLE.
           05  WS-BAND-CUT         OCCURS 5 PIC 9(08).
       01  WS-BAND-IDX             PIC  9(02).
       01  WS-BAND-HIT             PIC  9(02).
      *    THE COMPANY'S EMPLOYEES -- WHERE EACH STOOD AT THE START
      *    OF THE WINDOW, THE START OF THE MONTH AND THE END OF IT
       01  WS-TO-EMP-TABLE.
           05  WS-TO-EMP-CNT       PIC  9(04) VALUE ZERO.
           05  WS-TO-EMP           OCCURS 3000.
               10  TE-EMP-NO       PIC  9(04).
               10  TE-HIRE-DATE    PIC  9(08).
               10  TE-TERM-DATE    PIC  9(08).
               10  TE-DEPT-CUR     PIC  9(03).
               10  TE-GRADE-CUR    PIC  9(02).
               10  TE-DEPT-AT      OCCURS 3 PIC 9(03).
               10  TE-DEPT-SET     OCCURS 3 PIC X.
               10  TE-GRADE-AT     OCCURS 3 PIC 9(02).
               10  TE-GRADE-SET    OCCURS 3 PIC X.
       01  WS-TO-EMP-MAX           PIC  9(04) VALUE 3000.
       01  WS-TE-IDX               PIC  9(04).
       01  WS-TE-HIT               PIC  9(04).
      *    THE THREE POINTS IN TIME -- 1 WINDOW START, 2 MONTH START,
      *    3 MONTH END (A CHANGE ON ITS DAY COUNTS FROM THAT DAY)
       01  WS-AT-IDX               PIC  9.
       01  WS-AT-DATE              OCCURS 3 PIC 9(08).
       01  WS-HIST-DATE            PIC  9(08).
      *    PER DEPARTMENT (DEPT NO + 1) AND PER GRADE (GRADE + 1) --
      *    THE SAME COUNTS IN THE SAME ORDER EVERYWHERE, SO ANY SET
      *    MOVES INTO THE PRINT LINE'S.  TENURE BAND 1 IS UNDER A
      *    YEAR ... BAND 6 TWENTY YEARS AND OVER, BAND 7 NO HIRE DATE
       01  WS-DEPT-TABLE.
           05  WS-TD-ENTRY         OCCURS 1000.
               10  TD-NAME         PIC  X(30).
               10  TD-COUNTS.
                   15  TD-OPENING  PIC  9(05).
                   15  TD-HIRES    PIC  9(05).
                   15  TD-LEAVERS  PIC  9(05).
                   15  TD-IN       PIC  9(05).
                   15  TD-OUT      PIC  9(05).
                   15  TD-CLOSING  PIC  9(05).
                   15  TD-WIN-START PIC  9(05).
                   15  TD-WIN-LEAVERS PIC  9(05).
                   15  TD-BAND     OCCURS 7 PIC 9(05).
                   15  TD-SERVICE-DAYS PIC  9(09).
                   15  TD-SERVICE-CNT PIC  9(05).
       01  WS-GRADE-TABLE.
           05  WS-TG-ENTRY         OCCURS 100.
               10  TG-COUNTS.
                   15  TG-OPENING  PIC  9(05).
                   15  TG-HIRES    PIC  9(05).
                   15  TG-LEAVERS  PIC  9(05).
                   15  TG-IN       PIC  9(05).
                   15  TG-OUT      PIC  9(05).
                   15  TG-CLOSING  PIC  9(05).
                   15  TG-WIN-START PIC  9(05).
                   15  TG-WIN-LEAVERS PIC  9(05).
                   15  TG-BAND     OCCURS 7 PIC 9(05).
                   15  TG-SERVICE-DAYS PIC  9(09).
                   15  TG-SERVICE-CNT PIC  9(05).
       01  WS-ALL-COUNTS.
           05  TA-OPENING          PIC  9(05).
           05  TA-HIRES            PIC  9(05).
           05  TA-LEAVERS          PIC  9(05).
           05  TA-IN               PIC  9(05).
           05  TA-OUT              PIC  9(05).
           05  TA-CLOSING          PIC  9(05).
           05  TA-WIN-START        PIC  9(05).
           05  TA-WIN-LEAVERS      PIC  9(05).
           05  TA-BAND             OCCURS 7 PIC 9(05).
           05  TA-SERVICE-DAYS     PIC  9(09).
           05  TA-SERVICE-CNT      PIC  9(05).
       01  WS-TD-IDX               PIC  9(04).
       01  WS-TG-IDX               PIC  9(04).
      *    ONE PRINTED LINE OF EITHER SECTION
       01  WS-LINE-KEY             PIC  X(03).
       01  WS-LINE-NAME            PIC  X(20).
       01  WS-SECTION-TITLE        PIC  X(60).
       01  WS-LINE-COUNTS.
           05  TL-OPENING          PIC  9(05).
           05  TL-HIRES            PIC  9(05).
           05  TL-LEAVERS          PIC  9(05).
           05  TL-IN               PIC  9(05).
           05  TL-OUT              PIC  9(05).
           05  TL-CLOSING          PIC  9(05).
           05  TL-WIN-START        PIC  9(05).
           05  TL-WIN-LEAVERS      PIC  9(05).
           05  TL-BAND             OCCURS 7 PIC 9(05).
           05  TL-SERVICE-DAYS     PIC  9(09).
           05  TL-SERVICE-CNT      PIC  9(05).
       01  WS-LINE-AVG-HC          PIC  9(06)V9.
       01  WS-LINE-RATE            PIC  9(05)V9(02).
       01  WS-LINE-FLAG-OK         PIC  X.
       01  WS-AVG-YEARS            PIC  9(03)V9.
       01  D-TO-LINE.
           05  D-TO-KEY            PIC  X(03).
           05  FILLER              PIC  X.
           05  D-TO-NAME           PIC  X(20).
           05  FILLER              PIC  X.
           05  D-TO-OPENING        PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-TO-HIRES          PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-TO-LEAVERS        PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-TO-IN             PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-TO-OUT            PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-TO-CLOSING        PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(04).
           05  D-TO-WIN-START      PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(04).
           05  D-TO-WIN-LEAVERS    PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(04).
           05  D-TO-AVG-HC         PIC  ZZ,ZZ9.9.
           05  FILLER              PIC  X(02).
           05  D-TO-RATE           PIC  Z,ZZ9.99.
           05  D-TO-RATE-X         REDEFINES D-TO-RATE
                                   PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-TO-FLAG           PIC  X(06).
       01  D-TN-LINE.
           05  D-TN-KEY            PIC  X(03).
           05  FILLER              PIC  X.
           05  D-TN-NAME           PIC  X(20).
           05  FILLER              PIC  X.
           05  D-TN-BAND-GROUP     OCCURS 7.
               10  D-TN-BAND       PIC  ZZ,ZZ9.
               10  FILLER          PIC  X(02).
           05  FILLER              PIC  X(02).
           05  D-TN-AVG            PIC  ZZ9.9.
           05  D-TN-AVG-X          REDEFINES D-TN-AVG PIC X(05).
       01  WS-TO-COUNTS.
           05  WS-DEPTS-SHOWN      PIC  9(06) VALUE ZERO.
           05  WS-DEPTS-FLAGGED    PIC  9(06) VALUE ZERO.
           05  WS-EMP-DROPPED      PIC  9(06) VALUE ZERO.
           05  WS-NO-TERM-DATE     PIC  9(06) VALUE ZERO.
           05  WS-HIST-ROWS        PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./turnover.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
      *    ONE DEPARTMENT OR GRADE CHANGE OFF EMP_HISTORY
       01  TH-VARS.
           05  TH-EMP-NO           PIC  9(04).
           05  TH-EFF-DATE         PIC  9(08).
           05  TH-OLD-DEPT         PIC  9(03).
           05  TH-NEW-DEPT         PIC  9(03).
           05  TH-OLD-GRADE        PIC  9(02).
           05  TH-NEW-GRADE        PIC  9(02).
           05  TH-WINDOW-START     PIC  9(08).
       01  TO-DEPT-NO              PIC  9(03).
       01  TO-DEPT-NAME            PIC  X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TURNOVER STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** TURNOVER: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-REPORT-DATES.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-DEPT-TABLE WS-GRADE-TABLE WS-ALL-COUNTS.
           PERFORM LOAD-EMPLOYEES.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-HISTORY-CHANGES
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LOAD-DEPARTMENT-NAMES
           END-IF.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                       UNTIL WS-TE-IDX > WS-TO-EMP-CNT
                   PERFORM COUNT-ONE-EMPLOYEE
               END-PERFORM
               PERFORM PRINT-REPORT
           END-IF.

           DISPLAY "*** TURNOVER FINISHED -- PERIOD " WS-TO-PERIOD
                   ", " WS-DEPTS-SHOWN " DEPARTMENT(S), "
                   WS-DEPTS-FLAGGED " OVER THE WARNING RATE ***".
           IF  (WS-DEPTS-FLAGGED NOT = ZERO
                OR WS-EMP-DROPPED NOT = ZERO)
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
       SET-REPORT-DATES.
      ******************************************************************
      *    THE MONTH RUNS FROM ITS FIRST DAY TO THE DAY BEFORE THE
      *    NEXT MONTH'S FIRST; THE WINDOW OPENS ELEVEN MONTHS EARLIER
           COMPUTE WS-MONTH-START = WS-TO-PERIOD * 100 + 1.
           MOVE  WS-MONTH-START     TO   WS-YMD-WORK.
           IF  WS-YW-MM = 12
               MOVE  01             TO   WS-YW-MM
               ADD  1               TO   WS-YW-YYYY
           ELSE
               ADD  1               TO   WS-YW-MM
           END-IF.
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  WS-YMD-WORK        TO   WS-DC-DATE-1.
           MOVE  -1                 TO   WS-DC-DAYS.
           PERFORM CALL-DATECALC.
           MOVE  WS-DC-RESULT-DATE  TO   WS-MONTH-END.
           MOVE  WS-MONTH-START     TO   WS-YMD-WORK.
           IF  WS-YW-MM = 12
               MOVE  01             TO   WS-YW-MM
           ELSE
               ADD  1               TO   WS-YW-MM
               SUBTRACT  1          FROM WS-YW-YYYY
           END-IF.
           MOVE  WS-YMD-WORK        TO   WS-WINDOW-START
                                         TH-WINDOW-START.
           MOVE  WS-WINDOW-START    TO   WS-AT-DATE(1).
           MOVE  WS-MONTH-START     TO   WS-AT-DATE(2).
      *    THE MONTH END POINT IS THE DAY AFTER IT -- A CHANGE DATED
      *    THE LAST DAY IS ALREADY IN FORCE AT THE CLOSE
           MOVE  WS-DC-DATE-1       TO   WS-AT-DATE(3).
      *    TENURE CUT-OFF DATES -- THE MONTH END, SO MANY YEARS BACK
      *    (A 29 FEBRUARY LANDING ON A COMMON YEAR MOVES TO THE 28TH)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE  WS-MONTH-END   TO   WS-YMD-WORK
               SUBTRACT WS-BAND-YEARS(WS-BAND-IDX) FROM WS-YW-YYYY
               IF  WS-YW-MM = 02 AND WS-YW-DD = 29
                   MOVE  "DIFF"     TO   WS-DC-FUNCTION
                   MOVE  WS-YMD-WORK     TO   WS-DC-DATE-1
                                              WS-DC-DATE-2
                   PERFORM CALL-DATECALC
                   IF  WS-DC-STATUS NOT = "OK"
                       MOVE  28     TO   WS-YW-DD
                   END-IF
               END-IF
               MOVE  WS-YMD-WORK    TO   WS-BAND-CUT(WS-BAND-IDX)
           END-PERFORM.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       LOAD-EMPLOYEES.
      ******************************************************************
      *    LEAVERS STAY ON EMP WITH THEIR TERMINATION DATE, SO EVERY
      *    STATUS IS READ; ONE MARKED TERMINATED WITHOUT A DATE CANNOT
      *    BE PLACED IN TIME AND IS LEFT OUT
           EXEC SQL
               DECLARE TV1 CURSOR FOR
               SELECT EMP_NO, COALESCE(EMP_DEPT, 0),
                      COALESCE(EMP_GRADE, 0),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_STATUS, 'A')
                 FROM EMP
                WHERE COMPANY_CD = :RUN-COMPANY
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN TV1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH TV1
                        INTO :EMP-NO, :EMP-DEPT, :EMP-GRADE,
                             :EMP-HIRE-DATE, :EMP-TERM-DATE,
                             :EMP-STATUS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN EMP-STATUS = "T" AND EMP-TERM-DATE = ZERO
                           ADD  1       TO   WS-NO-TERM-DATE
                       WHEN OTHER
                           PERFORM KEEP-ONE-EMPLOYEE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE TV1
               END-EXEC
           END-IF.

      ******************************************************************
       KEEP-ONE-EMPLOYEE.
      ******************************************************************
           IF  WS-TO-EMP-CNT NOT < WS-TO-EMP-MAX
               ADD  1               TO   WS-EMP-DROPPED
           ELSE
               ADD  1               TO   WS-TO-EMP-CNT
               MOVE  WS-TO-EMP-CNT  TO   WS-TE-IDX
               INITIALIZE WS-TO-EMP(WS-TE-IDX)
               MOVE  EMP-NO         TO   TE-EMP-NO(WS-TE-IDX)
               MOVE  EMP-HIRE-DATE  TO   TE-HIRE-DATE(WS-TE-IDX)
               MOVE  EMP-TERM-DATE  TO   TE-TERM-DATE(WS-TE-IDX)
               MOVE  EMP-DEPT       TO   TE-DEPT-CUR(WS-TE-IDX)
               MOVE  EMP-GRADE      TO   TE-GRADE-CUR(WS-TE-IDX)
           END-IF.

      ******************************************************************
       LOAD-HISTORY-CHANGES.
      ******************************************************************
      *    EVERY DEPARTMENT OR GRADE CHANGE SINCE THE WINDOW OPENED,
      *    EACH EMPLOYEE'S IN THE ORDER THEY TOOK EFFECT.  THE FIRST
      *    CHANGE ON OR AFTER A POINT IN TIME TELLS WHERE THE
      *    EMPLOYEE STOOD AT IT (ITS OLD VALUE); WITH NONE, EMP'S
      *    CURRENT VALUE STILL HELD.  A HIRE'S IMAGE (OLD VALUE ZERO)
      *    AND IMAGES WRITTEN BEFORE THE VALUE WAS RECORDED (NULL)
      *    ARE NOT CHANGES
           EXEC SQL
               DECLARE TV2 CURSOR FOR
               SELECT EMP_NO,
                      COALESCE(NULLIF(EFF_DATE, 0), CHG_DATE, 0),
                      COALESCE(OLD_DEPT, 0), COALESCE(NEW_DEPT, 0),
                      COALESCE(OLD_GRADE, 0), COALESCE(NEW_GRADE, 0)
                 FROM EMP_HISTORY
                WHERE COALESCE(COMPANY_CD, '01') = :RUN-COMPANY
                  AND COALESCE(NULLIF(EFF_DATE, 0), CHG_DATE, 0)
                        >= :TH-WINDOW-START
                  AND ((OLD_DEPT > 0 AND NEW_DEPT <> OLD_DEPT)
                    OR (OLD_GRADE > 0 AND NEW_GRADE <> OLD_GRADE))
                ORDER BY EMP_NO,
                      COALESCE(NULLIF(EFF_DATE, 0), CHG_DATE, 0),
                      CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN TV2
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH TV2
                        INTO :TH-EMP-NO, :TH-EFF-DATE,
                             :TH-OLD-DEPT, :TH-NEW-DEPT,
                             :TH-OLD-GRADE, :TH-NEW-GRADE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-HIST-ROWS
                           PERFORM APPLY-ONE-CHANGE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE TV2
               END-EXEC
           END-IF.

      ******************************************************************
       APPLY-ONE-CHANGE.
      ******************************************************************
           MOVE  ZERO               TO   WS-TE-HIT.
           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TO-EMP-CNT
                      OR WS-TE-HIT NOT = ZERO
               IF  TE-EMP-NO(WS-TE-IDX) = TH-EMP-NO
                   MOVE  WS-TE-IDX  TO   WS-TE-HIT
               END-IF
           END-PERFORM.
           IF  WS-TE-HIT NOT = ZERO
               MOVE  TH-EFF-DATE    TO   WS-HIST-DATE
               IF  TH-OLD-DEPT > ZERO AND TH-NEW-DEPT NOT = TH-OLD-DEPT
                   PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                           UNTIL WS-AT-IDX > 3
                       IF  WS-HIST-DATE NOT < WS-AT-DATE(WS-AT-IDX)
                       AND TE-DEPT-SET(WS-TE-HIT, WS-AT-IDX) NOT = "Y"
                           MOVE  TH-OLD-DEPT  TO
                                 TE-DEPT-AT(WS-TE-HIT, WS-AT-IDX)
                           MOVE  "Y"    TO
                                 TE-DEPT-SET(WS-TE-HIT, WS-AT-IDX)
                       END-IF
                   END-PERFORM
      *            WITHIN THE MONTH -- OUT OF ONE, INTO THE OTHER
                   IF  WS-HIST-DATE NOT < WS-MONTH-START
                   AND WS-HIST-DATE NOT > WS-MONTH-END
                       COMPUTE WS-TD-IDX = TH-OLD-DEPT + 1
                       ADD  1       TO   TD-OUT(WS-TD-IDX)
                       COMPUTE WS-TD-IDX = TH-NEW-DEPT + 1
                       ADD  1       TO   TD-IN(WS-TD-IDX)
                   END-IF
               END-IF
               IF  TH-OLD-GRADE > ZERO
               AND TH-NEW-GRADE NOT = TH-OLD-GRADE
                   PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                           UNTIL WS-AT-IDX > 3
                       IF  WS-HIST-DATE NOT < WS-AT-DATE(WS-AT-IDX)
                       AND TE-GRADE-SET(WS-TE-HIT, WS-AT-IDX)
                           NOT = "Y"
                           MOVE  TH-OLD-GRADE TO
                                 TE-GRADE-AT(WS-TE-HIT, WS-AT-IDX)
                           MOVE  "Y"    TO
                                 TE-GRADE-SET(WS-TE-HIT, WS-AT-IDX)
                       END-IF
                   END-PERFORM
                   IF  WS-HIST-DATE NOT < WS-MONTH-START
                   AND WS-HIST-DATE NOT > WS-MONTH-END
                       COMPUTE WS-TG-IDX = TH-OLD-GRADE + 1
                       ADD  1       TO   TG-OUT(WS-TG-IDX)
                       COMPUTE WS-TG-IDX = TH-NEW-GRADE + 1
                       ADD  1       TO   TG-IN(WS-TG-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       LOAD-DEPARTMENT-NAMES.
      ******************************************************************
           EXEC SQL
               DECLARE TV3 CURSOR FOR
               SELECT DEPT_NO, COALESCE(DEPT_NAME, ' ')
                 FROM DEPT
                WHERE COMPANY_CD = :RUN-COMPANY
                ORDER BY DEPT_NO
           END-EXEC.
           EXEC SQL
               OPEN TV3
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  "N"            TO   WS-CSR-EOF-FLAG
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH TV3 INTO :TO-DEPT-NO, :TO-DEPT-NAME
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "WARN"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           COMPUTE WS-TD-IDX = TO-DEPT-NO + 1
                           MOVE  TO-DEPT-NAME
                                    TO   TD-NAME(WS-TD-IDX)
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE TV3
               END-EXEC
           END-IF.

      ******************************************************************
       COUNT-ONE-EMPLOYEE.
      ******************************************************************
      *    WHERE THE EMPLOYEE STOOD WHEN NO LATER CHANGE SAYS
      *    OTHERWISE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > 3
               IF  TE-DEPT-SET(WS-TE-IDX, WS-AT-IDX) NOT = "Y"
                   MOVE  TE-DEPT-CUR(WS-TE-IDX)  TO
                         TE-DEPT-AT(WS-TE-IDX, WS-AT-IDX)
               END-IF
               IF  TE-GRADE-SET(WS-TE-IDX, WS-AT-IDX) NOT = "Y"
                   MOVE  TE-GRADE-CUR(WS-TE-IDX) TO
                         TE-GRADE-AT(WS-TE-IDX, WS-AT-IDX)
               END-IF
           END-PERFORM.
      *    ON THE PAYROLL WHEN THE WINDOW OPENED
           IF  TE-HIRE-DATE(WS-TE-IDX) < WS-WINDOW-START
           AND (TE-TERM-DATE(WS-TE-IDX) = ZERO
                OR TE-TERM-DATE(WS-TE-IDX) NOT < WS-WINDOW-START)
               COMPUTE WS-TD-IDX = TE-DEPT-AT(WS-TE-IDX, 1) + 1
               COMPUTE WS-TG-IDX = TE-GRADE-AT(WS-TE-IDX, 1) + 1
               ADD  1               TO   TD-WIN-START(WS-TD-IDX)
                                         TG-WIN-START(WS-TG-IDX)
                                         TA-WIN-START
           END-IF.
      *    OPENING -- ON THE PAYROLL ON THE FIRST OF THE MONTH
           IF  TE-HIRE-DATE(WS-TE-IDX) < WS-MONTH-START
           AND (TE-TERM-DATE(WS-TE-IDX) = ZERO
                OR TE-TERM-DATE(WS-TE-IDX) NOT < WS-MONTH-START)
               COMPUTE WS-TD-IDX = TE-DEPT-AT(WS-TE-IDX, 2) + 1
               COMPUTE WS-TG-IDX = TE-GRADE-AT(WS-TE-IDX, 2) + 1
               ADD  1               TO   TD-OPENING(WS-TD-IDX)
                                         TG-OPENING(WS-TG-IDX)
                                         TA-OPENING
           END-IF.
      *    HIRED IN THE MONTH -- INTO THE DEPARTMENT THEY STARTED IN
           IF  TE-HIRE-DATE(WS-TE-IDX) NOT < WS-MONTH-START
           AND TE-HIRE-DATE(WS-TE-IDX) NOT > WS-MONTH-END
               COMPUTE WS-TD-IDX = TE-DEPT-AT(WS-TE-IDX, 2) + 1
               COMPUTE WS-TG-IDX = TE-GRADE-AT(WS-TE-IDX, 2) + 1
               ADD  1               TO   TD-HIRES(WS-TD-IDX)
                                         TG-HIRES(WS-TG-IDX)
                                         TA-HIRES
           END-IF.
      *    LEFT IN THE MONTH, AND IN THE TWELVE MONTHS TO ITS END --
      *    OUT OF THE DEPARTMENT THEY LEFT FROM
           IF  TE-TERM-DATE(WS-TE-IDX) NOT = ZERO
           AND TE-TERM-DATE(WS-TE-IDX) NOT > WS-MONTH-END
               COMPUTE WS-TD-IDX = TE-DEPT-AT(WS-TE-IDX, 3) + 1
               COMPUTE WS-TG-IDX = TE-GRADE-AT(WS-TE-IDX, 3) + 1
               IF  TE-TERM-DATE(WS-TE-IDX) NOT < WS-MONTH-START
                   ADD  1           TO   TD-LEAVERS(WS-TD-IDX)
                                         TG-LEAVERS(WS-TG-IDX)
                                         TA-LEAVERS
               END-IF
               IF  TE-TERM-DATE(WS-TE-IDX) NOT < WS-WINDOW-START
                   ADD  1           TO   TD-WIN-LEAVERS(WS-TD-IDX)
                                         TG-WIN-LEAVERS(WS-TG-IDX)
                                         TA-WIN-LEAVERS
               END-IF
           END-IF.
      *    CLOSING -- STILL ON THE PAYROLL AT THE END OF THE MONTH,
      *    BANDED BY COMPLETED YEARS OF SERVICE
           IF  TE-HIRE-DATE(WS-TE-IDX) NOT > WS-MONTH-END
           AND (TE-TERM-DATE(WS-TE-IDX) = ZERO
                OR TE-TERM-DATE(WS-TE-IDX) > WS-MONTH-END)
               COMPUTE WS-TD-IDX = TE-DEPT-AT(WS-TE-IDX, 3) + 1
               COMPUTE WS-TG-IDX = TE-GRADE-AT(WS-TE-IDX, 3) + 1
               ADD  1               TO   TD-CLOSING(WS-TD-IDX)
                                         TG-CLOSING(WS-TG-IDX)
                                         TA-CLOSING
               PERFORM BAND-ONE-EMPLOYEE
           END-IF.

      ******************************************************************
       BAND-ONE-EMPLOYEE.
      ******************************************************************
      *    BAND 1 UNDER A YEAR ... BAND 6 TWENTY YEARS AND OVER; BAND
      *    7 IS NO HIRE DATE ON FILE
           IF  TE-HIRE-DATE(WS-TE-IDX) = ZERO
               MOVE  7              TO   WS-BAND-HIT
           ELSE
               MOVE  1              TO   WS-BAND-HIT
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 5
                   IF  TE-HIRE-DATE(WS-TE-IDX) NOT >
                       WS-BAND-CUT(WS-BAND-IDX)
                       COMPUTE WS-BAND-HIT = WS-BAND-IDX + 1
                   END-IF
               END-PERFORM
               MOVE  "DIFF"         TO   WS-DC-FUNCTION
               MOVE  TE-HIRE-DATE(WS-TE-IDX)  TO   WS-DC-DATE-1
               MOVE  WS-MONTH-END   TO   WS-DC-DATE-2
               PERFORM CALL-DATECALC
               IF  WS-DC-STATUS = "OK" AND WS-DC-DAYS NOT < ZERO
                   ADD  WS-DC-DAYS  TO   TD-SERVICE-DAYS(WS-TD-IDX)
                                         TA-SERVICE-DAYS
                   ADD  1           TO   TD-SERVICE-CNT(WS-TD-IDX)
                                         TA-SERVICE-CNT
               END-IF
           END-IF.
           ADD  1                   TO   TD-BAND(WS-TD-IDX, WS-BAND-HIT)
                                         TA-BAND(WS-BAND-HIT).

      ******************************************************************
       PRINT-REPORT.
      ******************************************************************
           PERFORM OPEN-TURNOVER-SPOOL.
           MOVE  "TURNOVER BY DEPARTMENT"     TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > 1000
               MOVE  TD-COUNTS(WS-TD-IDX) TO   WS-LINE-COUNTS
               IF  TL-WIN-START NOT = ZERO OR TL-OPENING NOT = ZERO
               OR  TL-HIRES NOT = ZERO OR TL-IN NOT = ZERO
               OR  TL-WIN-LEAVERS NOT = ZERO
                   ADD  1           TO   WS-DEPTS-SHOWN
                   COMPUTE TO-DEPT-NO = WS-TD-IDX - 1
                   MOVE  TO-DEPT-NO TO   WS-LINE-KEY
                   MOVE  TD-NAME(WS-TD-IDX)   TO   WS-LINE-NAME
                   MOVE  "Y"        TO   WS-LINE-FLAG-OK
                   PERFORM PRINT-TURNOVER-LINE
               END-IF
           END-PERFORM.
           MOVE  "ALL DEPARTMENTS"  TO   WS-LINE-NAME.
           PERFORM PRINT-COMPANY-LINE.

           MOVE  "TURNOVER BY GRADE"          TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > 100
               MOVE  TG-COUNTS(WS-TG-IDX)     TO   WS-LINE-COUNTS
               IF  TL-WIN-START NOT = ZERO OR TL-OPENING NOT = ZERO
               OR  TL-HIRES NOT = ZERO OR TL-IN NOT = ZERO
               OR  TL-WIN-LEAVERS NOT = ZERO
                   COMPUTE EMP-GRADE = WS-TG-IDX - 1
                   MOVE  SPACES     TO   WS-LINE-KEY
                   MOVE  EMP-GRADE  TO   WS-LINE-KEY(2:2)
                   IF  EMP-GRADE = ZERO
                       MOVE  "OFF THE GRID"   TO   WS-LINE-NAME
                   ELSE
                       MOVE  "GRADE"          TO   WS-LINE-NAME
                   END-IF
                   MOVE  "N"        TO   WS-LINE-FLAG-OK
                   PERFORM PRINT-TURNOVER-LINE
               END-IF
           END-PERFORM.
           MOVE  "ALL GRADES"       TO   WS-LINE-NAME.
           PERFORM PRINT-COMPANY-LINE.

           MOVE  "TENURE AT THE MONTH END BY DEPARTMENT"
                                    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > 1000
               IF  TD-CLOSING(WS-TD-IDX) NOT = ZERO
                   COMPUTE TO-DEPT-NO = WS-TD-IDX - 1
                   MOVE  TO-DEPT-NO TO   WS-LINE-KEY
                   MOVE  TD-NAME(WS-TD-IDX)   TO   WS-LINE-NAME
                   MOVE  TD-COUNTS(WS-TD-IDX)
                                    TO   WS-LINE-COUNTS
                   PERFORM PRINT-TENURE-LINE
               END-IF
           END-PERFORM.
           MOVE  "ALL"              TO   WS-LINE-KEY.
           MOVE  "ALL DEPARTMENTS"  TO   WS-LINE-NAME.
           MOVE  WS-ALL-COUNTS      TO   WS-LINE-COUNTS.
           PERFORM PRINT-TENURE-LINE.

           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-WINDOW-START    TO   D-DATE.
           MOVE  WS-WARN-PCT        TO   D-WARN-PCT.
           STRING "START HC = HEADCOUNT ON " D-DATE
                  "  AVG HC = (START HC + CLOSING) / 2  12M RATE = "
                  "12M LEFT / AVG HC  FLAGGED OVER " D-WARN-PCT "%"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "HISTORY CHANGES READ " WS-HIST-ROWS
                  "  TERMINATED WITHOUT A DATE (LEFT OUT) "
                  WS-NO-TERM-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-EMP-DROPPED NOT = ZERO
               MOVE  SPACES         TO   PA-BUFFER
               STRING "*** " WS-EMP-DROPPED " EMPLOYEE(S) BEYOND THE "
                      "TABLE LIMIT LEFT OUT ***"
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      ******************************************************************
       OPEN-TURNOVER-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-TO-PERIOD       TO   D-PERIOD.
           MOVE  WS-AUDIT-START-DATE     TO   D-DATE.
           MOVE  1                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "TURNOVER AND TENURE FOR " D-PERIOD "  RUN DATE "
                  D-DATE "  COMPANY " WS-CO-CODE " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-SECTION-HEADING.
      ******************************************************************
      *    THE SECTION TITLE, THEN ITS COLUMN HEADINGS
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SECTION-TITLE   TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-SECTION-TITLE(1:6) = "TENURE"
               STRING "                       UNDER 1Y    1-3Y    3"
                      "-5Y   5-10Y  10-20Y    20Y+ NO HIRE  AVG YRS"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "                        OPENING   HIRES LEAV"
                      "ERS  XFR IN XFR OUT CLOSING  START HC  12M L"
                      "EFT      AVG HC  12M RATE  FLAG"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-COMPANY-LINE.
      ******************************************************************
      *    THE COMPANY'S OWN MOVEMENTS -- A TRANSFER STAYS INSIDE IT,
      *    SO ONLY HIRES AND LEAVERS MOVE ITS HEADCOUNT
           MOVE  "ALL"              TO   WS-LINE-KEY.
           MOVE  WS-ALL-COUNTS      TO   WS-LINE-COUNTS.
           MOVE  "N"                TO   WS-LINE-FLAG-OK.
           PERFORM PRINT-TURNOVER-LINE.

      ******************************************************************
       PRINT-TURNOVER-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-TO-LINE.
           MOVE  WS-LINE-KEY        TO   D-TO-KEY.
           MOVE  WS-LINE-NAME       TO   D-TO-NAME.
           MOVE  TL-OPENING         TO   D-TO-OPENING.
           MOVE  TL-HIRES           TO   D-TO-HIRES.
           MOVE  TL-LEAVERS         TO   D-TO-LEAVERS.
           MOVE  TL-IN              TO   D-TO-IN.
           MOVE  TL-OUT             TO   D-TO-OUT.
           MOVE  TL-CLOSING         TO   D-TO-CLOSING.
           MOVE  TL-WIN-START       TO   D-TO-WIN-START.
           MOVE  TL-WIN-LEAVERS     TO   D-TO-WIN-LEAVERS.
           COMPUTE WS-LINE-AVG-HC ROUNDED =
                   (TL-WIN-START + TL-CLOSING) / 2.
           MOVE  WS-LINE-AVG-HC     TO   D-TO-AVG-HC.
           IF  WS-LINE-AVG-HC = ZERO
               MOVE  "     N/A"     TO   D-TO-RATE-X
           ELSE
               COMPUTE WS-LINE-RATE ROUNDED =
                       TL-WIN-LEAVERS * 100 / WS-LINE-AVG-HC
               MOVE  WS-LINE-RATE   TO   D-TO-RATE
               IF  WS-LINE-FLAG-OK = "Y"
               AND WS-LINE-RATE > WS-WARN-PCT
                   MOVE  "*HIGH*"   TO   D-TO-FLAG
                   ADD  1           TO   WS-DEPTS-FLAGGED
               END-IF
           END-IF.
           MOVE  D-TO-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-TENURE-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-TN-LINE.
           MOVE  WS-LINE-KEY        TO   D-TN-KEY.
           MOVE  WS-LINE-NAME       TO   D-TN-NAME.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 7
               MOVE  TL-BAND(WS-BAND-IDX)
                                    TO   D-TN-BAND(WS-BAND-IDX)
           END-PERFORM.
           IF  TL-SERVICE-CNT = ZERO
               MOVE  "  N/A"        TO   D-TN-AVG-X
           ELSE
               COMPUTE WS-AVG-YEARS ROUNDED =
                       TL-SERVICE-DAYS / TL-SERVICE-CNT / 365.25
               MOVE  WS-AVG-YEARS   TO   D-TN-AVG
           END-IF.
           MOVE  D-TN-LINE          TO   PA-BUFFER.
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
      *    THE MONTH TO REPORT -- THE CURRENT ONE UNLESS SET
           MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-TO-PERIOD.
           MOVE  "TURNOVER-PERIOD" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:6) NUMERIC
           AND WS-CFG-VALUE(5:2) > "00" AND WS-CFG-VALUE(5:2) < "13"
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-TO-PERIOD
           END-IF.
           MOVE  "TURNOVER-WARN-PCT"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE NOT = SPACES
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-WARN-PCT
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
               DISPLAY "*** TURNOVER: RUNNING FOR COMPANY " WS-CO-CODE
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
                                  WS-DEPTS-SHOWN, WS-AUDIT-STATUS.
      ******************************************************************
