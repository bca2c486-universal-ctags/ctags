      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  POSRPT --- position-control vacancy report: for every
      *             department under position control (see POSLOAD),
      *             the approved slots, the filled positions (active
      *             and on-leave EMP rows) and the open positions by
      *             grade, with a department subtotal and a grand
      *             total.  Grades over establishment are flagged
      *             *OVER* and grades with staff but no approved
      *             slots are flagged UNAPPR -- the approved
      *             exceptions behind them are counted alongside.
      *             Spooled through VIRTUAL-PRINTER like BUDGVAR.
      *             Runs for the company on the run card, over the
      *             departments that company owns.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 POSRPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "POSRPT".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
       01  WS-PR-COUNTS.
           05  WS-LINES-SHOWN      PIC  9(06) VALUE ZERO.
           05  WS-GRADES-OVER      PIC  9(06) VALUE ZERO.
      *    CONTROL BREAK ON DEPARTMENT
       01  WS-PREV-DEPT            PIC  9(03) VALUE ZERO.
       01  WS-FIRST-ROW-FLAG       PIC  X     VALUE "Y".
           88  WS-FIRST-ROW        VALUE "Y".
       01  WS-OPEN                 PIC S9(05) VALUE ZERO.
       01  WS-DEPT-TOTALS.
           05  WS-DT-SLOTS         PIC  9(06) VALUE ZERO.
           05  WS-DT-FILLED        PIC  9(06) VALUE ZERO.
           05  WS-DT-OPEN          PIC S9(06) VALUE ZERO.
           05  WS-DT-EXCEPT        PIC  9(06) VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GT-SLOTS         PIC  9(06) VALUE ZERO.
           05  WS-GT-FILLED        PIC  9(06) VALUE ZERO.
           05  WS-GT-OPEN          PIC S9(06) VALUE ZERO.
           05  WS-GT-EXCEPT        PIC  9(06) VALUE ZERO.
       01  D-PR-LINE.
           05  D-PR-DEPT           PIC  X(03).
           05  FILLER              PIC  X(02).
           05  D-PR-GRADE          PIC  X(05).
           05  FILLER              PIC  X(02).
           05  D-PR-SLOTS          PIC  ZZZZZ9.
           05  FILLER              PIC  X(02).
           05  D-PR-FILLED         PIC  ZZZZZ9.
           05  FILLER              PIC  X(02).
           05  D-PR-OPEN           PIC  -----9.
           05  FILLER              PIC  X(02).
           05  D-PR-EXCEPT         PIC  ZZZZZ9.
           05  FILLER              PIC  X(02).
           05  D-PR-FLAG           PIC  X(06).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./posrpt.dat".
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
       01  RUN-COMPANY             PIC  X(02).
           COPY "POSREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** POSRPT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** POSRPT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE = ZERO
               PERFORM CREATE-POSITION-TABLES
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-VACANCY-SPOOL.

      *    ONE ROW PER DEPARTMENT AND GRADE THAT HAS EITHER APPROVED
      *    SLOTS OR STAFF -- STAFF ARE ONLY COUNTED IN DEPARTMENTS
      *    THAT ARE UNDER POSITION CONTROL AT ALL
           EXEC SQL
               DECLARE CP1 CURSOR FOR
               SELECT PD, PG, SUM(PS), SUM(PF), SUM(PX)
                 FROM (SELECT POS_DEPT AS PD, POS_GRADE AS PG,
                              POS_SLOTS AS PS, 0 AS PF, 0 AS PX
                         FROM EMP_POSITION
                       UNION ALL
                       SELECT EMP_DEPT, COALESCE(EMP_GRADE, 0),
                              0, 1, 0
                         FROM EMP
                        WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                          AND EMP_DEPT IN
                              (SELECT POS_DEPT FROM EMP_POSITION)
                       UNION ALL
                       SELECT POS_DEPT, POS_GRADE, 0, 0, 1
                         FROM EMP_POS_EXCEPTION
                        WHERE POS_DEPT IN
                              (SELECT POS_DEPT FROM EMP_POSITION)) PV
                WHERE PD IN (SELECT DEPT_NO FROM DEPT
                              WHERE COMPANY_CD = :RUN-COMPANY)
                GROUP BY PD, PG
                ORDER BY PD, PG
           END-EXEC.
           EXEC SQL
               OPEN CP1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CP1
                        INTO :POS-DEPT, :POS-GRADE, :POS-SLOTS,
                             :POS-FILLED, :POS-EXCEPTIONS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM REPORT-ONE-GRADE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CP1
               END-EXEC
           END-IF.
           IF  NOT WS-FIRST-ROW
               PERFORM PRINT-DEPT-TOTAL
           END-IF.

           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   D-PR-LINE.
           MOVE  "ALL"              TO   D-PR-DEPT.
           MOVE  "TOTAL"            TO   D-PR-GRADE.
           MOVE  WS-GT-SLOTS        TO   D-PR-SLOTS.
           MOVE  WS-GT-FILLED       TO   D-PR-FILLED.
           MOVE  WS-GT-OPEN         TO   D-PR-OPEN.
           MOVE  WS-GT-EXCEPT       TO   D-PR-EXCEPT.
           MOVE  D-PR-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-GRADES-OVER " GRADE(S) OVER ESTABLISHMENT"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** POSRPT FINISHED -- " WS-LINES-SHOWN
                   " GRADE LINE(S), " WS-GRADES-OVER
                   " OVER ESTABLISHMENT ***".
           IF  WS-GRADES-OVER NOT = ZERO
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       OPEN-VACANCY-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "POSITION CONTROL -- FILLED AND OPEN POSITIONS AS "
                  "OF " WS-AUDIT-START-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "DPT  GRADE  APPROVED  FILLED    OPEN  EXCEPT  FLAG"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       REPORT-ONE-GRADE.
      ******************************************************************
           IF  WS-FIRST-ROW
               MOVE  "N"            TO   WS-FIRST-ROW-FLAG
               MOVE  POS-DEPT       TO   WS-PREV-DEPT
           ELSE
               IF  POS-DEPT NOT = WS-PREV-DEPT
                   PERFORM PRINT-DEPT-TOTAL
                   MOVE  POS-DEPT   TO   WS-PREV-DEPT
               END-IF
           END-IF.
           ADD  1                   TO   WS-LINES-SHOWN.
           COMPUTE WS-OPEN = POS-SLOTS - POS-FILLED.
           MOVE  SPACES             TO   D-PR-LINE.
           MOVE  POS-DEPT           TO   D-PR-DEPT.
           MOVE  POS-GRADE          TO   D-PR-GRADE.
           MOVE  POS-SLOTS          TO   D-PR-SLOTS.
           MOVE  POS-FILLED         TO   D-PR-FILLED.
           MOVE  WS-OPEN            TO   D-PR-OPEN.
           MOVE  POS-EXCEPTIONS     TO   D-PR-EXCEPT.
           IF  WS-OPEN < ZERO
               ADD  1               TO   WS-GRADES-OVER
               IF  POS-SLOTS = ZERO
                   MOVE  "UNAPPR"   TO   D-PR-FLAG
               ELSE
                   MOVE  "*OVER*"   TO   D-PR-FLAG
               END-IF
           END-IF.
           MOVE  D-PR-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           ADD  POS-SLOTS           TO   WS-DT-SLOTS.
           ADD  POS-FILLED          TO   WS-DT-FILLED.
           ADD  WS-OPEN             TO   WS-DT-OPEN.
           ADD  POS-EXCEPTIONS      TO   WS-DT-EXCEPT.

      ******************************************************************
       PRINT-DEPT-TOTAL.
      ******************************************************************
           MOVE  SPACES             TO   D-PR-LINE.
           MOVE  WS-PREV-DEPT       TO   D-PR-DEPT.
           MOVE  "TOTAL"            TO   D-PR-GRADE.
           MOVE  WS-DT-SLOTS        TO   D-PR-SLOTS.
           MOVE  WS-DT-FILLED       TO   D-PR-FILLED.
           MOVE  WS-DT-OPEN         TO   D-PR-OPEN.
           MOVE  WS-DT-EXCEPT       TO   D-PR-EXCEPT.
           MOVE  D-PR-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           ADD  WS-DT-SLOTS         TO   WS-GT-SLOTS.
           ADD  WS-DT-FILLED        TO   WS-GT-FILLED.
           ADD  WS-DT-OPEN          TO   WS-GT-OPEN.
           ADD  WS-DT-EXCEPT        TO   WS-GT-EXCEPT.
           INITIALIZE WS-DEPT-TOTALS.

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
      *    CREATE-POSITION-TABLES -- SHARED WITH THE ADD PATHS
           COPY "POSCHECK.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** POSRPT: RUNNING FOR COMPANY " WS-CO-CODE
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
                                  WS-LINES-SHOWN, WS-AUDIT-STATUS.
      ******************************************************************
