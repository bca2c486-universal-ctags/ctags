      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  XFERRPT --- department transfers report for one month: every
      *              transfer that took effect in the period (the
      *              EMP_HISTORY images whose old and new department
      *              differ -- EMPTRANS T transactions and department
      *              changes from the HR feed) listed under the
      *              receiving department as IN and under the losing
      *              department as OUT, with in/out/net subtotals per
      *              department and a grand total.  The period is
      *              XFER-PERIOD (YYYYMM) in SHOPCNFG.DAT, or the
      *              current month when that is not set.  Spooled
      *              through VIRTUAL-PRINTER like BUDGVAR.  Runs for the
      *              company on the run card.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 XFERRPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "XFERRPT".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    REPORTING MONTH (YYYYMM)
       01  WS-XR-PERIOD            PIC  9(06).
       01  D-PERIOD                PIC  9999/99.
      *    CONTROL BREAK ON DEPARTMENT
       01  WS-PREV-DEPT            PIC  9(03) VALUE ZERO.
       01  WS-FIRST-ROW-FLAG       PIC  X     VALUE "Y".
           88  WS-FIRST-ROW        VALUE "Y".
       01  WS-DEPT-TOTALS.
           05  WS-DT-IN            PIC  9(06) VALUE ZERO.
           05  WS-DT-OUT           PIC  9(06) VALUE ZERO.
           05  WS-DT-NET           PIC S9(06) VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GT-IN            PIC  9(06) VALUE ZERO.
           05  WS-GT-OUT           PIC  9(06) VALUE ZERO.
           05  WS-GT-DEPTS         PIC  9(06) VALUE ZERO.
       01  WS-LINES-SHOWN          PIC  9(06) VALUE ZERO.
       01  D-XR-LINE.
           05  D-XR-DEPT           PIC  X(03).
           05  FILLER              PIC  X(02).
           05  D-XR-DIR            PIC  X(03).
           05  FILLER              PIC  X(02).
           05  D-XR-EMP-NO         PIC  X(04).
           05  FILLER              PIC  X(02).
           05  D-XR-NAME           PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-XR-OTHER          PIC  X(03).
           05  FILLER              PIC  X(04).
           05  D-XR-EFF            PIC  9999/99/99.
       01  D-XR-TOTAL-LINE.
           05  D-XT-DEPT           PIC  X(03).
           05  FILLER              PIC  X(02).
           05  D-XT-LABEL          PIC  X(05).
           05  FILLER              PIC  X(02).
           05  FILLER              PIC  X(04) VALUE "IN: ".
           05  D-XT-IN             PIC  ZZZZZ9.
           05  FILLER              PIC  X(07) VALUE "  OUT: ".
           05  D-XT-OUT            PIC  ZZZZZ9.
           05  FILLER              PIC  X(07) VALUE "  NET: ".
           05  D-XT-NET            PIC  -----9.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./xferrpt.dat".
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
      *    ONE SIDE OF ONE TRANSFER -- I = INTO XFER-DEPT FROM
      *    XFER-OTHER-DEPT, O = OUT OF XFER-DEPT TO XFER-OTHER-DEPT
       01  XFER-VARS.
           05  XFER-DEPT           PIC  9(03).
           05  XFER-DIR            PIC  X.
           05  XFER-EMP-NO         PIC  9(04).
           05  XFER-NAME           PIC  X(60).
           05  XFER-OTHER-DEPT     PIC  9(03).
           05  XFER-EFF-DATE       PIC  9(08).
      *    EFFECTIVE-DATE RANGE OF THE REPORTING MONTH
           05  XFER-FROM-DATE      PIC  9(08).
           05  XFER-TO-DATE        PIC  9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** XFERRPT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** XFERRPT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE XFER-FROM-DATE = WS-XR-PERIOD * 100 + 1.
           COMPUTE XFER-TO-DATE   = WS-XR-PERIOD * 100 + 31.
           MOVE  WS-XR-PERIOD       TO   D-PERIOD.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-TRANSFER-SPOOL.

      *    EACH TRANSFER APPEARS TWICE -- IN UNDER THE RECEIVING
      *    DEPARTMENT AND OUT UNDER THE LOSING ONE.  A NEW HIRE'S
      *    IMAGE (OLD DEPARTMENT ZERO) AND IMAGES WRITTEN BEFORE
      *    DEPARTMENTS WERE RECORDED (NULL) ARE NOT TRANSFERS
           EXEC SQL
               DECLARE CX1 CURSOR FOR
               SELECT XD, XDIR, XE, XN, XOTH, XEFF
                 FROM (SELECT NEW_DEPT AS XD, 'I' AS XDIR,
                              EMP_NO AS XE,
                              COALESCE(NEW_NAME, ' ') AS XN,
                              OLD_DEPT AS XOTH, EFF_DATE AS XEFF
                         FROM EMP_HISTORY
                        WHERE OLD_DEPT IS NOT NULL
                          AND OLD_DEPT <> 0
                          AND NEW_DEPT <> OLD_DEPT
                          AND COALESCE(COMPANY_CD, '01')
                                = :RUN-COMPANY
                          AND EFF_DATE BETWEEN :XFER-FROM-DATE
                                           AND :XFER-TO-DATE
                       UNION ALL
                       SELECT OLD_DEPT, 'O', EMP_NO,
                              COALESCE(NEW_NAME, ' '),
                              NEW_DEPT, EFF_DATE
                         FROM EMP_HISTORY
                        WHERE OLD_DEPT IS NOT NULL
                          AND OLD_DEPT <> 0
                          AND NEW_DEPT <> OLD_DEPT
                          AND COALESCE(COMPANY_CD, '01')
                                = :RUN-COMPANY
                          AND EFF_DATE BETWEEN :XFER-FROM-DATE
                                           AND :XFER-TO-DATE) XV
                ORDER BY XD, XDIR, XEFF, XE
           END-EXEC.
           EXEC SQL
               OPEN CX1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CX1
                        INTO :XFER-DEPT, :XFER-DIR, :XFER-EMP-NO,
                             :XFER-NAME, :XFER-OTHER-DEPT,
                             :XFER-EFF-DATE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM REPORT-ONE-TRANSFER
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CX1
               END-EXEC
           END-IF.
           IF  NOT WS-FIRST-ROW
               PERFORM PRINT-DEPT-TOTAL
           END-IF.

           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-FIRST-ROW
               MOVE  "NO TRANSFERS TOOK EFFECT IN THE PERIOD"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   D-XR-TOTAL-LINE.
           MOVE  "ALL"              TO   D-XT-DEPT.
           MOVE  "TOTAL"            TO   D-XT-LABEL.
           MOVE  WS-GT-IN           TO   D-XT-IN.
           MOVE  WS-GT-OUT          TO   D-XT-OUT.
           MOVE  ZERO               TO   D-XT-NET.
           MOVE  D-XR-TOTAL-LINE    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-GT-IN " TRANSFER(S) ACROSS " WS-GT-DEPTS
                  " DEPARTMENT(S)"
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

           DISPLAY "*** XFERRPT FINISHED -- PERIOD " WS-XR-PERIOD
                   ", " WS-GT-IN " TRANSFER(S) ***".
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       OPEN-TRANSFER-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "DEPARTMENT TRANSFERS IN AND OUT FOR " D-PERIOD
                  "  (RUN " WS-AUDIT-START-DATE ")"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "DPT  DIR  EMP   NAME                          "
                  "  FR/TO  EFFECTIVE"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       REPORT-ONE-TRANSFER.
      ******************************************************************
           IF  WS-FIRST-ROW
               MOVE  "N"            TO   WS-FIRST-ROW-FLAG
               MOVE  XFER-DEPT      TO   WS-PREV-DEPT
           ELSE
               IF  XFER-DEPT NOT = WS-PREV-DEPT
                   PERFORM PRINT-DEPT-TOTAL
                   MOVE  XFER-DEPT  TO   WS-PREV-DEPT
               END-IF
           END-IF.
           ADD  1                   TO   WS-LINES-SHOWN.
           MOVE  SPACES             TO   D-XR-LINE.
           MOVE  XFER-DEPT          TO   D-XR-DEPT.
           MOVE  XFER-EMP-NO        TO   D-XR-EMP-NO.
           MOVE  XFER-NAME          TO   D-XR-NAME.
           MOVE  XFER-OTHER-DEPT    TO   D-XR-OTHER.
           MOVE  XFER-EFF-DATE      TO   D-XR-EFF.
           IF  XFER-DIR = "I"
               MOVE  "IN"           TO   D-XR-DIR
               ADD  1               TO   WS-DT-IN
           ELSE
               MOVE  "OUT"          TO   D-XR-DIR
               ADD  1               TO   WS-DT-OUT
           END-IF.
           MOVE  D-XR-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-DEPT-TOTAL.
      ******************************************************************
           COMPUTE WS-DT-NET = WS-DT-IN - WS-DT-OUT.
           MOVE  SPACES             TO   D-XR-TOTAL-LINE.
           MOVE  WS-PREV-DEPT       TO   D-XT-DEPT.
           MOVE  "TOTAL"            TO   D-XT-LABEL.
           MOVE  WS-DT-IN           TO   D-XT-IN.
           MOVE  WS-DT-OUT          TO   D-XT-OUT.
           MOVE  WS-DT-NET          TO   D-XT-NET.
           MOVE  D-XR-TOTAL-LINE    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           ADD  WS-DT-IN            TO   WS-GT-IN.
           ADD  WS-DT-OUT           TO   WS-GT-OUT.
           ADD  1                   TO   WS-GT-DEPTS.
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
      *    THE MONTH TO REPORT -- THE CURRENT ONE UNLESS SET
           MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-XR-PERIOD.
           MOVE  "XFER-PERIOD"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:6) NUMERIC
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-XR-PERIOD
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
               DISPLAY "*** XFERRPT: RUNNING FOR COMPANY " WS-CO-CODE
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
