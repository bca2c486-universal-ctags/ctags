      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  CTRWATCH --- monthly fixed-term contract watch: lists the
      *               fixed-term contracts on EMP_CONTRACT that end
      *               in the next 60 days (CTR-EXPIRY-DAYS), so each
      *               renewal is decided before the date instead of
      *               after it, and the fixed-term employees whose
      *               cumulative contract service reaches five years
      *               in the next six months -- the point at which
      *               they may ask for an indefinite contract.  Any
      *               employee already past five years and still on
      *               a fixed term is listed as REACHED.  The watch
      *               date is today unless CTR-WATCH-DATE is set.
      *               Spooled through VIRTUAL-PRINTER like POSRPT.
      *               Runs for the company on the run card.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CTRWATCH.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "CTRWATCH".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    HOW FAR AHEAD THE EXPIRY LIST LOOKS (CTR-EXPIRY-DAYS)
       01  WS-EXPIRY-DAYS          PIC  9(03) VALUE 60.
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ADD-DAYS GIVES
      *    THE END OF THE EXPIRY WINDOW, DIFF THE DAYS LEFT
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  WS-CW-COUNTS.
           05  WS-EXPIRING         PIC  9(06) VALUE ZERO.
           05  WS-CONVERTING       PIC  9(06) VALUE ZERO.
           05  WS-REACHED          PIC  9(06) VALUE ZERO.
           05  WS-LINES-SHOWN      PIC  9(06) VALUE ZERO.
       01  D-CW-LINE.
           05  D-CW-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(02).
           05  D-CW-NAME           PIC  X(24).
           05  FILLER              PIC  X(01).
           05  D-CW-DEPT           PIC  9(03).
           05  FILLER              PIC  X(02).
           05  D-CW-FIRST          PIC  9999/99/99.
           05  FILLER              PIC  X(02).
           05  D-CW-END            PIC  9999/99/99.
           05  FILLER              PIC  X(02).
           05  D-CW-RENEWALS       PIC  ZZ9.
           05  FILLER              PIC  X(02).
           05  D-CW-DATE           PIC  9999/99/99.
           05  FILLER              PIC  X(02).
           05  D-CW-DAYS           PIC  ----9.
           05  FILLER              PIC  X(01).
           05  D-CW-FLAG           PIC  X(07).
       01  D-WATCH-DATE            PIC  9999/99/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./ctrwatch.dat".
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
           COPY "CTRREC.CPY".
       01  CW-VARS.
           05  CW-EMP-NAME         PIC  X(60).
           05  CW-DEPT             PIC  9(03).
      *    THE DATE FIVE YEARS AFTER THE START OF THE UNBROKEN RUN
           05  CW-FIVE-YEAR        PIC  9(08).
      *    THE WATCH DATE AND THE ENDS OF THE TWO WINDOWS
           05  CW-WATCH-DATE       PIC  9(08).
           05  CW-EXPIRY-LIMIT     PIC  9(08).
           05  CW-CONV-LIMIT       PIC  9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CTRWATCH STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** CTRWATCH: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-WATCH-WINDOWS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTRACT-TABLE
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-WATCH-SPOOL.
           PERFORM LIST-EXPIRING-CONTRACTS.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM LIST-FIVE-YEAR-CONVERSIONS
           END-IF.

           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-EXPIRING " CONTRACT(S) EXPIRING, "
                  WS-CONVERTING " REACHING FIVE YEARS, "
                  WS-REACHED " ALREADY PAST FIVE YEARS"
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

           DISPLAY "*** CTRWATCH FINISHED -- " WS-EXPIRING
                   " EXPIRING, " WS-CONVERTING " REACHING FIVE "
                   "YEARS, " WS-REACHED " PAST FIVE YEARS ***".
      *    A FIXED TERM ALREADY PAST FIVE YEARS IS A CONVERSION
      *    SOMEBODY MISSED
           IF  WS-REACHED NOT = ZERO
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
       SET-WATCH-WINDOWS.
      ******************************************************************
      *    EXPIRY WINDOW BY DATECALC'S ADD-DAYS; THE SIX-MONTH WINDOW
      *    BY CALENDAR MONTHS (A 31ST THAT LANDS IN A SHORTER MONTH
      *    STILL COMPARES CORRECTLY)
           MOVE  "ADDDAYS"          TO   WS-DC-FUNCTION.
           MOVE  CW-WATCH-DATE      TO   WS-DC-DATE-1.
           MOVE  WS-EXPIRY-DAYS     TO   WS-DC-DAYS.
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.
           IF  WS-DC-STATUS = "OK"
               MOVE  WS-DC-RESULT-DATE   TO   CW-EXPIRY-LIMIT
           ELSE
               COMPUTE CW-EXPIRY-LIMIT = CW-WATCH-DATE + 200
               IF  CW-EXPIRY-LIMIT(5:2) > "12"
                   ADD  8800        TO   CW-EXPIRY-LIMIT
               END-IF
           END-IF.
           COMPUTE CW-CONV-LIMIT = CW-WATCH-DATE + 600.
           IF  CW-CONV-LIMIT(5:2) > "12"
               ADD  8800            TO   CW-CONV-LIMIT
           END-IF.

      ******************************************************************
       OPEN-WATCH-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  CW-WATCH-DATE      TO   D-WATCH-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "FIXED-TERM CONTRACT WATCH AS OF " D-WATCH-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       LIST-EXPIRING-CONTRACTS.
      ******************************************************************
      *    FIXED TERMS ENDING BETWEEN THE WATCH DATE AND THE END OF
      *    THE WINDOW, SOONEST FIRST -- LEAVERS ARE NOT RENEWED
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "CONTRACTS ENDING WITHIN " WS-EXPIRY-DAYS " DAYS"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "EMP   NAME                     DPT  RUN START   "
                                    TO   PA-BUFFER.
           MOVE  "TERM END    REN  ENDS ON      DAYS"
                                    TO   PA-BUFFER(49:34).
           PERFORM PRINT-A-LINE.
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE CW1 CURSOR FOR
               SELECT C.EMP_NO, E.EMP_NAME, COALESCE(E.EMP_DEPT, 0),
                      COALESCE(C.CTR_FIRST_START, 0),
                      COALESCE(C.CTR_TERM_END, 0),
                      COALESCE(C.CTR_RENEWALS, 0)
                 FROM EMP_CONTRACT C, EMP E
                WHERE E.EMP_NO = C.EMP_NO
                  AND C.CTR_TYPE = 'F'
                  AND COALESCE(E.EMP_STATUS, 'A') <> 'T'
                  AND E.COMPANY_CD = :RUN-COMPANY
                  AND C.CTR_TERM_END BETWEEN :CW-WATCH-DATE
                                         AND :CW-EXPIRY-LIMIT
                ORDER BY C.CTR_TERM_END, C.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CW1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CW1
                        INTO :CTR-EMP-NO, :CW-EMP-NAME, :CW-DEPT,
                             :CTR-FIRST-START, :CTR-TERM-END,
                             :CTR-RENEWALS
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-EXPIRING
                           MOVE  CTR-TERM-END     TO   CW-FIVE-YEAR
                           MOVE  SPACES TO   D-CW-FLAG
                           PERFORM PRINT-WATCH-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CW1
               END-EXEC
           END-IF.

      ******************************************************************
       LIST-FIVE-YEAR-CONVERSIONS.
      ******************************************************************
      *    FIXED TERMS WHOSE UNBROKEN RUN STARTED FIVE YEARS BEFORE A
      *    DATE UP TO SIX MONTHS AHEAD -- THOSE WHOSE FIVE YEARS FELL
      *    BEFORE THE WATCH DATE ARE FLAGGED REACHED
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "CUMULATIVE SERVICE REACHING FIVE YEARS WITHIN SIX "
                                    TO   PA-BUFFER.
           MOVE  "MONTHS"           TO   PA-BUFFER(51:6).
           PERFORM PRINT-A-LINE.
           MOVE  "EMP   NAME                     DPT  RUN START   "
                                    TO   PA-BUFFER.
           MOVE  "TERM END    REN  FIVE YEARS   DAYS"
                                    TO   PA-BUFFER(49:34).
           PERFORM PRINT-A-LINE.
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE CW2 CURSOR FOR
               SELECT C.EMP_NO, E.EMP_NAME, COALESCE(E.EMP_DEPT, 0),
                      C.CTR_FIRST_START,
                      COALESCE(C.CTR_TERM_END, 0),
                      COALESCE(C.CTR_RENEWALS, 0),
                      C.CTR_FIRST_START + 50000
                 FROM EMP_CONTRACT C, EMP E
                WHERE E.EMP_NO = C.EMP_NO
                  AND C.CTR_TYPE = 'F'
                  AND COALESCE(E.EMP_STATUS, 'A') <> 'T'
                  AND E.COMPANY_CD = :RUN-COMPANY
                  AND C.CTR_FIRST_START > 0
                  AND C.CTR_FIRST_START + 50000 <= :CW-CONV-LIMIT
                ORDER BY C.CTR_FIRST_START, C.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CW2
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH CW2
                        INTO :CTR-EMP-NO, :CW-EMP-NAME, :CW-DEPT,
                             :CTR-FIRST-START, :CTR-TERM-END,
                             :CTR-RENEWALS, :CW-FIVE-YEAR
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           IF  CW-FIVE-YEAR < CW-WATCH-DATE
                               ADD  1   TO   WS-REACHED
                               MOVE  "REACHED"  TO   D-CW-FLAG
                           ELSE
                               ADD  1   TO   WS-CONVERTING
                               MOVE  SPACES     TO   D-CW-FLAG
                           END-IF
                           PERFORM PRINT-WATCH-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE CW2
               END-EXEC
           END-IF.

      ******************************************************************
       PRINT-WATCH-LINE.
      ******************************************************************
      *    CW-FIVE-YEAR CARRIES THE DATE THE LINE IS ABOUT -- THE
      *    TERM END ON THE EXPIRY LIST, THE FIVE-YEAR POINT ON THE
      *    CONVERSION LIST -- AND THE DAYS LEFT ARE COUNTED TO IT
           ADD  1                   TO   WS-LINES-SHOWN.
           MOVE  "DIFF"             TO   WS-DC-FUNCTION.
           MOVE  CW-WATCH-DATE      TO   WS-DC-DATE-1.
           MOVE  CW-FIVE-YEAR       TO   WS-DC-DATE-2.
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.
           IF  WS-DC-STATUS NOT = "OK"
               MOVE  ZERO           TO   WS-DC-DAYS
           END-IF.
           MOVE  CTR-EMP-NO         TO   D-CW-EMP-NO.
           MOVE  CW-EMP-NAME        TO   D-CW-NAME.
           MOVE  CW-DEPT            TO   D-CW-DEPT.
           MOVE  CTR-FIRST-START    TO   D-CW-FIRST.
           MOVE  CTR-TERM-END       TO   D-CW-END.
           MOVE  CTR-RENEWALS       TO   D-CW-RENEWALS.
           MOVE  CW-FIVE-YEAR       TO   D-CW-DATE.
           MOVE  WS-DC-DAYS         TO   D-CW-DAYS.
           MOVE  D-CW-LINE          TO   PA-BUFFER.
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
           MOVE  WS-AUDIT-START-DATE    TO   CW-WATCH-DATE.
           MOVE  "CTR-WATCH-DATE"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:8) NUMERIC
               MOVE  WS-CFG-VALUE(1:8)   TO   CW-WATCH-DATE
           END-IF.
           MOVE  "CTR-EXPIRY-DAYS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:3) NUMERIC
               MOVE  WS-CFG-VALUE(1:3)   TO   WS-EXPIRY-DAYS
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
      *    CREATE-CONTRACT-TABLE -- SHARED WITH EMPMAINT AND EMPTRANS
           COPY "CTRCHECK.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** CTRWATCH: RUNNING FOR COMPANY " WS-CO-CODE
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
