      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  WRKREG --- worker register (rodosha meibo) as the Labour
      *             Standards Act requires it: one page per employee
      *             with name and kana, birth date, home address and
      *             its kana reading, phone, emergency contact, date
      *             hired, department and grade, contract of
      *             employment, every department transfer on
      *             EMP_HISTORY, and the date of leaving.  Everyone
      *             still employed is on it, and so is every leaver
      *             terminated within the last PURGE-RETAIN-YEARS
      *             (default 7) -- the same retention PDPURGE works
      *             to, so the register holds exactly the people the
      *             suite still holds.  Contact data comes from
      *             EMP_CONTACT (see CONCHECK), kept through EMPMAINT
      *             and the EMPHRSYN feed.  Spooled through
      *             VIRTUAL-PRINTER; an employee with no address on
      *             file is counted and the run audited as a warning.
      *             The register is each employer's own: it runs for
      *             the company on the run card.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 WRKREG.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "WRKREG".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    YEARS A LEAVER'S RECORDS ARE KEPT AFTER TERMINATION
      *    (PURGE-RETAIN-YEARS) -- PDPURGE REMOVES THEM ON THE SAME
      *    SETTING
       01  WS-RETAIN-YEARS         PIC  9(02) VALUE 7.
       01  WS-RETAIN-UNTIL         PIC  9(08).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
       01  WS-XFR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-XFR-EOF          VALUE "Y".
       01  WS-REG-COUNTS.
           05  WS-PAGES-PRINTED    PIC  9(06) VALUE ZERO.
           05  WS-LEAVERS-PRINTED  PIC  9(06) VALUE ZERO.
           05  WS-NO-ADDRESS       PIC  9(06) VALUE ZERO.
           05  WS-TRANSFERS        PIC  9(04) VALUE ZERO.
       01  WS-STATUS-TEXT          PIC  X(10).
       01  WS-CONTRACT-TEXT        PIC  X(12).
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  D-RUN-DATE              PIC  9999/99/99.
       01  D-CUTOFF-DATE           PIC  9999/99/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./wrkreg.dat".
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
           COPY "EMPREC.CPY".
           COPY "CONREC.CPY".
           COPY "CTRREC.CPY".
       01  WR-VARS.
      *    A LEAVER TERMINATED BEFORE THIS DATE IS PAST RETENTION
           05  WR-CUTOFF-DATE      PIC  9(08).
           05  WR-EMP-NO           PIC  9(04).
           05  WR-XFR-DATE         PIC  9(08).
           05  WR-OLD-DEPT         PIC  9(03).
           05  WR-NEW-DEPT         PIC  9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** WRKREG STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** WRKREG: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WR-CUTOFF-DATE = WS-AUDIT-START-DATE
                                  - WS-RETAIN-YEARS * 10000.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE REGISTER CAN RUN BEFORE ANY CONTACT OR CONTRACT HAS
      *    EVER BEEN KEYED
           PERFORM CREATE-CONTACT-TABLES.
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTRACT-TABLE
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-REGISTER-SPOOL.
           PERFORM PRINT-REGISTER.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** WRKREG FINISHED -- " WS-PAGES-PRINTED
                   " EMPLOYEE(S) ON THE REGISTER, "
                   WS-LEAVERS-PRINTED " OF THEM LEAVERS ***".
      *    A REGISTER PAGE WITHOUT AN ADDRESS IS NOT THE REGISTER THE
      *    ACT ASKS FOR -- SAY HOW MANY STILL NEED ONE KEYED
           IF  WS-NO-ADDRESS NOT = ZERO
               DISPLAY "*** WRKREG: " WS-NO-ADDRESS
                       " EMPLOYEE(S) WITH NO ADDRESS ON FILE ***"
               IF  WS-AUDIT-STATUS = "OK"
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       OPEN-REGISTER-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-AUDIT-START-DATE    TO   D-RUN-DATE.
           MOVE  WR-CUTOFF-DATE     TO   D-CUTOFF-DATE.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "WORKER REGISTER (RODOSHA MEIBO) -- AS AT "
                  D-RUN-DATE
                  "   LEAVERS TERMINATED ON OR AFTER "
                  D-CUTOFF-DATE " INCLUDED"
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-REGISTER.
      ******************************************************************
      *    A ROW PDPURGE HAS ALREADY ANONYMISED HAS NOTHING LEFT TO
      *    REGISTER; A TERMINATION WITH NO DATE KEYED STAYS ON UNTIL
      *    THE DATE IS
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE WR1 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_NAME,
                      COALESCE(E.EMP_KANA, ''),
                      COALESCE(E.EMP_DEPT, 0),
                      COALESCE(E.EMP_GRADE, 0),
                      COALESCE(E.EMP_HIRE_DATE, 0),
                      COALESCE(E.EMP_TERM_DATE, 0),
                      COALESCE(E.EMP_STATUS, 'A'),
                      COALESCE(E.EMP_BIRTHDATE, 0),
                      COALESCE(C.CON_POSTAL, ' '),
                      COALESCE(C.CON_ADDRESS, ' '),
                      COALESCE(C.CON_ADDR_KANA, ' '),
                      COALESCE(C.CON_PHONE, ' '),
                      COALESCE(C.CON_EMERG_NAME, ' '),
                      COALESCE(C.CON_EMERG_REL, ' '),
                      COALESCE(C.CON_EMERG_PHONE, ' '),
                      COALESCE(K.CTR_TYPE, ' '),
                      COALESCE(K.CTR_TERM_START, 0),
                      COALESCE(K.CTR_TERM_END, 0)
                 FROM EMP E
                 LEFT JOIN EMP_CONTACT C ON C.EMP_NO = E.EMP_NO
                 LEFT JOIN EMP_CONTRACT K ON K.EMP_NO = E.EMP_NO
                WHERE E.EMP_NAME <> 'PURGED'
                  AND E.COMPANY_CD = :RUN-COMPANY
                  AND (COALESCE(E.EMP_STATUS, 'A') <> 'T'
                       OR COALESCE(E.EMP_TERM_DATE, 0) = 0
                       OR E.EMP_TERM_DATE >= :WR-CUTOFF-DATE)
                ORDER BY E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN WR1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH WR1
                        INTO :EMP-NO, :EMP-NAME, :EMP-KANA,
                             :EMP-DEPT, :EMP-GRADE, :EMP-HIRE-DATE,
                             :EMP-TERM-DATE, :EMP-STATUS,
                             :EMP-BIRTHDATE, :CON-POSTAL,
                             :CON-ADDRESS, :CON-ADDR-KANA,
                             :CON-PHONE, :CON-EMERG-NAME,
                             :CON-EMERG-REL, :CON-EMERG-PHONE,
                             :CTR-TYPE, :CTR-TERM-START,
                             :CTR-TERM-END
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM PRINT-REGISTER-PAGE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE WR1
               END-EXEC
           END-IF.

      ******************************************************************
       PRINT-REGISTER-PAGE.
      ******************************************************************
      *    EACH EMPLOYEE STARTS A PAGE, AND THEIR NUMBER AND NAME RIDE
      *    THE TITLE BLOCK IN CASE THE TRANSFERS RUN ONTO ANOTHER
           IF  WS-PAGES-PRINTED > ZERO
               PERFORM PRINT-PAGE-EJECT
           END-IF.
           ADD  1                   TO   WS-PAGES-PRINTED.
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "EMPLOYEE " EMP-NO "  " EMP-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           PERFORM PRINT-PERSONAL-DETAILS.
           PERFORM PRINT-EMPLOYMENT-DETAILS.
           PERFORM PRINT-TRANSFERS.

      ******************************************************************
       PRINT-PERSONAL-DETAILS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  NAME               " EMP-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  NAME (KANA)        " EMP-KANA
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  EMP-BIRTHDATE = ZERO
               MOVE  "  DATE OF BIRTH      NOT RECORDED"
                                    TO   PA-BUFFER
           ELSE
               MOVE  EMP-BIRTHDATE  TO   D-DATE
               STRING "  DATE OF BIRTH      " D-DATE
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  CON-ADDRESS = SPACES
               ADD  1               TO   WS-NO-ADDRESS
               MOVE  "  ADDRESS            *** NOT RECORDED -- KEY IT "
                                    TO   PA-BUFFER
               MOVE  "ON EMPMAINT ***"   TO   PA-BUFFER(51:15)
               PERFORM PRINT-A-LINE
           ELSE
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  ADDRESS            " CON-POSTAL
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  SPACES         TO   PA-BUFFER
               STRING "                     " CON-ADDRESS
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  ADDRESS (KANA)     " CON-ADDR-KANA
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  PHONE              " CON-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  EMERGENCY CONTACT  " CON-EMERG-NAME
                  "  " CON-EMERG-REL "  " CON-EMERG-PHONE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-EMPLOYMENT-DETAILS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  EMP-HIRE-DATE      TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  DATE HIRED         " D-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  DEPARTMENT         " EMP-DEPT
                  "   GRADE " EMP-GRADE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           EVALUATE CTR-TYPE
               WHEN "P"
                   MOVE  "PERMANENT"     TO   WS-CONTRACT-TEXT
               WHEN "F"
                   MOVE  "FIXED TERM"    TO   WS-CONTRACT-TEXT
               WHEN OTHER
                   MOVE  "NOT RECORDED"  TO   WS-CONTRACT-TEXT
           END-EVALUATE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  CTR-TYPE = "F"
               MOVE  CTR-TERM-START TO   D-DATE
               MOVE  CTR-TERM-END   TO   D-DATE-2
               STRING "  CONTRACT           " WS-CONTRACT-TEXT
                      " " D-DATE " TO " D-DATE-2
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "  CONTRACT           " WS-CONTRACT-TEXT
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           EVALUATE EMP-STATUS
               WHEN "A"
                   MOVE  "ACTIVE"   TO   WS-STATUS-TEXT
               WHEN "L"
                   MOVE  "ON LEAVE" TO   WS-STATUS-TEXT
               WHEN "T"
                   MOVE  "TERMINATED"    TO   WS-STATUS-TEXT
               WHEN OTHER
                   MOVE  EMP-STATUS TO   WS-STATUS-TEXT
           END-EVALUATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  STATUS             " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    A LEAVER'S PAGE SAYS HOW LONG IT MUST BE KEPT
           IF  EMP-TERM-DATE NOT = ZERO
               IF  EMP-STATUS = "T"
                   ADD  1           TO   WS-LEAVERS-PRINTED
               END-IF
               COMPUTE WS-RETAIN-UNTIL = EMP-TERM-DATE
                                       + WS-RETAIN-YEARS * 10000
               MOVE  EMP-TERM-DATE  TO   D-DATE
               MOVE  WS-RETAIN-UNTIL    TO   D-DATE-2
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  DATE OF LEAVING    " D-DATE
                      "   KEEP THIS PAGE UNTIL " D-DATE-2
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-TRANSFERS.
      ******************************************************************
      *    THE EMPLOYMENT HISTORY THE REGISTER CARRIES -- EVERY MOVE
      *    BETWEEN DEPARTMENTS, OLDEST FIRST
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "  TRANSFERS"      TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  ZERO               TO   WS-TRANSFERS.
           MOVE  EMP-NO             TO   WR-EMP-NO.
           MOVE  "N"                TO   WS-XFR-EOF-FLAG.
           EXEC SQL
               DECLARE WR2 CURSOR FOR
               SELECT COALESCE(EFF_DATE, CHG_DATE, 0),
                      OLD_DEPT, NEW_DEPT
                 FROM EMP_HISTORY
                WHERE EMP_NO = :WR-EMP-NO
                  AND OLD_DEPT > 0
                  AND NEW_DEPT <> OLD_DEPT
                ORDER BY CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
               OPEN WR2
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-XFR-EOF
                   EXEC SQL
                       FETCH WR2
                        INTO :WR-XFR-DATE, :WR-OLD-DEPT, :WR-NEW-DEPT
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-XFR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-XFR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-TRANSFERS
                           MOVE  WR-XFR-DATE TO   D-DATE
                           MOVE  SPACES TO   PA-BUFFER
                           STRING "    " D-DATE "  DEPARTMENT "
                                  WR-OLD-DEPT " TO " WR-NEW-DEPT
                               DELIMITED BY SIZE INTO PA-BUFFER
                           PERFORM PRINT-A-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE WR2
               END-EXEC
           END-IF.
           IF  WS-TRANSFERS = ZERO
               MOVE  "    NONE"     TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-PAGE-EJECT.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "PAGE"             TO   PA-WHAT.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           MOVE  "LINES"            TO   PA-WHAT.

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
           MOVE  "PURGE-RETAIN-YEARS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
           AND WS-CFG-VALUE(1:2) > "00"
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-RETAIN-YEARS
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
               DISPLAY "*** WRKREG: RUNNING FOR COMPANY " WS-CO-CODE
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
                                  WS-PAGES-PRINTED, WS-AUDIT-STATUS.
      ******************************************************************
