      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PDPURGE --- personal-data purge for leavers past the
      *              statutory retention period: every employee
      *              terminated more than PURGE-RETAIN-YEARS ago
      *              (default 7) has the personal fields on EMP
      *              anonymised (name, kana, birth date, bank
      *              account), the names and bank routing on their
      *              EMP_HISTORY images overwritten, their standing
      *              DEDUCT rows and their home address and contacts
      *              (EMP_CONTACT, with its EMP_CONTACT_HIST images)
      *              deleted, their EMP_NO taken off the SESSLOG.DAT
      *              access trail and their Individual Numbers purged
      *              from the MYNUMVLT vault.  EMP_NO, salary, grade and
      *              the dates stay, so the wage ledger and the pay
      *              archive still tie out.  A certificate of
      *              destruction is spooled through VIRTUAL-PRINTER
      *              and the run is audited.  The purge refuses to
      *              run while a catalogued EMPUNLD generation still
      *              holds the data unmasked -- EMPRELD would bring
      *              it straight back.  A rehearsal run (REHEARSAL-MODE
      *              on SHOPCNFG.DAT) rolls every update back instead of
      *              committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PDPURGE.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    EMPUNLD'S CATALOG OF BACKUP GENERATIONS -- EVERY ONE LISTED
      *    IS STILL RESTORABLE THROUGH EMPRELD
           SELECT BCAT-FILE        ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCAT-STATUS.
      *    EMPMAINT'S SESSION TRAIL, REWRITTEN THROUGH A WORK FILE THE
      *    WAY LOGARCH REWRITES THE SHARED LOGS
           SELECT SESS-FILE        ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT SESSTMP-FILE     ASSIGN TO "SESSLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSTMP-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BCAT-FILE.
       01  BCAT-REC.
           05  BC-FILE-NAME        PIC  X(40).
           05  FILLER              PIC  X.
           05  BC-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  BC-REC-COUNT        PIC  9(09).

      *    SAME LAYOUT EMPMAINT WRITES
       FD  SESS-FILE.
       01  SESS-REC.
           05  SE-REC-TYPE         PIC  X.
           05  FILLER              PIC  X.
           05  SE-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  SE-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  SE-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  SE-FUNCTION         PIC  X(10).
           05  FILLER              PIC  X.
           05  SE-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
           05  SE-DISP             PIC  X(10).
           05  FILLER              PIC  X.
           05  SE-DURATION         PIC  9(06).

       FD  SESSTMP-FILE.
       01  SESSTMP-REC             PIC  X(62).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "PDPURGE".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-BCAT-STATUS          PIC  X(02).
           88  WS-BCAT-OK          VALUE "00".
           88  WS-BCAT-EOF         VALUE "10".
       01  WS-SESS-STATUS          PIC  X(02).
           88  WS-SESS-OK          VALUE "00".
           88  WS-SESS-EOF         VALUE "10".
       01  WS-SESSTMP-STATUS       PIC  X(02).
           88  WS-SESSTMP-OK       VALUE "00".
           88  WS-SESSTMP-EOF      VALUE "10".
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    YEARS A LEAVER'S PERSONAL DATA IS KEPT AFTER TERMINATION
      *    (PURGE-RETAIN-YEARS) -- EMPUNLD MASKS ON THE SAME SETTING
       01  WS-RETAIN-YEARS         PIC  9(02) VALUE 7.
      *    OLDEST GENERATION STILL ON THE BACKUP CATALOG
       01  WS-OLDEST-GEN-DATE      PIC  9(08) VALUE ZERO.
       01  WS-OLDEST-GEN-NAME      PIC  X(40) VALUE SPACES.
      *    LEVEL-M OPERATOR THE VAULT PURGE RUNS UNDER
      *    (PURGE-OPER-ID / PURGE-OPER-PASSWD)
       01  WS-VAULT-OPER-ID        PIC  X(08) VALUE SPACES.
       01  WS-VAULT-PASSWORD       PIC  X(08) VALUE SPACES.
      *    MYNUMVLT CONTRACT FIELDS (SEE MYNUMVLT)
       01  WS-MNV-ACTION           PIC  X(08) VALUE "PURGE".
       01  WS-MNV-PURPOSE          PIC  X(08) VALUE "PURGE".
       01  WS-MNV-EMP-NO           PIC  9(04).
       01  WS-MNV-DEP-SEQ          PIC  9(02) VALUE ZERO.
       01  WS-MNV-NUMBER           PIC  X(12).
       01  WS-MNV-STATUS           PIC  X(02).
      *    THE LEAVERS TAKEN BY THIS RUN, WITH WHAT WAS DONE TO EACH
      *    -- THE CERTIFICATE IS PRINTED FROM HERE
       01  WS-PURGE-TABLE.
           05  WS-PG-CNT           PIC  9(04) VALUE ZERO.
           05  WS-PG-ENTRY         OCCURS 2000.
               10  WS-PT-EMP-NO    PIC  9(04).
               10  WS-PT-TERM-DATE PIC  9(08).
               10  WS-PT-HISTORY   PIC  9(05).
               10  WS-PT-DEDUCT    PIC  9(05).
               10  WS-PT-SESSIONS  PIC  9(05).
               10  WS-PT-VAULT     PIC  X(02).
       01  WS-PG-IDX               PIC  9(04).
      *    THE AUDIT TRAIL'S ROW COUNT -- LEAVERS PURGED
       01  WS-ROWS-PURGED          PIC  9(06) VALUE ZERO.
       01  WS-PG-HIT               PIC  9(04).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-REFUSED-FLAG         PIC  X     VALUE "N".
           88  WS-REFUSED          VALUE "Y".
       01  WS-PG-COUNTS.
           05  WS-HELD             PIC  9(06) VALUE ZERO.
           05  WS-HISTORY-TOTAL    PIC  9(07) VALUE ZERO.
           05  WS-DEDUCT-TOTAL     PIC  9(07) VALUE ZERO.
           05  WS-CONTACT-TOTAL    PIC  9(07) VALUE ZERO.
           05  WS-SESSION-TOTAL    PIC  9(07) VALUE ZERO.
           05  WS-VAULT-TOTAL      PIC  9(06) VALUE ZERO.
           05  WS-VAULT-KEPT       PIC  9(06) VALUE ZERO.
       01  D-PG-LINE.
           05  D-PG-EMP-NO         PIC  9(04).
           05  FILLER              PIC  X(03).
           05  D-PG-TERM           PIC  9999/99/99.
           05  FILLER              PIC  X(03).
           05  D-PG-EMP            PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-PG-HISTORY        PIC  ZZZZ9.
           05  FILLER              PIC  X(03).
           05  D-PG-DEDUCT         PIC  ZZZZ9.
           05  FILLER              PIC  X(03).
           05  D-PG-SESSIONS       PIC  ZZZZ9.
           05  FILLER              PIC  X(03).
           05  D-PG-VAULT          PIC  X(16).
       01  D-RUN-DATE              PIC  9999/99/99.
       01  D-CUTOFF-DATE           PIC  9999/99/99.
       01  D-GEN-DATE              PIC  9999/99/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSTAT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  PG-VARS.
           05  PG-EMP-NO           PIC  9(04).
           05  PG-TERM-DATE        PIC  9(08).
      *    A LEAVER TERMINATED BEFORE THIS DATE IS PAST RETENTION
           05  PG-CUTOFF-DATE      PIC  9(08).
      *    A LEAVER TERMINATED ON OR AFTER THIS DATE WAS STILL INSIDE
      *    RETENTION WHEN THE OLDEST GENERATION WAS CUT, SO THAT
      *    GENERATION CARRIES THEIR DATA UNMASKED
           05  PG-GEN-LIMIT        PIC  9(08).
      *    THE NAME AN ANONYMISED ROW CARRIES -- ALSO HOW A LATER RUN
      *    KNOWS THE ROW IS ALREADY DONE
           05  PG-PURGED-NAME      PIC  X(60) VALUE "PURGED".
      *    ONLY NEEDED FOR THE SHARED TABLE DEFINITIONS IN CONCHECK
           COPY "CONREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PDPURGE STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           COMPUTE PG-CUTOFF-DATE = WS-AUDIT-START-DATE
                                  - WS-RETAIN-YEARS * 10000.
           PERFORM FIND-OLDEST-GENERATION.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE CONTACT TABLES MAY NEVER HAVE BEEN KEYED INTO, AND
      *    THE HISTORY MAY PREDATE ITS BANK-ROUTING COLUMNS
           PERFORM CREATE-CONTACT-TABLES.
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE EMP_HISTORY
                      ADD COLUMN IF NOT EXISTS OLD_BANK_CODE CHAR(4),
                      ADD COLUMN IF NOT EXISTS OLD_BRANCH_CODE CHAR(3),
                      ADD COLUMN IF NOT EXISTS OLD_ACCT_TYPE CHAR(1),
                      ADD COLUMN IF NOT EXISTS OLD_ACCT_NO CHAR(7),
                      ADD COLUMN IF NOT EXISTS NEW_BANK_CODE CHAR(4),
                      ADD COLUMN IF NOT EXISTS NEW_BRANCH_CODE CHAR(3),
                      ADD COLUMN IF NOT EXISTS NEW_ACCT_TYPE CHAR(1),
                      ADD COLUMN IF NOT EXISTS NEW_ACCT_NO CHAR(7),
                      ADD COLUMN IF NOT EXISTS COMPANY_CD CHAR(2)
                            NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-PURGE-SPOOL.
           PERFORM CHECK-RESTORE-WINDOW.
           IF  WS-REFUSED
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM SELECT-PURGE-CANDIDATES
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                         UNTIL WS-PG-IDX > WS-PG-CNT
                            OR WS-AUDIT-STATUS = "FAIL"
                   PERFORM ANONYMISE-EMPLOYEE
               END-PERFORM
           END-IF.
      *    THE DATABASE SIDE IS ALL OR NOTHING; THE VAULT AND THE
      *    SESSION TRAIL ARE ONLY TOUCHED ONCE IT HAS COMMITTED
           IF  WS-AUDIT-STATUS = "FAIL"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                         UNTIL WS-PG-IDX > WS-PG-CNT
                   PERFORM PURGE-VAULT-ENTRIES
               END-PERFORM
               IF  WS-PG-CNT > ZERO
                   PERFORM SCRUB-SESSION-TRAIL
               END-IF
               PERFORM PRINT-CERTIFICATE
               MOVE  WS-PG-CNT      TO   WS-ROWS-PURGED
           END-IF.
           PERFORM DISCONNECT-FROM-DB.

      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           IF  WS-REFUSED
               DISPLAY "*** PDPURGE REFUSED -- " WS-HELD
                       " LEAVER(S) STILL ON BACKUP GENERATION "
                       WS-OLDEST-GEN-NAME " ***"
           ELSE
               DISPLAY "*** PDPURGE FINISHED -- " WS-PG-CNT
                       " LEAVER(S) PURGED ***"
           END-IF.
      *    AN INDIVIDUAL NUMBER LEFT IN THE VAULT, OR MORE LEAVERS
      *    THAN ONE RUN TAKES, IS PERSONAL DATA STILL HELD
           IF  (WS-VAULT-KEPT NOT = ZERO OR WS-TABLE-FULL)
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
       FIND-OLDEST-GENERATION.
      ******************************************************************
      *    NO CATALOG MEANS NO GENERATION TO RESTORE FROM
           OPEN INPUT BCAT-FILE.
           IF  WS-BCAT-OK
               PERFORM UNTIL NOT WS-BCAT-OK
                   READ BCAT-FILE
                   IF  WS-BCAT-OK AND BC-DATE NUMERIC
                       IF  WS-OLDEST-GEN-DATE = ZERO
                       OR  BC-DATE < WS-OLDEST-GEN-DATE
                           MOVE  BC-DATE      TO  WS-OLDEST-GEN-DATE
                           MOVE  BC-FILE-NAME TO  WS-OLDEST-GEN-NAME
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BCAT-FILE
           END-IF.

      ******************************************************************
       OPEN-PURGE-SPOOL.
      ******************************************************************
           MOVE  "./pdpurge.dat"    TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-AUDIT-START-DATE    TO   D-RUN-DATE.
           MOVE  PG-CUTOFF-DATE     TO   D-CUTOFF-DATE.
           MOVE  "CERTIFICATE OF DESTRUCTION -- PERSONAL DATA OF "
                                    TO   PA-BUFFER.
           MOVE  "LEAVERS"          TO   PA-BUFFER(48:7).
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "RUN DATE " D-RUN-DATE "   RETENTION "
                  WS-RETAIN-YEARS " YEARS   TERMINATED BEFORE "
                  D-CUTOFF-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       CHECK-RESTORE-WINDOW.
      ******************************************************************
      *    EMPUNLD MASKS A LEAVER ONLY ONCE THEY ARE PAST RETENTION
      *    ON THE DAY IT RUNS, SO EVERY LEAVER TERMINATED ON OR
      *    AFTER (OLDEST GENERATION - RETENTION) IS STILL READABLE
      *    IN THAT GENERATION.  IF ANY SUCH LEAVER IS DUE NOW, THE
      *    WHOLE RUN WAITS FOR THE GENERATION TO AGE OFF.
           IF  WS-OLDEST-GEN-DATE NOT = ZERO
               COMPUTE PG-GEN-LIMIT = WS-OLDEST-GEN-DATE
                                    - WS-RETAIN-YEARS * 10000
               PERFORM LIST-HELD-LEAVERS
           END-IF.
           IF  WS-REFUSED
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               MOVE  SPACES         TO   PA-BUFFER
               STRING WS-HELD " LEAVER(S) HELD -- NOTHING HAS BEEN "
                      "PURGED.  RERUN ONCE THE GENERATION HAS LEFT "
                      "THE CATALOG"
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       LIST-HELD-LEAVERS.
      ******************************************************************
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE PG1 CURSOR FOR
               SELECT EMP_NO, COALESCE(EMP_TERM_DATE, 0)
                 FROM EMP
                WHERE COALESCE(EMP_STATUS, 'A') = 'T'
                  AND EMP_TERM_DATE > 0
                  AND EMP_TERM_DATE <  :PG-CUTOFF-DATE
                  AND EMP_TERM_DATE >= :PG-GEN-LIMIT
                  AND EMP_NAME <> :PG-PURGED-NAME
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN PG1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH PG1 INTO :PG-EMP-NO, :PG-TERM-DATE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           IF  NOT WS-REFUSED
                               PERFORM PRINT-REFUSAL-HEADING
                           END-IF
                           SET  WS-REFUSED   TO   TRUE
                           ADD  1       TO   WS-HELD
                           MOVE  SPACES TO   D-PG-LINE
                           MOVE  PG-EMP-NO    TO   D-PG-EMP-NO
                           MOVE  PG-TERM-DATE TO   D-PG-TERM
                           MOVE  D-PG-LINE    TO   PA-BUFFER
                           PERFORM PRINT-A-LINE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE PG1
               END-EXEC
           END-IF.

      ******************************************************************
       PRINT-REFUSAL-HEADING.
      ******************************************************************
           MOVE  WS-OLDEST-GEN-DATE TO   D-GEN-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "*** PURGE REFUSED -- BACKUP GENERATION "
                      DELIMITED BY SIZE
                  WS-OLDEST-GEN-NAME DELIMITED BY SPACE
                  " OF " D-GEN-DATE DELIMITED BY SIZE
                  " STILL HOLDS THE DATA ***" DELIMITED BY SIZE
               INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "EMP    TERMINATED"    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       SELECT-PURGE-CANDIDATES.
      ******************************************************************
      *    LEAVERS PAST RETENTION NOT YET ANONYMISED, LOWEST EMP_NO
      *    FIRST; A TABLE'S WORTH PER RUN, THE REST GO NEXT TIME
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE PG2 CURSOR FOR
               SELECT EMP_NO, COALESCE(EMP_TERM_DATE, 0)
                 FROM EMP
                WHERE COALESCE(EMP_STATUS, 'A') = 'T'
                  AND EMP_TERM_DATE > 0
                  AND EMP_TERM_DATE < :PG-CUTOFF-DATE
                  AND EMP_NAME <> :PG-PURGED-NAME
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN PG2
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH PG2 INTO :PG-EMP-NO, :PG-TERM-DATE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN WS-PG-CNT NOT < 2000
                           SET  WS-TABLE-FULL     TO   TRUE
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           ADD  1       TO   WS-PG-CNT
                           MOVE  PG-EMP-NO
                                        TO   WS-PT-EMP-NO(WS-PG-CNT)
                           MOVE  PG-TERM-DATE
                                        TO   WS-PT-TERM-DATE(WS-PG-CNT)
                           MOVE  ZERO   TO   WS-PT-HISTORY(WS-PG-CNT)
                                             WS-PT-DEDUCT(WS-PG-CNT)
                                             WS-PT-SESSIONS(WS-PG-CNT)
                           MOVE  SPACES TO   WS-PT-VAULT(WS-PG-CNT)
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE PG2
               END-EXEC
           END-IF.

      ******************************************************************
       ANONYMISE-EMPLOYEE.
      ******************************************************************
      *    PERSONAL FIELDS GO; EMP_NO, SALARY, DEPARTMENT, GRADE AND
      *    THE HIRE AND TERMINATION DATES STAY FOR THE PAY RECORDS
           MOVE  WS-PT-EMP-NO(WS-PG-IDX)    TO   PG-EMP-NO.
           EXEC SQL
               UPDATE EMP
                  SET EMP_NAME        = :PG-PURGED-NAME,
                      EMP_KANA        = NULL,
                      EMP_BIRTHDATE   = NULL,
                      EMP_BANK_CODE   = NULL,
                      EMP_BRANCH_CODE = NULL,
                      EMP_ACCT_TYPE   = NULL,
                      EMP_ACCT_NO     = NULL
                WHERE EMP_NO = :PG-EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM RENAME-HISTORY-IMAGES
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM DELETE-STANDING-DEDUCTIONS
           END-IF.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM DELETE-CONTACT-DATA
           END-IF.

      ******************************************************************
       RENAME-HISTORY-IMAGES.
      ******************************************************************
      *    THE BEFORE/AFTER IMAGES KEEP THEIR SALARIES AND DATES
           EXEC SQL
               UPDATE EMP_HISTORY
                  SET OLD_NAME        = :PG-PURGED-NAME,
                      NEW_NAME        = :PG-PURGED-NAME,
                      OLD_BANK_CODE   = NULL,
                      OLD_BRANCH_CODE = NULL,
                      OLD_ACCT_TYPE   = NULL,
                      OLD_ACCT_NO     = NULL,
                      NEW_BANK_CODE   = NULL,
                      NEW_BRANCH_CODE = NULL,
                      NEW_ACCT_TYPE   = NULL,
                      NEW_ACCT_NO     = NULL
                WHERE EMP_NO = :PG-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE  SQLERRD(3)  TO   WS-PT-HISTORY(WS-PG-IDX)
                   ADD  WS-PT-HISTORY(WS-PG-IDX)
                                     TO   WS-HISTORY-TOTAL
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
           END-EVALUATE.

      ******************************************************************
       DELETE-STANDING-DEDUCTIONS.
      ******************************************************************
      *    STANDING DEDUCTIONS ONLY FEED FUTURE PAY RUNS -- WHAT WAS
      *    DEDUCTED IS ON THE PAY ARCHIVE THE WAGE LEDGER READS
           EXEC SQL
               DELETE FROM DEDUCT
                WHERE EMP_NO = :PG-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE  SQLERRD(3)  TO   WS-PT-DEDUCT(WS-PG-IDX)
                   ADD  WS-PT-DEDUCT(WS-PG-IDX)
                                     TO   WS-DEDUCT-TOTAL
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
           END-EVALUATE.

      ******************************************************************
       DELETE-CONTACT-DATA.
      ******************************************************************
      *    AN ADDRESS IS NOTHING BUT PERSONAL DATA -- THE ROW AND ITS
      *    WHOLE CHANGE TRAIL GO; THE WORKER REGISTER HAS NO CLAIM ON
      *    A LEAVER PAST RETENTION
           EXEC SQL
               DELETE FROM EMP_CONTACT
                WHERE EMP_NO = :PG-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD  SQLERRD(3)   TO   WS-CONTACT-TOTAL
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
           END-EVALUATE.
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               EXEC SQL
                   DELETE FROM EMP_CONTACT_HIST
                    WHERE EMP_NO = :PG-EMP-NO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       ADD  SQLERRD(3)    TO   WS-CONTACT-TOTAL
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ERROR-RTN
                       MOVE "FAIL"   TO   WS-AUDIT-STATUS
               END-EVALUATE
           END-IF.

      ******************************************************************
       PURGE-VAULT-ENTRIES.
      ******************************************************************
      *    THE EMPLOYEE'S AND EVERY DEPENDENT'S NUMBER GO TOGETHER;
      *    NF SIMPLY MEANS NONE WAS HELD
           MOVE  WS-PT-EMP-NO(WS-PG-IDX)    TO   WS-MNV-EMP-NO.
           MOVE  SPACES             TO   WS-MNV-NUMBER.
           CALL "MYNUMVLT" USING WS-MNV-ACTION, WS-PROGRAM-NAME,
                                  WS-VAULT-OPER-ID, WS-VAULT-PASSWORD,
                                  WS-MNV-PURPOSE, WS-MNV-EMP-NO,
                                  WS-MNV-DEP-SEQ, WS-MNV-NUMBER,
                                  WS-MNV-STATUS.
           MOVE  WS-MNV-STATUS      TO   WS-PT-VAULT(WS-PG-IDX).
           EVALUATE WS-MNV-STATUS
               WHEN "OK"
                   ADD  1           TO   WS-VAULT-TOTAL
               WHEN "NF"
                   CONTINUE
               WHEN OTHER
                   ADD  1           TO   WS-VAULT-KEPT
           END-EVALUATE.

      ******************************************************************
       SCRUB-SESSION-TRAIL.
      ******************************************************************
      *    THE OPERATOR'S SESSION STAYS ON THE TRAIL; ONLY WHOSE
      *    RECORD THEY OPENED IS BLANKED.  NO TRAIL, NOTHING TO DO.
           OPEN INPUT SESS-FILE.
           IF  WS-SESS-OK
               OPEN OUTPUT SESSTMP-FILE
               PERFORM UNTIL NOT WS-SESS-OK
                   READ SESS-FILE
                   IF  WS-SESS-OK
                       PERFORM FIND-PURGED-EMP-NO
                       IF  WS-PG-HIT NOT = ZERO
                           MOVE  SPACES  TO   SE-EMP-NO
                           ADD  1  TO   WS-PT-SESSIONS(WS-PG-HIT)
                           ADD  1  TO   WS-SESSION-TOTAL
                       END-IF
                       WRITE SESSTMP-REC FROM SESS-REC
                   END-IF
               END-PERFORM
               CLOSE SESS-FILE SESSTMP-FILE
               IF  WS-SESSION-TOTAL NOT = ZERO
                   PERFORM REWRITE-SESSION-TRAIL
               END-IF
           END-IF.

      ******************************************************************
       REWRITE-SESSION-TRAIL.
      ******************************************************************
           OPEN INPUT  SESSTMP-FILE.
           OPEN OUTPUT SESS-FILE.
           PERFORM UNTIL WS-SESSTMP-EOF
               READ SESSTMP-FILE
                   AT END
                       SET WS-SESSTMP-EOF TO TRUE
                   NOT AT END
                       WRITE SESS-REC FROM SESSTMP-REC
               END-READ
           END-PERFORM.
           CLOSE SESSTMP-FILE SESS-FILE.

      ******************************************************************
       FIND-PURGED-EMP-NO.
      ******************************************************************
           MOVE  ZERO               TO   WS-PG-HIT.
           IF  SE-EMP-NO NUMERIC
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                         UNTIL WS-PG-IDX > WS-PG-CNT
                            OR WS-PG-HIT NOT = ZERO
                   IF  WS-PT-EMP-NO(WS-PG-IDX) = SE-EMP-NO
                       MOVE  WS-PG-IDX   TO   WS-PG-HIT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       PRINT-CERTIFICATE.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "EMP    TERMINATED    EMP         HISTORY   DEDUCT  "
                                    TO   PA-BUFFER.
           MOVE  "SESSIONS   MY NUMBER"    TO   PA-BUFFER(53:21).
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                     UNTIL WS-PG-IDX > WS-PG-CNT
               MOVE  SPACES         TO   D-PG-LINE
               MOVE  WS-PT-EMP-NO(WS-PG-IDX)    TO   D-PG-EMP-NO
               MOVE  WS-PT-TERM-DATE(WS-PG-IDX) TO   D-PG-TERM
               MOVE  "ANONYMISED"   TO   D-PG-EMP
               MOVE  WS-PT-HISTORY(WS-PG-IDX)   TO   D-PG-HISTORY
               MOVE  WS-PT-DEDUCT(WS-PG-IDX)    TO   D-PG-DEDUCT
               MOVE  WS-PT-SESSIONS(WS-PG-IDX)  TO   D-PG-SESSIONS
               EVALUATE WS-PT-VAULT(WS-PG-IDX)
                   WHEN "OK"
                       MOVE  "DESTROYED"         TO   D-PG-VAULT
                   WHEN "NF"
                       MOVE  "NONE HELD"         TO   D-PG-VAULT
                   WHEN OTHER
                       MOVE  SPACES              TO   D-PG-VAULT
                       STRING "RETAINED - " WS-PT-VAULT(WS-PG-IDX)
                           DELIMITED BY SIZE INTO D-PG-VAULT
               END-EVALUATE
               MOVE  D-PG-LINE      TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-PERFORM.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-PG-CNT " EMP ROW(S) ANONYMISED, "
                  WS-HISTORY-TOTAL " HISTORY IMAGE(S) RENAMED, "
                  WS-DEDUCT-TOTAL " DEDUCTION(S) DELETED"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-CONTACT-TOTAL
                  " CONTACT ROW(S) AND CONTACT CHANGE IMAGE(S) DELETED"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-SESSION-TOTAL " SESSION RECORD(S) UNLINKED, "
                  WS-VAULT-TOTAL " VAULT ENTRY SET(S) DESTROYED, "
                  WS-VAULT-KEPT " RETAINED"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-TABLE-FULL
               MOVE  "MORE LEAVERS ARE DUE THAN ONE RUN TAKES -- RUN "
                                    TO   PA-BUFFER
               MOVE  "AGAIN"        TO   PA-BUFFER(48:5)
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "NAME, KANA, BIRTH DATE, BANK ACCOUNT, ADDRESS AND "
                                    TO   PA-BUFFER.
           MOVE  "CONTACTS REMOVED;  "   TO   PA-BUFFER(51:19).
           MOVE  "EMP_NO AND PAY FIGURES RETAINED FOR THE WAGE LEDGER"
                                    TO   PA-BUFFER(70:51).
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "CERTIFIED BY: ______________________   DATE: "
                                    TO   PA-BUFFER.
           MOVE  "__________"       TO   PA-BUFFER(47:10).
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
           MOVE  "PURGE-RETAIN-YEARS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
           AND WS-CFG-VALUE(1:2) > "00"
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-RETAIN-YEARS
           END-IF.
           MOVE  "PURGE-OPER-ID"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-VAULT-OPER-ID
           END-IF.
           MOVE  "PURGE-OPER-PASSWD" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-VAULT-PASSWORD
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
      *    CREATE-CONTACT-TABLES -- SHARED WITH EMPMAINT AND EMPHRSYN
           COPY "CONCHECK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-ROWS-PURGED, WS-AUDIT-STATUS.
      ******************************************************************
