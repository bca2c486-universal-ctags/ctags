      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  POSLOAD --- loads the EMP_POSITION table from POSSEED.DAT
      *              the same way ALWLOAD loads EMP_ALLOWANCE: drop/
      *              create, stream the seed file row at a time,
      *              commit, and record the run in the shared audit
      *              trail.  EMP_POSITION is the approved
      *              establishment -- the number of slots each
      *              department may fill at each pay-scale grade.
      *              Every add path (EMPMAINT, EMPTRANS, EMPHRSYN)
      *              checks it for a vacancy (see POSCHECK); a
      *              department with no rows is not under position
      *              control.  Approved hires over establishment
      *              (EMP_POS_EXCEPTION) are kept across reloads.
      *              Each company of the group loads its own seed file
      *              and only the run company's departments are
      *              cleared and reloaded; a row for a department
      *              another company owns is skipped.  A rehearsal run
      *              (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every update
      *              back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 POSLOAD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PSEED-FILE       ASSIGN TO DYNAMIC WS-PSEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSEED-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           SELECT DBPARM-FILE      ASSIGN TO "DBCONN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PSEED-FILE.
       01  PSEED-REC.
           05  PSEED-DEPT          PIC  9(03).
           05  FILLER              PIC  X.
           05  PSEED-GRADE         PIC  9(02).
           05  FILLER              PIC  X.
           05  PSEED-SLOTS         PIC  9(04).

       FD  DBPARM-FILE.
       01  DBPARM-REC.
           05  DBPARM-DBNAME       PIC  X(30).
           05  DBPARM-USERNAME     PIC  X(30).
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-PSEED-STATUS         PIC  X(02).
           88  WS-PSEED-OK         VALUE "00".
           88  WS-PSEED-EOF        VALUE "10".
       01  WS-DBPARM-STATUS        PIC  X(02).
           88  WS-DBPARM-OK        VALUE "00".
       01  WS-LOAD-ABORT-FLAG      PIC  X     VALUE "N".
           88  WS-LOAD-ABORT       VALUE "Y".
       01  WS-LOAD-SUMMARY.
           05  WS-ATTEMPTED        PIC  9(06) VALUE ZERO.
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "POSLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-WARN-CONTEXT         PIC  X(30)
                                   VALUE "INSERT EMP_POSITION ROW".
       01  WS-WARN-COUNT           PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PSEED-NAME           PIC  X(40) VALUE "POSSEED.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

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
           DISPLAY "*** POSLOAD STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** POSLOAD: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DB-PARMS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE RUN COMPANY'S ESTABLISHMENT IS RELOADED WHOLE; THE
      *    EXCEPTIONS TABLE IS ONLY CREATED IF MISSING -- AN APPROVAL
      *    ALREADY GRANTED SURVIVES A NEW ESTABLISHMENT
           PERFORM CREATE-POSITION-TABLES.
           IF  SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM EMP_POSITION
                    WHERE POS_DEPT IN
                          (SELECT DEPT_NO FROM DEPT
                            WHERE COMPANY_CD = :RUN-COMPANY)
               END-EXEC
               IF  SQLCODE = +100
                   MOVE ZERO         TO   SQLCODE
               END-IF
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-POSITION-SEED.

           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** POSLOAD FINISHED ***".
           DISPLAY "*** LOAD SUMMARY -- ATTEMPTED: " WS-ATTEMPTED
                   "  INSERTED: " WS-INSERTED
                   "  REJECTED: " WS-REJECTED " ***".
           IF  WS-REJECTED NOT = ZERO
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 0                    TO   RETURN-CODE.
           GOBACK.

      ******************************************************************
       LOAD-POSITION-SEED.
      ******************************************************************
           OPEN INPUT PSEED-FILE.
           IF  NOT WS-PSEED-OK
               DISPLAY "*** UNABLE TO OPEN " WS-PSEED-NAME
               DISPLAY "*** STATUS: " WS-PSEED-STATUS
                       " - NO POSITION ROWS LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-PSEED-EOF OR WS-LOAD-ABORT
                   READ PSEED-FILE
                       AT END
                           SET WS-PSEED-EOF TO TRUE
                       NOT AT END
                           PERFORM INSERT-POSITION-ROW
                   END-READ
               END-PERFORM
               CLOSE PSEED-FILE
           END-IF.
      ******************************************************************
       INSERT-POSITION-ROW.
      ******************************************************************
           ADD  1                  TO   WS-ATTEMPTED.
      *    GRADE 00 IS "OFF THE PAY SCALE" -- NOT A GRADE A SLOT CAN
      *    BE APPROVED FOR
           IF  PSEED-DEPT NOT NUMERIC
           OR  PSEED-GRADE NOT NUMERIC
           OR  PSEED-SLOTS NOT NUMERIC
           OR  PSEED-GRADE = ZERO
               ADD  1              TO   WS-REJECTED
               DISPLAY "*** INVALID POSITION ROW SKIPPED: "
                       PSEED-REC
           ELSE
               MOVE PSEED-DEPT         TO   POS-DEPT
               MOVE PSEED-GRADE        TO   POS-GRADE
               MOVE PSEED-SLOTS        TO   POS-SLOTS
               EXEC SQL
                  INSERT INTO EMP_POSITION
                         SELECT :POS-DEPT,:POS-GRADE,:POS-SLOTS
                          WHERE NOT EXISTS
                                (SELECT 1 FROM DEPT
                                  WHERE DEPT_NO = :POS-DEPT
                                    AND COMPANY_CD <> :RUN-COMPANY)
               END-EXEC
               IF  SQLSTATE = "23505"
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** DUPLICATE DEPT/GRADE SKIPPED: "
                           PSEED-DEPT " " PSEED-GRADE
               ELSE
               IF  SQLCODE = +100
                   ADD  1          TO   WS-REJECTED
                   DISPLAY "*** ANOTHER COMPANY'S DEPT SKIPPED: "
                           PSEED-DEPT " " PSEED-GRADE
               ELSE
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       ADD  1      TO   WS-REJECTED
                       SET  WS-LOAD-ABORT TO TRUE
                   ELSE
                       ADD  1      TO   WS-INSERTED
                       CALL "SQLWARNCK" USING SQLWARN,
                             WS-PROGRAM-NAME, WS-WARN-CONTEXT,
                             WS-WARN-COUNT
                   END-IF
               END-IF
               END-IF
           END-IF.
      ******************************************************************
       LOAD-DB-PARMS.
      ******************************************************************
      *    DEFAULTS, OVERRIDDEN BELOW IF DBCONN.DAT IS PRESENT
           MOVE  "testdb"          TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           MOVE  SPACE             TO   PASSWD.
           OPEN INPUT DBPARM-FILE.
           IF  WS-DBPARM-OK
               READ DBPARM-FILE
                   NOT AT END
                       MOVE DBPARM-DBNAME    TO   DBNAME
                       MOVE DBPARM-USERNAME  TO   USERNAME
                       MOVE DBPARM-PASSWD    TO   PASSWD
               END-READ
               CLOSE DBPARM-FILE
           ELSE
               DISPLAY "*** DBCONN.DAT NOT FOUND, USING DEFAULTS ***"
           END-IF.
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           CALL "ERRLOG" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                                SQLERRMC, WS-ERR-ACTION.
           IF  SQLCODE = -30
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
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
               DISPLAY "*** POSLOAD: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PSEED-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PSEED-NAME
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
                                  WS-AUDIT-START-TIME, WS-INSERTED,
                                  WS-AUDIT-STATUS.
      ******************************************************************
