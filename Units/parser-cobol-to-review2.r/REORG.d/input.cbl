      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  REORG --- organisation restructure run: applies the reorg
      *            card deck in REORG.DAT -- merge one department
      *            into another, split a department (with the list of
      *            employees who go to the new one), rename, or
      *            re-parent under another division -- as one unit of
      *            work on the deck's effective date.  EMP rows are
      *            moved, DEPT_PARENT is re-pointed, and every change
      *            leaves a DEPT_HISTORY or EMP_HISTORY image, so
      *            DEPTSEED.DAT is no longer hand-edited and DIVRPT
      *            and DEPTRPT never disagree.  The organisation is
      *            printed before and after through VIRTUAL-PRINTER;
      *            in simulation mode the whole run is then rolled
      *            back, so the new organisation can be checked
      *            before the date.  A rehearsal run (REHEARSAL-MODE
      *            on SHOPCNFG.DAT) is rolled back the same way and
      *            leaves the deck unmarked.  Each group company
      *            restructures on its own run (COMPANY, see
      *            SCHEDULER) from its own deck and spool, touching
      *            only its own departments and employees; a card
      *            naming another company's department is refused.
      *
      *            REORG.DAT CARDS (ONE HEADER CARD FIRST):
      *              H YYYYMMDD M   EFFECTIVE DATE AND MODE -- S =
      *                             SIMULATE, A = APPLY ON THE DATE,
      *                             D = ALREADY APPLIED (SET BY THE
      *                             RUN THAT APPLIED IT)
      *              M FFF TTT      MERGE FFF INTO TTT (FFF'S STAFF
      *                             AND SUB-DEPARTMENTS MOVE TO TTT,
      *                             FFF IS REMOVED)
      *              S FFF NNN NAME SPLIT NEW DEPARTMENT NNN OUT OF
      *                             FFF, UNDER FFF'S DIVISION
      *              E EEEE         EMPLOYEE MOVING TO THE NEW
      *                             DEPARTMENT OF THE S CARD ABOVE
      *              R DDD     NAME RENAME DDD
      *              P DDD PPP      RE-PARENT DDD UNDER PPP (000 =
      *                             TOP OF THE HIERARCHY)
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 REORG.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT REORG-FILE       ASSIGN TO DYNAMIC WS-REORG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  REORG-FILE.
       01  REORG-REC.
           05  RC-ACTION           PIC  X.
           05  FILLER              PIC  X.
           05  RC-BODY             PIC  X(38).
      *    M/S/R/P CARDS -- THE DEPARTMENT ACTED ON, THE OTHER
      *    DEPARTMENT (MERGE TARGET, NEW SPLIT DEPARTMENT OR NEW
      *    PARENT) AND THE NAME FOR S AND R
           05  RC-DEPT-DATA        REDEFINES RC-BODY.
               10  RC-DEPT         PIC  X(03).
               10  FILLER          PIC  X.
               10  RC-TARGET       PIC  X(03).
               10  FILLER          PIC  X.
               10  RC-NAME         PIC  X(30).
      *    THE HEADER CARD
           05  RC-HEADER-DATA      REDEFINES RC-BODY.
               10  RC-EFF-DATE     PIC  X(08).
               10  FILLER          PIC  X.
               10  RC-MODE         PIC  X.
               10  FILLER          PIC  X(28).
      *    AN E CARD
           05  RC-EMP-DATA         REDEFINES RC-BODY.
               10  RC-EMP-NO       PIC  X(04).
               10  FILLER          PIC  X(34).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "REORG".
           COPY "REHEARSE.CPY".
       01  WS-REORG-STATUS         PIC  X(02).
           88  WS-REORG-OK         VALUE "00".
           88  WS-REORG-EOF        VALUE "10".
       01  WS-REORG-NAME           PIC  X(40) VALUE "REORG.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./reorg.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    THE WHOLE DECK IN MEMORY -- CHECKED END TO END BEFORE THE
      *    DATABASE IS TOUCHED, AND WRITTEN BACK WITH THE HEADER
      *    MARKED D ONCE IT HAS BEEN APPLIED
       01  WS-CARD-TABLE.
           05  WS-CARD-CNT         PIC  9(03) VALUE ZERO.
           05  WS-CARD-ENTRY       OCCURS 200.
               10  WS-CD-REC       PIC  X(40).
       01  WS-CARD-IDX             PIC  9(03).
       01  WS-CARD-ERRORS          PIC  9(03) VALUE ZERO.
       01  WS-CARD-MSG             PIC  X(40).
      *    THE DEPARTMENT THE E CARDS BELOW AN S CARD MOVE FROM/TO
       01  WS-SPLIT-FROM           PIC  9(03) VALUE ZERO.
       01  WS-SPLIT-TO             PIC  9(03) VALUE ZERO.
       01  WS-SPLIT-OPEN-FLAG      PIC  X     VALUE "N".
           88  WS-SPLIT-OPEN       VALUE "Y".
       01  WS-RUN-MODE             PIC  X     VALUE SPACE.
           88  WS-MODE-SIMULATE    VALUE "S".
           88  WS-MODE-APPLY       VALUE "A".
           88  WS-MODE-DONE        VALUE "D".
       01  WS-BUSINESS-DATE        PIC  9(08).
      *    SET BY ANY ACTION THAT CANNOT BE APPLIED -- THE WHOLE
      *    RESTRUCTURE IS THEN BACKED OUT, NEVER LEFT HALF DONE
       01  WS-REORG-FAIL-FLAG      PIC  X     VALUE "N".
           88  WS-REORG-FAILED     VALUE "Y".
      *    CHECK FIELDS
       01  WS-CHECK-DEPT           PIC  9(03).
       01  WS-CHECK-DEPT-X         REDEFINES WS-CHECK-DEPT
                                   PIC  X(03).
       01  WS-CHECK-TARGET         PIC  9(03).
       01  WS-CHECK-TARGET-X       REDEFINES WS-CHECK-TARGET
                                   PIC  X(03).
       01  WS-CHECK-EFF            PIC  9(08).
       01  WS-CHECK-EFF-X          REDEFINES WS-CHECK-EFF
                                   PIC  X(08).
       01  WS-CHECK-EMP            PIC  9(04).
       01  WS-CHECK-EMP-X          REDEFINES WS-CHECK-EMP
                                   PIC  X(04).
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ITS DATE CHECK
      *    VALIDATES THE EFFECTIVE DATE
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    THE NEW HIERARCHY IN MEMORY FOR THE CYCLE CHECK (SAME WALK
      *    AS DIVRPT'S)
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CNT         PIC  9(02) VALUE ZERO.
           05  WS-DEPT-ENTRY       OCCURS 50.
               10  WS-DT-NO        PIC  9(03).
               10  WS-DT-PARENT    PIC  9(03).
       01  WS-DEPT-IDX             PIC  9(02).
       01  WS-DIV-IDX              PIC  9(02).
       01  WS-WALK-DEPT            PIC  9(03).
       01  WS-WALK-GUARD           PIC  9(03).
       01  WS-CYCLE-FLAG           PIC  X     VALUE "N".
           88  WS-CYCLE-FOUND      VALUE "Y".
       01  WS-FIND-HIT             PIC  9(02) VALUE ZERO.
       01  WS-RG-COUNTS.
           05  WS-ACTIONS-DONE     PIC  9(04) VALUE ZERO.
           05  WS-EMPS-MOVED       PIC  9(06) VALUE ZERO.
           05  WS-DEPTS-CHANGED    PIC  9(04) VALUE ZERO.
       01  WS-ORG-TITLE            PIC  X(40).
       01  D-ORG-LINE.
           05  D-ORG-DEPT          PIC  9(03).
           05  FILLER              PIC  X(02).
           05  D-ORG-NAME          PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-ORG-PARENT        PIC  9(03).
           05  FILLER              PIC  X(04).
           05  D-ORG-HEADS         PIC  ZZZZZ9.
       01  D-EFF-DATE              PIC  9999/99/99.
       01  D-COUNT                 PIC  ZZZZZ9.
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
       01  RUN-COMPANY             PIC  X(02).
       01  DEPT-REC-VARS.
           05  DEPT-NO             PIC  9(03).
           05  DEPT-NAME           PIC  X(30).
           05  DEPT-MGR-NO         PIC S9(04).
           05  DEPT-PARENT         PIC  9(03).
      *    THE COMPANY THE LAST DEPARTMENT READ BELONGS TO -- A SPLIT
      *    OPENS ITS NEW DEPARTMENT UNDER THE SAME ONE
           05  DEPT-COMPANY        PIC  X(02).
      *    BEFORE-IMAGE AND TIMESTAMP FOR THE DEPT_HISTORY AND
      *    EMP_HISTORY TRAILS -- STAMPED WITH THE PROGRAM NAME THE WAY
      *    EMPTRANS STAMPS ITS BATCH CHANGES
       01  HIST-VARS.
           05  HIST-OLD-NAME       PIC  X(30).
           05  HIST-OLD-MGR-NO     PIC S9(04).
           05  HIST-OLD-PARENT     PIC  9(03).
           05  HIST-EFF-DATE       PIC  9(08).
           05  HIST-CHG-DATE       PIC  9(08).
           05  HIST-CHG-TIME       PIC  9(08).
           05  HIST-CHG-BY         PIC  X(08) VALUE "REORG".
      *    WORK FIELDS FOR ONE ACTION
       01  RG-VARS.
           05  RG-FROM-DEPT        PIC  9(03).
           05  RG-TO-DEPT          PIC  9(03).
           05  RG-EMP-NO           PIC  9(04).
           05  RG-ROWS             PIC  9(06).
           05  RG-HEADS            PIC  9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** REORG STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-BUSINESS-DATE.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** REORG: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-REORG-DECK.
           IF  WS-CARD-CNT = ZERO
               DISPLAY "*** REORG: NO REORG.DAT DECK -- NOTHING TO "
                       "DO ***"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 0                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-REORG-DECK.
           IF  WS-CARD-ERRORS NOT = ZERO
               DISPLAY "*** REORG: " WS-CARD-ERRORS " BAD CARD(S) -- "
                       "NOTHING APPLIED ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
      *    A DECK ALREADY APPLIED, OR NOT YET DUE, IS LEFT ALONE --
      *    SIMULATION RUNS WHATEVER THE DATE
           EVALUATE TRUE
               WHEN WS-MODE-DONE
                   DISPLAY "*** REORG: DECK FOR " WS-CHECK-EFF
                           " ALREADY APPLIED ***"
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 0            TO   RETURN-CODE
                   GOBACK
               WHEN WS-MODE-APPLY
                AND WS-CHECK-EFF > WS-BUSINESS-DATE
                   DISPLAY "*** REORG: DECK EFFECTIVE " WS-CHECK-EFF
                           " -- NOT YET DUE ***"
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 0            TO   RETURN-CODE
                   GOBACK
           END-EVALUATE.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE = ZERO
               PERFORM CREATE-HISTORY-TABLES
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM OPEN-REORG-SPOOL.
           MOVE  "ORGANISATION BEFORE THE RESTRUCTURE"
                                    TO   WS-ORG-TITLE.
           PERFORM PRINT-ORGANISATION.

      *    ONE UNIT OF WORK FROM HERE -- THE FIRST ACTION THAT CANNOT
      *    BE APPLIED BACKS OUT EVERY ONE BEFORE IT
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "ACTIONS"          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-CARD-IDX FROM 2 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-CNT
                      OR WS-REORG-FAILED
               MOVE  WS-CD-REC(WS-CARD-IDX)  TO   REORG-REC
               PERFORM APPLY-ONE-CARD
           END-PERFORM.
           IF  NOT WS-REORG-FAILED
               PERFORM CHECK-NEW-HIERARCHY
           END-IF.

           IF  NOT WS-REORG-FAILED
               MOVE  "ORGANISATION AFTER THE RESTRUCTURE"
                                    TO   WS-ORG-TITLE
               PERFORM PRINT-ORGANISATION
           END-IF.

           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE TRUE
               WHEN WS-REORG-FAILED
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
                   MOVE "*** RESTRUCTURE FAILED -- NOTHING APPLIED ***"
                                    TO   PA-BUFFER
               WHEN WS-MODE-SIMULATE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE "*** SIMULATION ONLY -- NOTHING APPLIED ***"
                                    TO   PA-BUFFER
               WHEN OTHER
                   PERFORM COMMIT-UNIT-OF-WORK
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "FAIL"   TO   WS-AUDIT-STATUS
                       MOVE "*** COMMIT FAILED -- NOTHING APPLIED ***"
                                    TO   PA-BUFFER
                   ELSE
                   IF  RH-REHEARSAL
                       MOVE "*** REHEARSAL ONLY -- NOTHING APPLIED ***"
                                    TO   PA-BUFFER
                   ELSE
                       PERFORM MARK-DECK-APPLIED
                       MOVE "*** RESTRUCTURE APPLIED ***"
                                    TO   PA-BUFFER
                   END-IF
                   END-IF
           END-EVALUATE.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING WS-ACTIONS-DONE " ACTION(S), " WS-EMPS-MOVED
                  " EMPLOYEE(S) MOVED, " WS-DEPTS-CHANGED
                  " DEPARTMENT ROW(S) CHANGED"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           PERFORM DISCONNECT-FROM-DB.
           DISPLAY "*** REORG FINISHED -- MODE " WS-RUN-MODE ", "
                   WS-ACTIONS-DONE " ACTION(S), " WS-EMPS-MOVED
                   " EMPLOYEE(S) MOVED ***".
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       LOAD-REORG-DECK.
      ******************************************************************
           OPEN INPUT REORG-FILE.
           IF  WS-REORG-OK
               PERFORM UNTIL WS-REORG-EOF
                   READ REORG-FILE
                       AT END
                           SET  WS-REORG-EOF  TO   TRUE
                       NOT AT END
                           IF  REORG-REC NOT = SPACES
                               IF  WS-CARD-CNT < 200
                                   ADD  1     TO   WS-CARD-CNT
                                   MOVE  REORG-REC  TO
                                         WS-CD-REC(WS-CARD-CNT)
                               ELSE
                                   DISPLAY "*** REORG: MORE THAN 200 "
                                           "CARDS ***"
                                   ADD  1     TO   WS-CARD-ERRORS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REORG-FILE
           END-IF.

      ******************************************************************
       CHECK-REORG-DECK.
      ******************************************************************
      *    EVERY CARD IS CHECKED BEFORE ANYTHING IS APPLIED -- A DECK
      *    WITH ONE BAD CARD IS NOT RUN AT ALL
           MOVE  WS-CD-REC(1)       TO   REORG-REC.
           MOVE  RC-EFF-DATE        TO   WS-CHECK-EFF-X.
           MOVE  RC-MODE            TO   WS-RUN-MODE.
           MOVE  "OK"               TO   WS-DC-STATUS.
           IF  WS-CHECK-EFF NUMERIC
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-EFF   TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           MOVE  SPACES             TO   WS-CARD-MSG.
           EVALUATE TRUE
               WHEN RC-ACTION NOT = "H"
                   MOVE "FIRST CARD MUST BE THE H CARD"
                                    TO   WS-CARD-MSG
               WHEN WS-CHECK-EFF NOT NUMERIC
                OR WS-DC-STATUS NOT = "OK"
                   MOVE "BAD EFFECTIVE DATE"
                                    TO   WS-CARD-MSG
               WHEN NOT WS-MODE-SIMULATE AND NOT WS-MODE-APPLY
                AND NOT WS-MODE-DONE
                   MOVE "MODE MUST BE S, A OR D"
                                    TO   WS-CARD-MSG
           END-EVALUATE.
           MOVE  1                  TO   WS-CARD-IDX.
           PERFORM REPORT-CARD-ERROR.
           MOVE  WS-CHECK-EFF       TO   HIST-EFF-DATE.
           MOVE  "N"                TO   WS-SPLIT-OPEN-FLAG.
           PERFORM VARYING WS-CARD-IDX FROM 2 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-CNT
               MOVE  WS-CD-REC(WS-CARD-IDX)  TO   REORG-REC
               PERFORM CHECK-ONE-CARD
               PERFORM REPORT-CARD-ERROR
           END-PERFORM.

      ******************************************************************
       CHECK-ONE-CARD.
      ******************************************************************
           MOVE  SPACES             TO   WS-CARD-MSG.
           MOVE  RC-DEPT            TO   WS-CHECK-DEPT-X.
           MOVE  RC-TARGET          TO   WS-CHECK-TARGET-X.
           MOVE  RC-EMP-NO          TO   WS-CHECK-EMP-X.
           EVALUATE TRUE
               WHEN RC-ACTION = "E"
                   IF  NOT WS-SPLIT-OPEN
                       MOVE "E CARD NOT UNDER AN S CARD"
                                    TO   WS-CARD-MSG
                   ELSE
                       IF  WS-CHECK-EMP NOT NUMERIC
                           MOVE "EMP NO NOT NUMERIC"
                                    TO   WS-CARD-MSG
                       END-IF
                   END-IF
               WHEN RC-ACTION NOT = "M" AND "S" AND "R" AND "P"
                   MOVE "UNKNOWN ACTION"
                                    TO   WS-CARD-MSG
               WHEN WS-CHECK-DEPT NOT NUMERIC
                OR WS-CHECK-DEPT = ZERO
                   MOVE "DEPT NOT NUMERIC"
                                    TO   WS-CARD-MSG
               WHEN RC-ACTION = "R"
                   IF  RC-NAME = SPACES
                       MOVE "NEW NAME BLANK"
                                    TO   WS-CARD-MSG
                   END-IF
               WHEN WS-CHECK-TARGET NOT NUMERIC
                   MOVE "SECOND DEPT NOT NUMERIC"
                                    TO   WS-CARD-MSG
               WHEN WS-CHECK-TARGET = WS-CHECK-DEPT
                   MOVE "BOTH DEPTS THE SAME"
                                    TO   WS-CARD-MSG
               WHEN RC-ACTION = "M" AND WS-CHECK-TARGET = ZERO
                   MOVE "MERGE TARGET IS ZERO"
                                    TO   WS-CARD-MSG
               WHEN RC-ACTION = "S"
                AND (WS-CHECK-TARGET = ZERO OR RC-NAME = SPACES)
                   MOVE "SPLIT NEEDS NEW DEPT AND NAME"
                                    TO   WS-CARD-MSG
           END-EVALUATE.
      *    E CARDS BELONG TO THE NEAREST S CARD ABOVE THEM
           IF  RC-ACTION = "S"
               MOVE  "Y"            TO   WS-SPLIT-OPEN-FLAG
           ELSE
               IF  RC-ACTION NOT = "E"
                   MOVE  "N"        TO   WS-SPLIT-OPEN-FLAG
               END-IF
           END-IF.

      ******************************************************************
       REPORT-CARD-ERROR.
      ******************************************************************
           IF  WS-CARD-MSG NOT = SPACES
               ADD  1               TO   WS-CARD-ERRORS
               DISPLAY "*** REORG CARD " WS-CARD-IDX ": "
                       WS-CARD-MSG " -- " WS-CD-REC(WS-CARD-IDX)
           END-IF.

      ******************************************************************
       CREATE-HISTORY-TABLES.
      ******************************************************************
      *    BOTH TRAILS MAY NOT EXIST YET -- SAME DEFINITIONS AS
      *    DEPTMAINT AND EMPTRANS CARRY
           EXEC SQL
                CREATE TABLE IF NOT EXISTS DEPT_HISTORY
                (
                    DEPT_NO     NUMERIC(3,0) NOT NULL,
                    OLD_NAME    CHAR(30),
                    OLD_MGR_NO  NUMERIC(4,0),
                    OLD_PARENT  NUMERIC(3,0),
                    NEW_NAME    CHAR(30),
                    NEW_MGR_NO  NUMERIC(4,0),
                    NEW_PARENT  NUMERIC(3,0),
                    CHG_DATE    NUMERIC(8,0),
                    CHG_TIME    NUMERIC(8,0),
                    CHANGED_BY  CHAR(8),
                    COMPANY_CD  CHAR(2) NOT NULL DEFAULT '01'
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE DEPT_HISTORY
                      ADD COLUMN IF NOT EXISTS COMPANY_CD CHAR(2)
                            NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.
           IF  SQLCODE = ZERO
               EXEC SQL
                    CREATE TABLE IF NOT EXISTS EMP_HISTORY
                    (
                        EMP_NO     NUMERIC(4,0) NOT NULL,
                        OLD_NAME   VARCHAR(60),
                        OLD_SALARY NUMERIC(9,2),
                        NEW_NAME   VARCHAR(60),
                        NEW_SALARY NUMERIC(9,2),
                        OLD_STATUS CHAR(1),
                        NEW_STATUS CHAR(1),
                        OLD_GRADE  NUMERIC(2,0),
                        OLD_STEP   NUMERIC(2,0),
                        NEW_GRADE  NUMERIC(2,0),
                        NEW_STEP   NUMERIC(2,0),
                        CHG_DATE   NUMERIC(8,0),
                        CHG_TIME   NUMERIC(8,0),
                        CHANGED_BY CHAR(8),
                        APPROVED_BY CHAR(8),
                        OLD_DEPT   NUMERIC(3,0),
                        NEW_DEPT   NUMERIC(3,0),
                        EFF_DATE   NUMERIC(8,0),
                        COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
                    )
               END-EXEC
           END-IF.
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE EMP_HISTORY
                      ADD COLUMN IF NOT EXISTS OLD_DEPT NUMERIC(3,0),
                      ADD COLUMN IF NOT EXISTS NEW_DEPT NUMERIC(3,0),
                      ADD COLUMN IF NOT EXISTS EFF_DATE NUMERIC(8,0),
                      ADD COLUMN IF NOT EXISTS COMPANY_CD CHAR(2)
                            NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.

      ******************************************************************
       OPEN-REORG-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-CHECK-EFF       TO   D-EFF-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-MODE-SIMULATE
               STRING "ORGANISATION RESTRUCTURE EFFECTIVE " D-EFF-DATE
                      " -- SIMULATION"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "ORGANISATION RESTRUCTURE EFFECTIVE " D-EFF-DATE
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-ORGANISATION.
      ******************************************************************
      *    EVERY DEPARTMENT UNDER ITS PARENT WITH ITS CURRENT
      *    HEADCOUNT (ACTIVE AND ON-LEAVE EMP ROWS) -- READ INSIDE THE
      *    UNIT OF WORK, SO THE AFTER PICTURE SHOWS THE CHANGES EVEN
      *    WHEN THEY ARE ABOUT TO BE ROLLED BACK
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-ORG-TITLE       TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "DPT  NAME                            PARENT  HEADS"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           EXEC SQL
               DECLARE CRO CURSOR FOR
               SELECT D.DEPT_NO, D.DEPT_NAME,
                      COALESCE(D.DEPT_PARENT, 0),
                      (SELECT COUNT(*) FROM EMP E
                        WHERE E.EMP_DEPT = D.DEPT_NO
                          AND E.COMPANY_CD = :RUN-COMPANY
                          AND COALESCE(E.EMP_STATUS, 'A') <> 'T')
                 FROM DEPT D
                WHERE D.COMPANY_CD = :RUN-COMPANY
                ORDER BY COALESCE(D.DEPT_PARENT, 0), D.DEPT_NO
           END-EXEC.
           EXEC SQL
               OPEN CRO
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           ELSE
               EXEC SQL
                   FETCH CRO INTO :DEPT-NO, :DEPT-NAME, :DEPT-PARENT,
                                  :RG-HEADS
               END-EXEC
               PERFORM UNTIL SQLCODE NOT = ZERO
                   MOVE  DEPT-NO    TO   D-ORG-DEPT
                   MOVE  DEPT-NAME  TO   D-ORG-NAME
                   MOVE  DEPT-PARENT     TO   D-ORG-PARENT
                   MOVE  RG-HEADS   TO   D-ORG-HEADS
                   MOVE  D-ORG-LINE TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
                   EXEC SQL
                       FETCH CRO INTO :DEPT-NO, :DEPT-NAME,
                                      :DEPT-PARENT, :RG-HEADS
                   END-EXEC
               END-PERFORM
               IF  SQLCODE < ZERO
                   PERFORM ERROR-RTN
                   SET  WS-REORG-FAILED TO   TRUE
               END-IF
               EXEC SQL
                   CLOSE CRO
               END-EXEC
           END-IF.

      ******************************************************************
       APPLY-ONE-CARD.
      ******************************************************************
           MOVE  RC-DEPT            TO   WS-CHECK-DEPT-X.
           MOVE  RC-TARGET          TO   WS-CHECK-TARGET-X.
           MOVE  WS-CHECK-DEPT      TO   RG-FROM-DEPT.
           IF  RC-ACTION = "R" OR "E"
               MOVE  ZERO           TO   RG-TO-DEPT
           ELSE
               MOVE  WS-CHECK-TARGET     TO   RG-TO-DEPT
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE RC-ACTION
               WHEN "M"
                   PERFORM APPLY-MERGE
               WHEN "S"
                   PERFORM APPLY-SPLIT
               WHEN "E"
                   PERFORM APPLY-SPLIT-EMPLOYEE
               WHEN "R"
                   PERFORM APPLY-RENAME
               WHEN "P"
                   PERFORM APPLY-REPARENT
           END-EVALUATE.
           IF  NOT WS-REORG-FAILED
               ADD  1               TO   WS-ACTIONS-DONE
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       APPLY-MERGE.
      ******************************************************************
      *    BOTH DEPARTMENTS MUST EXIST; THE STAFF MOVE, THE
      *    SUB-DEPARTMENTS ARE RE-POINTED AT THE SURVIVOR, AND THE
      *    MERGED DEPARTMENT'S ROW GOES (ITS LAST VALUES ON
      *    DEPT_HISTORY, AS DEPTMAINT'S DELETE LEAVES THEM)
           MOVE  RG-TO-DEPT         TO   DEPT-NO.
           PERFORM READ-DEPT-ROW.
           IF  NOT WS-REORG-FAILED
               MOVE  RG-FROM-DEPT   TO   DEPT-NO
               PERFORM READ-DEPT-ROW
           END-IF.
           IF  NOT WS-REORG-FAILED
               PERFORM MOVE-DEPT-STAFF
           END-IF.
           IF  NOT WS-REORG-FAILED
               PERFORM REPOINT-CHILDREN
           END-IF.
           IF  NOT WS-REORG-FAILED
               EXEC SQL
                   DELETE FROM DEPT
                          WHERE DEPT_NO = :RG-FROM-DEPT
                            AND COMPANY_CD = :RUN-COMPANY
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  WS-REORG-FAILED  TO   TRUE
               ELSE
                   MOVE  RG-FROM-DEPT    TO   DEPT-NO
                   MOVE  SPACES          TO   DEPT-NAME
                   MOVE  ZERO            TO   DEPT-MGR-NO DEPT-PARENT
                   PERFORM WRITE-DEPT-HISTORY
               END-IF
           END-IF.
           IF  WS-REORG-FAILED
               STRING "MERGE " RG-FROM-DEPT " INTO " RG-TO-DEPT
                      " FAILED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               MOVE  RG-ROWS        TO   D-COUNT
               STRING "MERGE " RG-FROM-DEPT " INTO " RG-TO-DEPT
                      " -- " D-COUNT " EMPLOYEE(S) MOVED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.

      ******************************************************************
       APPLY-SPLIT.
      ******************************************************************
      *    THE NEW DEPARTMENT STARTS UNDER THE SAME DIVISION AS THE
      *    ONE IT IS SPLIT FROM, WITH NO MANAGER YET; ITS STAFF ARE
      *    MOVED BY THE E CARDS THAT FOLLOW
           MOVE  RG-FROM-DEPT       TO   DEPT-NO.
           PERFORM READ-DEPT-ROW.
           IF  NOT WS-REORG-FAILED
               MOVE  RG-FROM-DEPT   TO   WS-SPLIT-FROM
               MOVE  RG-TO-DEPT     TO   WS-SPLIT-TO
               MOVE  RG-TO-DEPT     TO   DEPT-NO
               MOVE  RC-NAME        TO   DEPT-NAME
               MOVE  ZERO           TO   DEPT-MGR-NO
               MOVE  HIST-OLD-PARENT     TO   DEPT-PARENT
               EXEC SQL
                   INSERT INTO DEPT
                          (DEPT_NO, DEPT_NAME, DEPT_MGR_NO,
                           DEPT_PARENT, COMPANY_CD)
                          VALUES (:DEPT-NO, :DEPT-NAME,
                                  :DEPT-MGR-NO, :DEPT-PARENT,
                                  :DEPT-COMPANY)
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLSTATE = "23505"
                       DISPLAY "*** REORG: SPLIT TARGET " RG-TO-DEPT
                               " ALREADY ON DEPT ***"
                       SET  WS-REORG-FAILED  TO   TRUE
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       SET  WS-REORG-FAILED  TO   TRUE
                   WHEN OTHER
                       MOVE  SPACES     TO   HIST-OLD-NAME
                       MOVE  ZERO       TO   HIST-OLD-MGR-NO
                                             HIST-OLD-PARENT
                       PERFORM WRITE-DEPT-HISTORY
               END-EVALUATE
           END-IF.
           IF  WS-REORG-FAILED
               STRING "SPLIT " RG-TO-DEPT " OUT OF " RG-FROM-DEPT
                      " FAILED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "SPLIT " RG-TO-DEPT " OUT OF " RG-FROM-DEPT
                      " AS " RC-NAME
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.

      ******************************************************************
       APPLY-SPLIT-EMPLOYEE.
      ******************************************************************
      *    THE EMPLOYEE MUST STILL BE IN THE DEPARTMENT BEING SPLIT --
      *    A LIST THAT HAS GONE STALE STOPS THE WHOLE RESTRUCTURE
           MOVE  RC-EMP-NO          TO   WS-CHECK-EMP-X.
           MOVE  WS-CHECK-EMP       TO   RG-EMP-NO.
           MOVE  WS-SPLIT-FROM      TO   RG-FROM-DEPT.
           MOVE  WS-SPLIT-TO        TO   RG-TO-DEPT.
           PERFORM WRITE-EMP-MOVE-HISTORY.
           IF  NOT WS-REORG-FAILED
               IF  RG-ROWS = ZERO
                   DISPLAY "*** REORG: EMP " RG-EMP-NO " NOT IN DEPT "
                           RG-FROM-DEPT " ***"
                   SET  WS-REORG-FAILED  TO   TRUE
               ELSE
                   EXEC SQL
                       UPDATE EMP
                              SET EMP_DEPT = :RG-TO-DEPT
                              WHERE EMP_NO = :RG-EMP-NO
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       SET  WS-REORG-FAILED  TO   TRUE
                   ELSE
                       ADD  1       TO   WS-EMPS-MOVED
                   END-IF
               END-IF
           END-IF.
           IF  WS-REORG-FAILED
               STRING "  EMP " RG-EMP-NO " " RG-FROM-DEPT " TO "
                      RG-TO-DEPT " FAILED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "  EMP " RG-EMP-NO " " RG-FROM-DEPT " TO "
                      RG-TO-DEPT
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.

      ******************************************************************
       APPLY-RENAME.
      ******************************************************************
           MOVE  RG-FROM-DEPT       TO   DEPT-NO.
           PERFORM READ-DEPT-ROW.
           IF  NOT WS-REORG-FAILED
               MOVE  RC-NAME        TO   DEPT-NAME
               MOVE  HIST-OLD-MGR-NO     TO   DEPT-MGR-NO
               MOVE  HIST-OLD-PARENT     TO   DEPT-PARENT
               PERFORM UPDATE-DEPT-ROW
           END-IF.
           IF  WS-REORG-FAILED
               STRING "RENAME " RG-FROM-DEPT " FAILED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "RENAME " RG-FROM-DEPT " TO " RC-NAME
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.

      ******************************************************************
       APPLY-REPARENT.
      ******************************************************************
      *    THE NEW PARENT MUST BE ON DEPT (000 = TOP OF THE
      *    HIERARCHY); A LOOP IS CAUGHT ONCE THE WHOLE DECK IS IN
           IF  RG-TO-DEPT NOT = ZERO
               MOVE  RG-TO-DEPT     TO   DEPT-NO
               PERFORM READ-DEPT-ROW
           END-IF.
           IF  NOT WS-REORG-FAILED
               MOVE  RG-FROM-DEPT   TO   DEPT-NO
               PERFORM READ-DEPT-ROW
           END-IF.
           IF  NOT WS-REORG-FAILED
               MOVE  HIST-OLD-NAME  TO   DEPT-NAME
               MOVE  HIST-OLD-MGR-NO     TO   DEPT-MGR-NO
               MOVE  RG-TO-DEPT     TO   DEPT-PARENT
               PERFORM UPDATE-DEPT-ROW
           END-IF.
           IF  WS-REORG-FAILED
               STRING "RE-PARENT " RG-FROM-DEPT " UNDER " RG-TO-DEPT
                      " FAILED"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "RE-PARENT " RG-FROM-DEPT " UNDER " RG-TO-DEPT
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.

      ******************************************************************
       READ-DEPT-ROW.
      ******************************************************************
      *    THE ROW AS IT STANDS -- ALSO THE DEPT_HISTORY BEFORE-IMAGE.
      *    ONLY THE RUN COMPANY'S DEPARTMENTS ARE SEEN, SO A CARD
      *    PAIRING ONE OF THEM WITH ANOTHER COMPANY'S FAILS HERE
           EXEC SQL
               SELECT DEPT_NAME, COALESCE(DEPT_MGR_NO, 0),
                      COALESCE(DEPT_PARENT, 0), COMPANY_CD
                      INTO :HIST-OLD-NAME, :HIST-OLD-MGR-NO,
                           :HIST-OLD-PARENT, :DEPT-COMPANY
                      FROM DEPT
                      WHERE DEPT_NO = :DEPT-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM REPORT-DEPT-NOT-FOUND
                   SET  WS-REORG-FAILED  TO   TRUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  WS-REORG-FAILED  TO   TRUE
           END-EVALUATE.

      ******************************************************************
       REPORT-DEPT-NOT-FOUND.
      ******************************************************************
      *    SAY WHETHER THE DEPARTMENT IS MISSING ALTOGETHER OR BELONGS
      *    TO ANOTHER GROUP COMPANY -- A RESTRUCTURE NEVER CROSSES
      *    COMPANIES
           EXEC SQL
               SELECT COMPANY_CD INTO :DEPT-COMPANY
                      FROM DEPT
                      WHERE DEPT_NO = :DEPT-NO
           END-EXEC.
           IF  SQLCODE = ZERO
               DISPLAY "*** REORG: DEPT " DEPT-NO " BELONGS TO "
                       "COMPANY " DEPT-COMPANY ", NOT " RUN-COMPANY
                       " -- CROSS-COMPANY CARD REFUSED ***"
           ELSE
               DISPLAY "*** REORG: DEPT " DEPT-NO
                       " NOT ON DEPT TABLE ***"
           END-IF.

      ******************************************************************
       UPDATE-DEPT-ROW.
      ******************************************************************
           EXEC SQL
               UPDATE DEPT
                      SET DEPT_NAME = :DEPT-NAME,
                          DEPT_PARENT = :DEPT-PARENT
                      WHERE DEPT_NO = :DEPT-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           ELSE
               PERFORM WRITE-DEPT-HISTORY
           END-IF.

      ******************************************************************
       MOVE-DEPT-STAFF.
      ******************************************************************
      *    EVERY EMP ROW IN THE MERGED DEPARTMENT, TERMINATED ONES
      *    INCLUDED (NOTHING MAY POINT AT A REMOVED DEPARTMENT) --
      *    THE HISTORY IMAGES FIRST, FROM THE ROWS AS THEY STAND
           MOVE  ZERO               TO   RG-EMP-NO.
           ACCEPT  HIST-CHG-DATE    FROM DATE YYYYMMDD.
           ACCEPT  HIST-CHG-TIME    FROM TIME.
           EXEC SQL
               INSERT INTO EMP_HISTORY
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY, OLD_STATUS, NEW_STATUS,
                       OLD_GRADE, OLD_STEP, NEW_GRADE, NEW_STEP,
                       CHG_DATE, CHG_TIME, CHANGED_BY,
                       OLD_DEPT, NEW_DEPT, EFF_DATE, COMPANY_CD)
               SELECT EMP_NO, EMP_NAME, EMP_SALARY,
                      EMP_NAME, EMP_SALARY, EMP_STATUS, EMP_STATUS,
                      EMP_GRADE, EMP_STEP, EMP_GRADE, EMP_STEP,
                      :HIST-CHG-DATE, :HIST-CHG-TIME, :HIST-CHG-BY,
                      EMP_DEPT, :RG-TO-DEPT, :HIST-EFF-DATE, COMPANY_CD
                 FROM EMP
                WHERE EMP_DEPT = :RG-FROM-DEPT
                  AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           ELSE
               EXEC SQL
                   UPDATE EMP
                          SET EMP_DEPT = :RG-TO-DEPT
                          WHERE EMP_DEPT = :RG-FROM-DEPT
                            AND COMPANY_CD = :RUN-COMPANY
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE  ZERO   TO   RG-ROWS
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       SET  WS-REORG-FAILED  TO   TRUE
                   WHEN OTHER
                       MOVE  SQLERRD(3)      TO   RG-ROWS
                       ADD   RG-ROWS         TO   WS-EMPS-MOVED
               END-EVALUATE
           END-IF.

      ******************************************************************
       REPOINT-CHILDREN.
      ******************************************************************
      *    SUB-DEPARTMENTS OF THE MERGED DEPARTMENT NOW ROLL UP TO THE
      *    SURVIVOR -- IMAGES FIRST, THEN THE RE-POINT
           ACCEPT  HIST-CHG-DATE    FROM DATE YYYYMMDD.
           ACCEPT  HIST-CHG-TIME    FROM TIME.
           EXEC SQL
               INSERT INTO DEPT_HISTORY
                      (DEPT_NO, OLD_NAME, OLD_MGR_NO, OLD_PARENT,
                       NEW_NAME, NEW_MGR_NO, NEW_PARENT,
                       CHG_DATE, CHG_TIME, CHANGED_BY, COMPANY_CD)
               SELECT DEPT_NO, DEPT_NAME, DEPT_MGR_NO, DEPT_PARENT,
                      DEPT_NAME, DEPT_MGR_NO, :RG-TO-DEPT,
                      :HIST-CHG-DATE, :HIST-CHG-TIME, :HIST-CHG-BY,
                      COMPANY_CD
                 FROM DEPT
                WHERE DEPT_PARENT = :RG-FROM-DEPT
                  AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           ELSE
               EXEC SQL
                   UPDATE DEPT
                          SET DEPT_PARENT = :RG-TO-DEPT
                          WHERE DEPT_PARENT = :RG-FROM-DEPT
                            AND COMPANY_CD = :RUN-COMPANY
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       SET  WS-REORG-FAILED  TO   TRUE
                   WHEN OTHER
                       ADD  SQLERRD(3)  TO   WS-DEPTS-CHANGED
               END-EVALUATE
           END-IF.

      ******************************************************************
       WRITE-EMP-MOVE-HISTORY.
      ******************************************************************
      *    ONE EMPLOYEE'S IMAGE -- NO ROW WRITTEN MEANS THEY ARE NOT
      *    IN THE DEPARTMENT THE CARD SAYS
           MOVE  ZERO               TO   RG-ROWS.
           ACCEPT  HIST-CHG-DATE    FROM DATE YYYYMMDD.
           ACCEPT  HIST-CHG-TIME    FROM TIME.
           EXEC SQL
               INSERT INTO EMP_HISTORY
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY, OLD_STATUS, NEW_STATUS,
                       OLD_GRADE, OLD_STEP, NEW_GRADE, NEW_STEP,
                       CHG_DATE, CHG_TIME, CHANGED_BY,
                       OLD_DEPT, NEW_DEPT, EFF_DATE, COMPANY_CD)
               SELECT EMP_NO, EMP_NAME, EMP_SALARY,
                      EMP_NAME, EMP_SALARY, EMP_STATUS, EMP_STATUS,
                      EMP_GRADE, EMP_STEP, EMP_GRADE, EMP_STEP,
                      :HIST-CHG-DATE, :HIST-CHG-TIME, :HIST-CHG-BY,
                      EMP_DEPT, :RG-TO-DEPT, :HIST-EFF-DATE, COMPANY_CD
                 FROM EMP
                WHERE EMP_NO = :RG-EMP-NO
                  AND EMP_DEPT = :RG-FROM-DEPT
                  AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  WS-REORG-FAILED  TO   TRUE
               WHEN OTHER
                   MOVE  SQLERRD(3) TO   RG-ROWS
           END-EVALUATE.

      ******************************************************************
       WRITE-DEPT-HISTORY.
      ******************************************************************
      *    BEFORE/AFTER IMAGE OF THE DEPT CHANGE JUST MADE, IN THE
      *    SAME UNIT OF WORK (SEE DEPTMAINT) -- UNDER THE RUN COMPANY,
      *    WHICH IS THE ONLY ONE A RESTRUCTURE TOUCHES, SO A MERGED
      *    DEPARTMENT'S LAST IMAGE IS FILED UNDER ITS OWN COMPANY TOO
           ACCEPT  HIST-CHG-DATE    FROM DATE YYYYMMDD.
           ACCEPT  HIST-CHG-TIME    FROM TIME.
           EXEC SQL
               INSERT INTO DEPT_HISTORY
                      (DEPT_NO, OLD_NAME, OLD_MGR_NO, OLD_PARENT,
                       NEW_NAME, NEW_MGR_NO, NEW_PARENT,
                       CHG_DATE, CHG_TIME, CHANGED_BY, COMPANY_CD)
                      VALUES (:DEPT-NO, :HIST-OLD-NAME,
                              :HIST-OLD-MGR-NO, :HIST-OLD-PARENT,
                              :DEPT-NAME, :DEPT-MGR-NO, :DEPT-PARENT,
                              :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY,
                              :RUN-COMPANY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           ELSE
               ADD  1               TO   WS-DEPTS-CHANGED
           END-IF.

      ******************************************************************
       CHECK-NEW-HIERARCHY.
      ******************************************************************
      *    THE RESTRUCTURED HIERARCHY MUST STILL BE A TREE -- DIVRPT
      *    REFUSES TO RUN ON A CYCLE, SO ONE IS NEVER COMMITTED
           MOVE  ZERO               TO   WS-DEPT-CNT.
           EXEC SQL
               DECLARE CRH CURSOR FOR
               SELECT DEPT_NO, COALESCE(DEPT_PARENT, 0)
                      FROM DEPT
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY DEPT_NO
           END-EXEC.
           EXEC SQL
               OPEN CRH
           END-EXEC.
           EXEC SQL
               FETCH CRH INTO :DEPT-NO, :DEPT-PARENT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  WS-DEPT-CNT < 50
                   ADD  1           TO   WS-DEPT-CNT
                   MOVE  DEPT-NO    TO   WS-DT-NO(WS-DEPT-CNT)
                   MOVE  DEPT-PARENT     TO
                         WS-DT-PARENT(WS-DEPT-CNT)
               END-IF
               EXEC SQL
                   FETCH CRH INTO :DEPT-NO, :DEPT-PARENT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               SET  WS-REORG-FAILED TO   TRUE
           END-IF.
           EXEC SQL
               CLOSE CRH
           END-EXEC.
           MOVE  "N"                TO   WS-CYCLE-FLAG.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-CNT
                      OR WS-CYCLE-FOUND
               MOVE  WS-DT-NO(WS-DEPT-IDX)  TO   WS-WALK-DEPT
               MOVE  ZERO           TO   WS-WALK-GUARD
               PERFORM UNTIL WS-WALK-DEPT = ZERO
                          OR WS-CYCLE-FOUND
                   ADD  1           TO   WS-WALK-GUARD
                   IF  WS-WALK-GUARD > WS-DEPT-CNT
                       SET  WS-CYCLE-FOUND  TO   TRUE
                   ELSE
                       PERFORM FIND-PARENT-OF-WALK
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF  WS-CYCLE-FOUND
               MOVE  SPACES         TO   PA-BUFFER
               MOVE  "*** NEW HIERARCHY CONTAINS A CYCLE ***"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
               SET  WS-REORG-FAILED TO   TRUE
           END-IF.

      ******************************************************************
       FIND-PARENT-OF-WALK.
      ******************************************************************
           MOVE  ZERO               TO   WS-FIND-HIT.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                   UNTIL WS-DIV-IDX > WS-DEPT-CNT
                      OR WS-FIND-HIT > ZERO
               IF  WS-DT-NO(WS-DIV-IDX) = WS-WALK-DEPT
                   MOVE  WS-DIV-IDX TO   WS-FIND-HIT
               END-IF
           END-PERFORM.
           IF  WS-FIND-HIT = ZERO
               MOVE  ZERO           TO   WS-WALK-DEPT
           ELSE
               MOVE  WS-DT-PARENT(WS-FIND-HIT)  TO   WS-WALK-DEPT
           END-IF.

      ******************************************************************
       MARK-DECK-APPLIED.
      ******************************************************************
      *    THE HEADER GOES BACK MARKED D SO TOMORROW'S RUN DOES NOT
      *    APPLY THE SAME DECK A SECOND TIME
           MOVE  WS-CD-REC(1)       TO   REORG-REC.
           MOVE  "D"                TO   RC-MODE.
           MOVE  REORG-REC          TO   WS-CD-REC(1).
           OPEN OUTPUT REORG-FILE.
           IF  NOT WS-REORG-OK
               DISPLAY "*** REORG: REORG.DAT NOT REWRITTEN, STATUS "
                       WS-REORG-STATUS " -- MARK THE HEADER D BY "
                       "HAND ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-CNT
                   WRITE REORG-REC FROM WS-CD-REC(WS-CARD-IDX)
               END-PERFORM
               CLOSE REORG-FILE
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
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** REORG: RESTRUCTURING FOR COMPANY "
                       WS-CO-CODE " " WS-CO-NAME " ***"
               MOVE  WS-REORG-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-REORG-NAME
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
                                  WS-ACTIONS-DONE, WS-AUDIT-STATUS.
      ******************************************************************
