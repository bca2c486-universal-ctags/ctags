      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  DEPNMAINT --- interactive SCREEN SECTION front-end for the
      *                EMP_DEPENDENT register in the style of EMPMAINT
      *                and DEPTMAINT: look up an employee's spouse,
      *                children and other dependents, add one, correct
      *                one (typically the income test or the end of
      *                support) or delete a row keyed in error.  The
      *                operator signs on through SIGNCHK, and every
      *                change leaves a before/after image in
      *                DEPENDENT_HISTORY the way DEPTMAINT's
      *                WRITE-HISTORY-ROW does for DEPT.  Tax
      *                withholding (EMPPAYX) counts the dependents
      *                kept here.  An operator sees and keys only
      *                the dependents of their own company's
      *                employees.  A rehearsal run (REHEARSAL-MODE on
      *                SHOPCNFG.DAT) rolls every update back instead of
      *                committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPNMAINT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME          PIC  X(10) VALUE "DEPNMAINT".
           COPY "REHEARSE.CPY".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) --
      *    PASSWORD, EXPIRY AND LOCKOUT ALL LIVE THERE
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
       01  WS-SIGN-RESULT          PIC  X(02) VALUE SPACES.
      *    SIGNED-ON OPERATOR -- EVERY INSERT/CORRECT/DELETE IS
      *    STAMPED WITH THIS ID SO CHANGES ARE ATTRIBUTABLE
       01  WS-OPER-ID               PIC  X(08) VALUE SPACES.
       01  WS-OPER-LEVEL            PIC  X     VALUE SPACE.
           88  WS-OPER-LOOKUP-ONLY  VALUE "L".
           88  WS-OPER-FULL         VALUE "F".
       01  WS-OPER-NAME             PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS          PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY          PIC  X(02) VALUE SPACES.
       01  WS-SIGNON-OK-FLAG        PIC  X     VALUE "N".
           88  WS-SIGNON-OK         VALUE "Y".
       01  WS-SIGNON-TRIES          PIC  9     VALUE ZERO.
       01  WS-SIGNON-MSG            PIC  X(40) VALUE SPACES.
      *    SET BY WRITE-HISTORY-ROW -- A FAILED HISTORY IMAGE BACKS
      *    THE REGISTER CHANGE OUT, SO TABLE AND TRAIL NEVER DISAGREE
       01  WS-HIST-OK-FLAG          PIC  X     VALUE "Y".
           88  WS-HIST-OK           VALUE "Y".
      *    SET BY EDIT-DEPN-FIELDS -- AN INSERT OR CORRECTION THAT
      *    FAILS THE EDITS NEVER REACHES THE TABLE
       01  WS-EDIT-OK-FLAG          PIC  X     VALUE "Y".
           88  WS-EDIT-OK           VALUE "Y".
      *    OFF WHEN THE KEYED EMP_NO IS ANOTHER COMPANY'S EMPLOYEE
       01  WS-EMP-CO-FLAG           PIC  X     VALUE "Y".
           88  WS-EMP-IN-COMPANY    VALUE "Y".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS -- NAMED SETTINGS COME FROM
      *    SHOPCNFG.DAT VIA THE SHARED CONFIG SUBPROGRAM; BUILT-IN
      *    DEFAULTS STAY IN PLACE WHEN A KEY IS ABSENT
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- USED HERE ONLY
      *    TO PROVE A KEYED DATE IS A REAL CALENDAR DATE
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
      *    SET BY THE RUNTIME AFTER EVERY SCREEN ACCEPT (SEE CRT
      *    STATUS IN SPECIAL-NAMES) -- 0 IS ENTER, 1000+N IS FN
       01  WS-CRT-STATUS            PIC  9(04) VALUE ZERO.
           88  WS-KEY-ENTER         VALUE 0.
           88  WS-KEY-EXIT          VALUE 1003.
           88  WS-KEY-CANCEL        VALUE 1012.
       01  WS-DONE                  PIC  X     VALUE "N".
           88  WS-DONE-YES          VALUE "Y".
       01  WS-FUNCTION              PIC  X.
           88  WS-FUNC-LOOKUP       VALUE "L".
           88  WS-FUNC-INSERT       VALUE "I".
           88  WS-FUNC-CORRECT      VALUE "C".
           88  WS-FUNC-DELETE       VALUE "D".
           88  WS-FUNC-QUIT         VALUE "Q".
       01  WS-MESSAGE               PIC  X(40) VALUE SPACES.
      *    JOBLOCK CONTRACT FIELDS -- CHECKED AT SIGN-ON AND BEFORE
      *    EVERY UPDATE, SAME AS EMPMAINT
       01  WS-LOCK-ACTION           PIC  X(08).
       01  WS-LOCK-OWNER            PIC  X(10) VALUE "DEPNMAINT".
       01  WS-LOCK-RESULT           PIC  X(08).
       01  WS-LOCK-HOLDER           PIC  X(10).

      *    SCREEN-EDGE WORK FIELDS -- THE SQL RECORD VARIABLES BELOW
      *    STAY SEPARATE AND ARE MOVED TO/FROM THESE
       01  WS-DEPN-EMP-NO           PIC  Z(3)9.
      *    00 ON A LOOKUP SHOWS THE EMPLOYEE'S FIRST DEPENDENT; 00 ON
      *    AN INSERT TAKES THE NEXT FREE NUMBER
       01  WS-DEPN-SEQ              PIC  9(02).
       01  WS-DEPN-NAME             PIC  X(60).
       01  WS-DEPN-KANA             PIC  X(60).
       01  WS-DEPN-RELATION         PIC  X(02).
           88  WS-DEPN-RELATION-OK  VALUE "SP" "CH" "PA" "OT".
       01  WS-DEPN-BIRTHDATE        PIC  9(08).
       01  WS-DEPN-INCOME-OK        PIC  X.
           88  WS-DEPN-INCOME-FLAG-OK
                                    VALUE "Y" "N".
       01  WS-DEPN-START-DATE       PIC  9(08).
       01  WS-DEPN-END-DATE         PIC  9(08).
       01  D-DEPN-COUNT             PIC  Z9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                   PIC  X(30) VALUE SPACE.
       01  USERNAME                 PIC  X(30) VALUE SPACE.
       01  PASSWD                   PIC  X(10) VALUE SPACE.
           COPY "DEPNREC.CPY".
      *    THE OWNING EMPLOYEE -- A DEPENDENT IS ONLY ADDED UNDER AN
      *    EMPLOYEE WHO IS ON EMP AND NOT TERMINATED
       01  OWNER-STATUS             PIC  X.
           COPY "EMPREC.CPY".
      *    THE SIGNED-ON OPERATOR'S COMPANY, AND HOW MANY ROWS OF THE
      *    KEYED EMP_NO ANOTHER COMPANY OF THE GROUP HOLDS
       01  OPER-COMPANY             PIC  X(02).
       01  OTHER-CO-CNT             PIC S9(09).
      *    DEPENDENTS ON FILE FOR THE EMPLOYEE, AND THE HIGHEST
      *    SEQUENCE NUMBER IN USE
       01  DEPN-COUNT               PIC  9(02).
       01  DEPN-MAX-SEQ             PIC  9(02).
      *    BEFORE-IMAGE OF THE ROW BEING CHANGED PLUS THE CHANGE
      *    TIMESTAMP -- WRITTEN TO DEPENDENT_HISTORY SO EVERY
      *    MAINTENANCE ACTION LEAVES AN AUDITABLE BEFORE/AFTER TRAIL
       01  HIST-VARS.
           05  HIST-OLD-NAME        PIC  X(60).
           05  HIST-OLD-KANA        PIC  X(60).
           05  HIST-OLD-RELATION    PIC  X(02).
           05  HIST-OLD-BIRTHDATE   PIC  9(08).
           05  HIST-OLD-INCOME-OK   PIC  X.
           05  HIST-OLD-START-DATE  PIC  9(08).
           05  HIST-OLD-END-DATE    PIC  9(08).
           05  HIST-CHG-DATE        PIC  9(08).
           05  HIST-CHG-TIME        PIC  9(08).
           05  HIST-CHG-BY          PIC  X(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "DEPNMAINT -- OPERATOR SIGN-ON".
           05  LINE 3  COLUMN 1   VALUE "OPERATOR ID: ".
           05  LINE 3  COLUMN 14  PIC X(08)   USING WS-OPER-ID.
           05  LINE 4  COLUMN 1   VALUE "PASSWORD   : ".
           05  LINE 4  COLUMN 14  PIC X(08)   USING WS-OPER-PASSWD
                                              SECURE.
           05  LINE 5  COLUMN 1   VALUE "MESSAGE    : ".
           05  LINE 5  COLUMN 14  PIC X(40)   FROM  WS-SIGNON-MSG.
           05  LINE 7  COLUMN 1   VALUE "ENTER=SIGN ON   F3=EXIT".

       01  DEPNMAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "DEPNMAINT -- DEPENDENTS".
           05  LINE 1  COLUMN 25  VALUE "REGISTER".
           05  LINE 3  COLUMN 1   VALUE "FUNCTION (L=LOOKUP, I=INSERT,".
           05  LINE 4  COLUMN 1   VALUE "  C=CORRECT, D=DELETE, Q=QUIT".
           05  LINE 4  COLUMN 30  VALUE "):".
           05  LINE 4  COLUMN 33  PIC X       USING WS-FUNCTION.
           05  LINE 6  COLUMN 1   VALUE "EMP NO    : ".
           05  LINE 6  COLUMN 13  PIC Z(3)9   USING WS-DEPN-EMP-NO.
           05  LINE 7  COLUMN 1   VALUE "DEP SEQ   : ".
           05  LINE 7  COLUMN 13  PIC 9(02)   USING WS-DEPN-SEQ.
           05  LINE 7  COLUMN 18  VALUE "(00 = FIRST / NEXT FREE)".
           05  LINE 8  COLUMN 1   VALUE "NAME      : ".
           05  LINE 8  COLUMN 13  PIC X(60)   USING WS-DEPN-NAME.
           05  LINE 9  COLUMN 1   VALUE "KANA      : ".
           05  LINE 9  COLUMN 13  PIC X(60)   USING WS-DEPN-KANA.
           05  LINE 10 COLUMN 1   VALUE "RELATION  : ".
           05  LINE 10 COLUMN 13  PIC X(02)   USING WS-DEPN-RELATION.
           05  LINE 10 COLUMN 18  VALUE "(SP/CH/PA/OT)".
           05  LINE 11 COLUMN 1   VALUE "BIRTH DATE: ".
           05  LINE 11 COLUMN 13  PIC 9(08)   USING WS-DEPN-BIRTHDATE.
           05  LINE 12 COLUMN 1   VALUE "INCOME OK : ".
           05  LINE 12 COLUMN 13  PIC X       USING WS-DEPN-INCOME-OK.
           05  LINE 12 COLUMN 18  VALUE "(Y = WITHIN DEPENDENT LIMIT)".
           05  LINE 13 COLUMN 1   VALUE "SUPPORTED : ".
           05  LINE 13 COLUMN 13  PIC 9(08)   USING WS-DEPN-START-DATE.
           05  LINE 13 COLUMN 22  VALUE "TO".
           05  LINE 13 COLUMN 25  PIC 9(08)   USING WS-DEPN-END-DATE.
           05  LINE 13 COLUMN 34  VALUE "(00000000 = STILL)".
           05  LINE 15 COLUMN 1   VALUE "MESSAGE   : ".
           05  LINE 15 COLUMN 13  PIC X(40)   USING WS-MESSAGE.
           05  LINE 17 COLUMN 1   VALUE "ENTER=SUBMIT  F3=EXIT  F12=".
           05  LINE 17 COLUMN 28  VALUE "CANCEL ENTRY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPNMAINT STARTED ***".

      *    REFUSE SIGN-ON OUTRIGHT WHILE THE BATCH CYCLE HOLDS THE
      *    LOCK -- THE PAYROLL EXTRACT READS THE REGISTER MID-CYCLE
           PERFORM CHECK-JOB-LOCK.
           IF  WS-LOCK-RESULT = "LOCKED"
               DISPLAY "*** DEPNMAINT: REGISTER IS LOCKED BY "
                       WS-LOCK-HOLDER " -- TRY AGAIN AFTER THE "
                       "CYCLE ***"
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.

      *    OPERATOR SIGN-ON -- THREE TRIES AGAINST OPERAUTH.DAT, THEN
      *    OUT; THE GRANTED LEVEL GATES INSERT/CORRECT/DELETE BELOW
           PERFORM DO-SIGNON.
           IF  NOT WS-SIGNON-OK
               DISPLAY "*** DEPNMAINT: SIGN-ON REFUSED ***"
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "*** DEPNMAINT: OPERATOR " WS-OPER-ID " ("
                   WS-OPER-NAME ") LEVEL " WS-OPER-LEVEL " ***".

      *    CREDENTIALS COME FROM THE SHOP CONFIGURATION SERVICE,
      *    WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE REGISTER AND ITS HISTORY TABLE MAY NOT EXIST YET ON A
      *    FRESH DATABASE -- BOTH MUST BE THERE BEFORE THE FIRST
      *    CHANGE TRIES TO WRITE A BEFORE/AFTER IMAGE
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    DEP_SEQ        NUMERIC(2,0) NOT NULL,
                    DEP_NAME       VARCHAR(60),
                    DEP_KANA       VARCHAR(60),
                    DEP_RELATION   CHAR(2),
                    DEP_BIRTHDATE  NUMERIC(8,0),
                    DEP_INCOME_OK  CHAR(1),
                    DEP_START_DATE NUMERIC(8,0),
                    DEP_END_DATE   NUMERIC(8,0),
                    CONSTRAINT IEDP_0 PRIMARY KEY (EMP_NO, DEP_SEQ)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS DEPENDENT_HISTORY
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    DEP_SEQ        NUMERIC(2,0) NOT NULL,
                    OLD_NAME       VARCHAR(60),
                    OLD_KANA       VARCHAR(60),
                    OLD_RELATION   CHAR(2),
                    OLD_BIRTHDATE  NUMERIC(8,0),
                    OLD_INCOME_OK  CHAR(1),
                    OLD_START_DATE NUMERIC(8,0),
                    OLD_END_DATE   NUMERIC(8,0),
                    NEW_NAME       VARCHAR(60),
                    NEW_KANA       VARCHAR(60),
                    NEW_RELATION   CHAR(2),
                    NEW_BIRTHDATE  NUMERIC(8,0),
                    NEW_INCOME_OK  CHAR(1),
                    NEW_START_DATE NUMERIC(8,0),
                    NEW_END_DATE   NUMERIC(8,0),
                    CHG_DATE       NUMERIC(8,0),
                    CHG_TIME       NUMERIC(8,0),
                    CHANGED_BY     CHAR(8)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM UNTIL WS-DONE-YES
               PERFORM CLEAR-SCREEN-FIELDS
               DISPLAY DEPNMAINT-SCREEN
               ACCEPT  DEPNMAINT-SCREEN
               EVALUATE TRUE
                   WHEN WS-KEY-EXIT
                       SET  WS-DONE-YES   TO   TRUE
                   WHEN WS-KEY-CANCEL
                       MOVE  "*** ENTRY CANCELLED ***"
                                          TO   WS-MESSAGE
                       DISPLAY DEPNMAINT-SCREEN
                   WHEN OTHER
                       PERFORM PROCESS-FUNCTION
               END-EVALUATE
           END-PERFORM.

           PERFORM DISCONNECT-FROM-DB.
           DISPLAY "*** DEPNMAINT FINISHED ***".
           MOVE 0                     TO   RETURN-CODE.
           GOBACK.

      ******************************************************************
       CLEAR-SCREEN-FIELDS.
      ******************************************************************
      *    CLEAR EVERY SCREEN FIELD, NOT JUST THE MESSAGE -- SEE THE
      *    SAME NOTE IN EMPMAINT'S CLEAR-SCREEN-FIELDS
           MOVE  SPACES               TO   WS-MESSAGE.
           MOVE  SPACE                TO   WS-FUNCTION.
           MOVE  ZERO                 TO   WS-DEPN-EMP-NO.
           MOVE  ZERO                 TO   WS-DEPN-SEQ.
           MOVE  SPACES               TO   WS-DEPN-NAME.
           MOVE  SPACES               TO   WS-DEPN-KANA.
           MOVE  SPACES               TO   WS-DEPN-RELATION.
           MOVE  ZERO                 TO   WS-DEPN-BIRTHDATE.
           MOVE  SPACE                TO   WS-DEPN-INCOME-OK.
           MOVE  ZERO                 TO   WS-DEPN-START-DATE.
           MOVE  ZERO                 TO   WS-DEPN-END-DATE.

      ******************************************************************
       PROCESS-FUNCTION.
      ******************************************************************
           PERFORM CHECK-EMP-COMPANY.
           EVALUATE TRUE
               WHEN WS-FUNC-QUIT
                   SET  WS-DONE-YES  TO   TRUE
               WHEN NOT WS-EMP-IN-COMPANY
                   MOVE  "*** NO EMP ROW FOR THAT EMP NO ***"
                                       TO   WS-MESSAGE
               WHEN WS-FUNC-LOOKUP
                   PERFORM DO-LOOKUP
               WHEN WS-FUNC-INSERT AND WS-OPER-LOOKUP-ONLY
                   MOVE  "*** LOOKUP-ONLY ACCESS, NO INSERT ***"
                                       TO   WS-MESSAGE
               WHEN WS-FUNC-INSERT
                   PERFORM DO-INSERT
               WHEN WS-FUNC-CORRECT AND WS-OPER-LOOKUP-ONLY
                   MOVE  "*** LOOKUP-ONLY ACCESS, NO CORRECT ***"
                                       TO   WS-MESSAGE
               WHEN WS-FUNC-CORRECT
                   PERFORM DO-CORRECT
               WHEN WS-FUNC-DELETE AND WS-OPER-LOOKUP-ONLY
                   MOVE  "*** LOOKUP-ONLY ACCESS, NO DELETE ***"
                                       TO   WS-MESSAGE
               WHEN WS-FUNC-DELETE
                   PERFORM DO-DELETE
               WHEN OTHER
                   MOVE  "*** UNKNOWN FUNCTION, USE L/I/C/D/Q ***"
                                       TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       CHECK-EMP-COMPANY.
      ******************************************************************
      *    AN OPERATOR SEES ONLY THEIR OWN COMPANY'S EMPLOYEES (SEE
      *    SIGNCHK) -- ANOTHER COMPANY'S EMP_NO IS AS GOOD AS UNKNOWN
           MOVE  "Y"                  TO   WS-EMP-CO-FLAG.
           MOVE  WS-DEPN-EMP-NO       TO   EMP-NO.
           EXEC SQL
               SELECT COUNT(*)
                      INTO :OTHER-CO-CNT
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COALESCE(COMPANY_CD, '01') <> :OPER-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "N"              TO   WS-EMP-CO-FLAG
           ELSE
           IF  OTHER-CO-CNT > ZERO
               MOVE  "N"              TO   WS-EMP-CO-FLAG
           END-IF
           END-IF.

      ******************************************************************
       DO-LOOKUP.
      ******************************************************************
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           PERFORM COUNT-EMP-DEPENDENTS.
      *    SEQUENCE 00 -- THE EMPLOYEE'S LOWEST-NUMBERED DEPENDENT
           IF  WS-DEPN-SEQ = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(DEP_SEQ), 0)
                          INTO :DEPN-SEQ
                          FROM EMP_DEPENDENT
                          WHERE EMP_NO = :DEPN-EMP-NO
               END-EXEC
           ELSE
               MOVE  WS-DEPN-SEQ      TO   DEPN-SEQ
           END-IF.
           EXEC SQL
               SELECT DEP_NAME, COALESCE(DEP_KANA, ' '),
                      DEP_RELATION, COALESCE(DEP_BIRTHDATE, 0),
                      COALESCE(DEP_INCOME_OK, 'N'),
                      COALESCE(DEP_START_DATE, 0),
                      COALESCE(DEP_END_DATE, 0)
                      INTO :DEPN-NAME, :DEPN-KANA, :DEPN-RELATION,
                           :DEPN-BIRTHDATE, :DEPN-INCOME-OK,
                           :DEPN-START-DATE, :DEPN-END-DATE
                      FROM EMP_DEPENDENT
                      WHERE EMP_NO = :DEPN-EMP-NO
                        AND DEP_SEQ = :DEPN-SEQ
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE  DEPN-SEQ        TO   WS-DEPN-SEQ
                   MOVE  DEPN-NAME       TO   WS-DEPN-NAME
                   MOVE  DEPN-KANA       TO   WS-DEPN-KANA
                   MOVE  DEPN-RELATION   TO   WS-DEPN-RELATION
                   MOVE  DEPN-BIRTHDATE  TO   WS-DEPN-BIRTHDATE
                   MOVE  DEPN-INCOME-OK  TO   WS-DEPN-INCOME-OK
                   MOVE  DEPN-START-DATE TO   WS-DEPN-START-DATE
                   MOVE  DEPN-END-DATE   TO   WS-DEPN-END-DATE
                   MOVE  DEPN-COUNT      TO   D-DEPN-COUNT
                   MOVE  SPACES          TO   WS-MESSAGE
                   STRING "*** RECORD FOUND, " D-DEPN-COUNT
                          " ON FILE FOR EMP ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN 100
                   MOVE  "*** NO DEPENDENT WITH THAT KEY ***"
                                        TO   WS-MESSAGE
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE  "*** LOOKUP ERROR, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       COUNT-EMP-DEPENDENTS.
      ******************************************************************
           MOVE  ZERO                  TO   DEPN-COUNT
                                            DEPN-MAX-SEQ.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(DEP_SEQ), 0)
                      INTO :DEPN-COUNT, :DEPN-MAX-SEQ
                      FROM EMP_DEPENDENT
                      WHERE EMP_NO = :DEPN-EMP-NO
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
           END-IF.

      ******************************************************************
       DO-INSERT.
      ******************************************************************
           PERFORM CHECK-JOB-LOCK.
           IF  WS-LOCK-RESULT = "LOCKED"
               MOVE  "*** REGISTER IS LOCKED BY EMPBATCH ***"
                                        TO   WS-MESSAGE
           ELSE
               PERFORM EDIT-DEPN-FIELDS
               IF  WS-EDIT-OK
                   PERFORM CHECK-OWNING-EMPLOYEE
               END-IF
               IF  WS-EDIT-OK
                   PERFORM INSERT-DEPN-ROW
               END-IF
           END-IF.

      ******************************************************************
       CHECK-OWNING-EMPLOYEE.
      ******************************************************************
      *    A DEPENDENT HANGS OFF A LIVE EMPLOYEE -- ONE UNDER A
      *    MISSING OR TERMINATED EMP_NO IS EXACTLY WHAT RICHECK
      *    LISTS AS AN ORPHAN
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           EXEC SQL
               SELECT COALESCE(EMP_STATUS, 'A')
                      INTO :OWNER-STATUS
                      FROM EMP
                      WHERE EMP_NO = :DEPN-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
                   MOVE  "*** NO EMP ROW FOR THAT EMP NO ***"
                                        TO   WS-MESSAGE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
                   MOVE  "*** INSERT FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
               WHEN OWNER-STATUS = "T"
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
                   MOVE  "*** EMPLOYEE IS TERMINATED ***"
                                        TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       INSERT-DEPN-ROW.
      ******************************************************************
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           IF  WS-DEPN-SEQ = ZERO
               PERFORM COUNT-EMP-DEPENDENTS
               IF  DEPN-MAX-SEQ < 99
                   COMPUTE WS-DEPN-SEQ = DEPN-MAX-SEQ + 1
               END-IF
           END-IF.
           IF  WS-DEPN-SEQ = ZERO
               MOVE  "*** NO FREE DEP SEQ LEFT FOR EMP ***"
                                        TO   WS-MESSAGE
           ELSE
               PERFORM MOVE-SCREEN-TO-DEPN
               EXEC SQL
                   INSERT INTO EMP_DEPENDENT
                          (EMP_NO, DEP_SEQ, DEP_NAME, DEP_KANA,
                           DEP_RELATION, DEP_BIRTHDATE, DEP_INCOME_OK,
                           DEP_START_DATE, DEP_END_DATE)
                          VALUES (:DEPN-EMP-NO, :DEPN-SEQ,
                                  :DEPN-NAME, :DEPN-KANA,
                                  :DEPN-RELATION, :DEPN-BIRTHDATE,
                                  :DEPN-INCOME-OK, :DEPN-START-DATE,
                                  :DEPN-END-DATE)
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLSTATE = "23505"
                       MOVE  "*** DUPLICATE EMP NO / DEP SEQ ***"
                                        TO   WS-MESSAGE
                   WHEN SQLCODE NOT = ZERO
                       EXEC SQL
                           ROLLBACK WORK
                       END-EXEC
                       PERFORM ERROR-RTN
                       MOVE  "*** INSERT FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
                   WHEN OTHER
      *                AN INSERT HAS NO BEFORE-IMAGE -- HISTORY ROW
      *                CARRIES BLANK/ZERO OLD VALUES, SAME AS EMPMAINT
                       MOVE  SPACES    TO   HIST-OLD-NAME
                                            HIST-OLD-KANA
                                            HIST-OLD-RELATION
                                            HIST-OLD-INCOME-OK
                       MOVE  ZERO      TO   HIST-OLD-BIRTHDATE
                                            HIST-OLD-START-DATE
                                            HIST-OLD-END-DATE
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                           MOVE  "*** RECORD INSERTED ***"
                                        TO   WS-MESSAGE
                       ELSE
      *                    NO AUDIT IMAGE, NO CHANGE -- BACK THE
      *                    INSERT OUT RATHER THAN LEAVE IT UNAUDITED
                           EXEC SQL
                               ROLLBACK WORK
                           END-EXEC
                           MOVE "*** INSERT BACKED OUT, HIST FAILED ***"
                                        TO   WS-MESSAGE
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
       DO-CORRECT.
      ******************************************************************
      *    A CORRECTION NEVER RENUMBERS -- EMP_NO AND DEP_SEQ ARE THE
      *    KEY; A DEPENDENT WHO STOPS BEING SUPPORTED IS CLOSED WITH
      *    AN END DATE HERE, NOT DELETED, SO PAST PERIODS STILL SHOW
      *    WHOM THE EMPLOYEE SUPPORTED
           PERFORM CHECK-JOB-LOCK.
           IF  WS-LOCK-RESULT = "LOCKED"
               MOVE  "*** REGISTER IS LOCKED BY EMPBATCH ***"
                                        TO   WS-MESSAGE
           ELSE
               PERFORM EDIT-DEPN-FIELDS
               IF  WS-EDIT-OK
                   PERFORM UPDATE-DEPN-ROW
               END-IF
           END-IF.

      ******************************************************************
       UPDATE-DEPN-ROW.
      ******************************************************************
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           MOVE  WS-DEPN-SEQ          TO   DEPN-SEQ.
      *    CAPTURE THE BEFORE-IMAGE FIRST -- ONCE THE UPDATE LANDS
      *    ONLY DEPENDENT_HISTORY CAN SAY WHAT THE ROW HELD
           PERFORM READ-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "*** NO DEPENDENT WITH THAT KEY ***"
                                        TO   WS-MESSAGE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "*** UPDATE FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
               WHEN OTHER
                   PERFORM MOVE-SCREEN-TO-DEPN
                   EXEC SQL
                       UPDATE EMP_DEPENDENT
                              SET DEP_NAME = :DEPN-NAME,
                                  DEP_KANA = :DEPN-KANA,
                                  DEP_RELATION = :DEPN-RELATION,
                                  DEP_BIRTHDATE = :DEPN-BIRTHDATE,
                                  DEP_INCOME_OK = :DEPN-INCOME-OK,
                                  DEP_START_DATE = :DEPN-START-DATE,
                                  DEP_END_DATE = :DEPN-END-DATE
                              WHERE EMP_NO = :DEPN-EMP-NO
                                AND DEP_SEQ = :DEPN-SEQ
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       EXEC SQL
                           ROLLBACK WORK
                       END-EXEC
                       PERFORM ERROR-RTN
                       MOVE  "*** UPDATE FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
                   ELSE
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                           MOVE  "*** RECORD UPDATED ***"
                                        TO   WS-MESSAGE
                       ELSE
                           EXEC SQL
                               ROLLBACK WORK
                           END-EXEC
                           MOVE "*** UPDATE BACKED OUT, HIST FAIL ***"
                                        TO   WS-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       DO-DELETE.
      ******************************************************************
      *    DELETE IS FOR A ROW KEYED IN ERROR -- THE BEFORE-IMAGE
      *    STAYS ON DEPENDENT_HISTORY WITH BLANK/ZERO NEW VALUES
           PERFORM CHECK-JOB-LOCK.
           IF  WS-LOCK-RESULT = "LOCKED"
               MOVE  "*** REGISTER IS LOCKED BY EMPBATCH ***"
                                        TO   WS-MESSAGE
           ELSE
               PERFORM DELETE-DEPN-ROW
           END-IF.

      ******************************************************************
       DELETE-DEPN-ROW.
      ******************************************************************
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           MOVE  WS-DEPN-SEQ          TO   DEPN-SEQ.
           PERFORM READ-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "*** NO DEPENDENT WITH THAT KEY ***"
                                        TO   WS-MESSAGE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "*** DELETE FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
               WHEN OTHER
                   EXEC SQL
                       DELETE FROM EMP_DEPENDENT
                              WHERE EMP_NO = :DEPN-EMP-NO
                                AND DEP_SEQ = :DEPN-SEQ
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       EXEC SQL
                           ROLLBACK WORK
                       END-EXEC
                       PERFORM ERROR-RTN
                       MOVE  "*** DELETE FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
                   ELSE
                       MOVE  SPACES     TO   DEPN-NAME
                                            DEPN-KANA
                                            DEPN-RELATION
                                            DEPN-INCOME-OK
                       MOVE  ZERO       TO   DEPN-BIRTHDATE
                                            DEPN-START-DATE
                                            DEPN-END-DATE
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                           MOVE  "*** RECORD DELETED ***"
                                        TO   WS-MESSAGE
                       ELSE
                           EXEC SQL
                               ROLLBACK WORK
                           END-EXEC
                           MOVE "*** DELETE BACKED OUT, HIST FAIL ***"
                                        TO   WS-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       READ-BEFORE-IMAGE.
      ******************************************************************
           EXEC SQL
               SELECT DEP_NAME, COALESCE(DEP_KANA, ' '),
                      DEP_RELATION, COALESCE(DEP_BIRTHDATE, 0),
                      COALESCE(DEP_INCOME_OK, 'N'),
                      COALESCE(DEP_START_DATE, 0),
                      COALESCE(DEP_END_DATE, 0)
                      INTO :HIST-OLD-NAME, :HIST-OLD-KANA,
                           :HIST-OLD-RELATION, :HIST-OLD-BIRTHDATE,
                           :HIST-OLD-INCOME-OK, :HIST-OLD-START-DATE,
                           :HIST-OLD-END-DATE
                      FROM EMP_DEPENDENT
                      WHERE EMP_NO = :DEPN-EMP-NO
                        AND DEP_SEQ = :DEPN-SEQ
           END-EXEC.

      ******************************************************************
       MOVE-SCREEN-TO-DEPN.
      ******************************************************************
           MOVE  WS-DEPN-EMP-NO       TO   DEPN-EMP-NO.
           MOVE  WS-DEPN-SEQ          TO   DEPN-SEQ.
           MOVE  WS-DEPN-NAME         TO   DEPN-NAME.
           MOVE  WS-DEPN-KANA         TO   DEPN-KANA.
           MOVE  WS-DEPN-RELATION     TO   DEPN-RELATION.
           MOVE  WS-DEPN-BIRTHDATE    TO   DEPN-BIRTHDATE.
           MOVE  WS-DEPN-INCOME-OK    TO   DEPN-INCOME-OK.
           MOVE  WS-DEPN-START-DATE   TO   DEPN-START-DATE.
           MOVE  WS-DEPN-END-DATE     TO   DEPN-END-DATE.

      ******************************************************************
       EDIT-DEPN-FIELDS.
      ******************************************************************
      *    FIRST FAILING EDIT WINS THE MESSAGE LINE
           MOVE  "Y"                  TO   WS-EDIT-OK-FLAG.
           EVALUATE TRUE
               WHEN WS-DEPN-NAME = SPACES
                   MOVE  "*** DEPENDENT NAME IS REQUIRED ***"
                                        TO   WS-MESSAGE
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
               WHEN NOT WS-DEPN-RELATION-OK
                   MOVE  "*** RELATION MUST BE SP/CH/PA/OT ***"
                                        TO   WS-MESSAGE
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
               WHEN NOT WS-DEPN-INCOME-FLAG-OK
                   MOVE  "*** INCOME OK MUST BE Y OR N ***"
                                        TO   WS-MESSAGE
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
               WHEN WS-DEPN-END-DATE NOT = ZERO
                AND WS-DEPN-END-DATE < WS-DEPN-START-DATE
                   MOVE  "*** SUPPORT ENDS BEFORE IT STARTS ***"
                                        TO   WS-MESSAGE
                   MOVE  "N"           TO   WS-EDIT-OK-FLAG
           END-EVALUATE.
      *    THE BIRTH DATE DRIVES THE AGE TESTS, SO IT IS REQUIRED;
      *    THE SUPPORT DATES ARE OPTIONAL BUT MUST BE REAL DATES
           IF  WS-EDIT-OK
               MOVE  WS-DEPN-BIRTHDATE     TO   WS-DC-DATE-1
               PERFORM CHECK-ONE-DATE
           END-IF.
           IF  WS-EDIT-OK AND WS-DEPN-START-DATE NOT = ZERO
               MOVE  WS-DEPN-START-DATE    TO   WS-DC-DATE-1
               PERFORM CHECK-ONE-DATE
           END-IF.
           IF  WS-EDIT-OK AND WS-DEPN-END-DATE NOT = ZERO
               MOVE  WS-DEPN-END-DATE      TO   WS-DC-DATE-1
               PERFORM CHECK-ONE-DATE
           END-IF.

      ******************************************************************
       CHECK-ONE-DATE.
      ******************************************************************
           MOVE  "DOW"                TO   WS-DC-FUNCTION.
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.
           IF  WS-DC-STATUS NOT = "OK"
               MOVE  SPACES            TO   WS-MESSAGE
               STRING "*** " WS-DC-DATE-1 " IS NOT A VALID DATE ***"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               MOVE  "N"               TO   WS-EDIT-OK-FLAG
           END-IF.

      ******************************************************************
       WRITE-HISTORY-ROW.
      ******************************************************************
      *    BEFORE/AFTER IMAGE OF THE CHANGE JUST APPLIED -- RIDES THE
      *    SAME UNIT OF WORK AS THE REGISTER CHANGE, AND THE CALLER
      *    CHECKS WS-HIST-OK, EXACTLY AS DEPTMAINT DOES FOR DEPT
           MOVE  "Y"                    TO   WS-HIST-OK-FLAG.
           ACCEPT  HIST-CHG-DATE        FROM DATE YYYYMMDD.
           ACCEPT  HIST-CHG-TIME        FROM TIME.
           MOVE  WS-OPER-ID             TO   HIST-CHG-BY.
           EXEC SQL
               INSERT INTO DEPENDENT_HISTORY
                      (EMP_NO, DEP_SEQ,
                       OLD_NAME, OLD_KANA, OLD_RELATION,
                       OLD_BIRTHDATE, OLD_INCOME_OK,
                       OLD_START_DATE, OLD_END_DATE,
                       NEW_NAME, NEW_KANA, NEW_RELATION,
                       NEW_BIRTHDATE, NEW_INCOME_OK,
                       NEW_START_DATE, NEW_END_DATE,
                       CHG_DATE, CHG_TIME, CHANGED_BY)
                      VALUES (:DEPN-EMP-NO, :DEPN-SEQ,
                              :HIST-OLD-NAME, :HIST-OLD-KANA,
                              :HIST-OLD-RELATION, :HIST-OLD-BIRTHDATE,
                              :HIST-OLD-INCOME-OK,
                              :HIST-OLD-START-DATE, :HIST-OLD-END-DATE,
                              :DEPN-NAME, :DEPN-KANA, :DEPN-RELATION,
                              :DEPN-BIRTHDATE, :DEPN-INCOME-OK,
                              :DEPN-START-DATE, :DEPN-END-DATE,
                              :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "N"                TO   WS-HIST-OK-FLAG
           END-IF.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           MOVE  "testdb"           TO   DBNAME.
           MOVE  "postgres"         TO   USERNAME.
           MOVE  SPACE              TO   PASSWD.
           MOVE  "DB-NAME"          TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   DBNAME
           END-IF.
           MOVE  "DB-USER"          TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   USERNAME
           END-IF.
           MOVE  "DB-PASSWD"        TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.

      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES             TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.

      ******************************************************************
       DO-SIGNON.
      ******************************************************************
           MOVE  "N"                TO   WS-SIGNON-OK-FLAG.
           MOVE  ZERO               TO   WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES > 2
               MOVE  SPACES         TO   WS-OPER-ID
               MOVE  SPACES         TO   WS-OPER-PASSWD
               DISPLAY SIGNON-SCREEN
               ACCEPT  SIGNON-SCREEN
               IF  WS-KEY-EXIT
      *            OPERATOR BAILED OUT OF SIGN-ON -- BURN THE
      *            REMAINING TRIES SO THE LOOP ENDS REFUSED
                   MOVE  3          TO   WS-SIGNON-TRIES
               ELSE
                   ADD  1           TO   WS-SIGNON-TRIES
                   CALL "SIGNCHK" USING WS-OPER-ID,
                                         WS-OPER-PASSWD,
                                         WS-SIGN-RESULT,
                                         WS-OPER-LEVEL, WS-OPER-NAME,
                                         WS-OPER-SAL-VIS,
                                         WS-OPER-COMPANY
                   EVALUATE WS-SIGN-RESULT
                       WHEN "OK"
                           SET  WS-SIGNON-OK  TO   TRUE
                           MOVE  WS-OPER-COMPANY
                                        TO   OPER-COMPANY
                       WHEN "PW"
                           MOVE  "*** WRONG PASSWORD ***"
                                        TO   WS-SIGNON-MSG
                       WHEN "LK"
                           MOVE  "*** OPERATOR LOCKED OUT ***"
                                        TO   WS-SIGNON-MSG
                       WHEN "EX"
                           MOVE  "*** PASSWORD EXPIRED ***"
                                        TO   WS-SIGNON-MSG
                       WHEN "SU"
                           MOVE  "*** OPERATOR SUSPENDED ***"
                                        TO   WS-SIGNON-MSG
                       WHEN "IO"
                           MOVE  "*** OPERAUTH.DAT NOT AVAILABLE ***"
                                        TO   WS-SIGNON-MSG
                       WHEN OTHER
                           MOVE  "*** UNKNOWN OPERATOR ID ***"
                                        TO   WS-SIGNON-MSG
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-JOB-LOCK.
      ******************************************************************
           MOVE  "CHECK"               TO   WS-LOCK-ACTION.
           CALL "JOBLOCK" USING WS-LOCK-ACTION, WS-LOCK-OWNER,
                                 WS-LOCK-RESULT, WS-LOCK-HOLDER.

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
