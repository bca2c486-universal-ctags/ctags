      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  MYNUMMNT --- interactive SCREEN SECTION front-end to the My
      *               Number vault for the designated staff: look up,
      *               record (or replace) and delete the Individual
      *               Number of an employee (DEP SEQ 00) or of one of
      *               their dependents on EMP_DEPENDENT.  Only an
      *               operator signed on through SIGNCHK at level M
      *               gets past the sign-on screen, and every action
      *               goes through MYNUMVLT with purpose MAINT, so it
      *               is proved and logged there like any other
      *               access.  A number looked up stays on the screen
      *               only until the next ENTER.  An operator reaches
      *               only the numbers of their own company's
      *               employees and their dependents.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MYNUMMNT.
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
       01  WS-PROGRAM-NAME          PIC  X(10) VALUE "MYNUMMNT".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) -- THE
      *    PASSWORD IS KEPT FOR THE SESSION BECAUSE MYNUMVLT PROVES
      *    THE OPERATOR AGAIN ON EVERY CALL
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
       01  WS-SIGN-RESULT          PIC  X(02) VALUE SPACES.
       01  WS-OPER-ID               PIC  X(08) VALUE SPACES.
       01  WS-OPER-LEVEL            PIC  X     VALUE SPACE.
           88  WS-OPER-MYNUMBER     VALUE "M".
       01  WS-OPER-NAME             PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS          PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY          PIC  X(02) VALUE SPACES.
       01  WS-SIGNON-OK-FLAG        PIC  X     VALUE "N".
           88  WS-SIGNON-OK         VALUE "Y".
       01  WS-SIGNON-TRIES          PIC  9     VALUE ZERO.
       01  WS-SIGNON-MSG            PIC  X(40) VALUE SPACES.
      *    MY NUMBER VAULT SERVICE CONTRACT (SEE MYNUMVLT)
       01  WS-MNV-ACTION            PIC  X(08).
       01  WS-MNV-PURPOSE           PIC  X(08) VALUE "MAINT".
       01  WS-MNV-EMP-NO            PIC  9(04).
       01  WS-MNV-DEP-SEQ           PIC  9(02).
       01  WS-MNV-STATUS            PIC  X(02).
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
           88  WS-FUNC-RECORD       VALUE "R".
           88  WS-FUNC-DELETE       VALUE "D".
           88  WS-FUNC-QUIT         VALUE "Q".
       01  WS-MESSAGE               PIC  X(40) VALUE SPACES.

      *    SCREEN-EDGE WORK FIELDS
       01  WS-MN-EMP-NO             PIC  Z(3)9.
      *    00 = THE EMPLOYEE, 01-99 = A DEPENDENT'S DEP_SEQ
       01  WS-MN-DEP-SEQ            PIC  9(02).
       01  WS-MN-NUMBER             PIC  X(12).
       01  WS-MN-HOLDER             PIC  X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                   PIC  X(30) VALUE SPACE.
       01  USERNAME                 PIC  X(30) VALUE SPACE.
       01  PASSWD                   PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
           COPY "DEPNREC.CPY".
      *    THE SIGNED-ON OPERATOR'S COMPANY, AND HOW MANY ROWS OF THE
      *    KEYED EMP_NO ANOTHER COMPANY OF THE GROUP HOLDS
       01  OPER-COMPANY             PIC  X(02).
       01  OTHER-CO-CNT             PIC S9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "MYNUMMNT -- OPERATOR SIGN-ON".
           05  LINE 3  COLUMN 1   VALUE "OPERATOR ID: ".
           05  LINE 3  COLUMN 14  PIC X(08)   USING WS-OPER-ID.
           05  LINE 4  COLUMN 1   VALUE "PASSWORD   : ".
           05  LINE 4  COLUMN 14  PIC X(08)   USING WS-OPER-PASSWD
                                              SECURE.
           05  LINE 5  COLUMN 1   VALUE "MESSAGE    : ".
           05  LINE 5  COLUMN 14  PIC X(40)   FROM  WS-SIGNON-MSG.
           05  LINE 7  COLUMN 1   VALUE "ENTER=SIGN ON   F3=EXIT".

       01  MYNUMMNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "MYNUMMNT -- MY NUMBER VAULT".
           05  LINE 3  COLUMN 1   VALUE "FUNCTION (L=LOOKUP, R=RECORD,".
           05  LINE 4  COLUMN 1   VALUE "     D=DELETE, Q=QUIT):      ".
           05  LINE 4  COLUMN 32  PIC X       USING WS-FUNCTION.
           05  LINE 6  COLUMN 1   VALUE "EMP NO    : ".
           05  LINE 6  COLUMN 13  PIC Z(3)9   USING WS-MN-EMP-NO.
           05  LINE 7  COLUMN 1   VALUE "DEP SEQ   : ".
           05  LINE 7  COLUMN 13  PIC 9(02)   USING WS-MN-DEP-SEQ.
           05  LINE 7  COLUMN 18  VALUE "(00 = THE EMPLOYEE)".
           05  LINE 8  COLUMN 1   VALUE "HOLDER    : ".
           05  LINE 8  COLUMN 13  PIC X(60)   FROM  WS-MN-HOLDER.
           05  LINE 9  COLUMN 1   VALUE "MY NUMBER : ".
           05  LINE 9  COLUMN 13  PIC X(12)   USING WS-MN-NUMBER.
           05  LINE 11 COLUMN 1   VALUE "MESSAGE   : ".
           05  LINE 11 COLUMN 13  PIC X(40)   USING WS-MESSAGE.
           05  LINE 13 COLUMN 1   VALUE "ENTER=SUBMIT  F3=EXIT  F12=".
           05  LINE 13 COLUMN 28  VALUE "CANCEL ENTRY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** MYNUMMNT STARTED ***".

           PERFORM DO-SIGNON.
           IF  NOT WS-SIGNON-OK
               DISPLAY "*** MYNUMMNT: SIGN-ON REFUSED ***"
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.
           IF  NOT WS-OPER-MYNUMBER
      *        ONLY THE DESIGNATED STAFF -- EVEN A, WHICH GRANTS
      *        LEVELS, DOES NOT HOLD ONE
               DISPLAY "*** MYNUMMNT: LEVEL M REQUIRED ***"
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "*** MYNUMMNT: OPERATOR " WS-OPER-ID " ("
                   WS-OPER-NAME ") LEVEL " WS-OPER-LEVEL " ***".

      *    THE DATABASE IS ONLY READ, TO SHOW WHOSE NUMBER IS ON THE
      *    SCREEN AND TO REFUSE ONE FOR NOBODY
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE 8                 TO   RETURN-CODE
               GOBACK
           END-IF.

      *    FIELDS ARE CLEARED AFTER EACH FUNCTION RATHER THAN BEFORE
      *    THE NEXT DISPLAY, SO A LOOKUP CAN BE READ -- THE FUNCTION
      *    AND THE NUMBER NEVER SURVIVE INTO THE NEXT ENTER
           PERFORM CLEAR-SCREEN-FIELDS.
           PERFORM UNTIL WS-DONE-YES
               DISPLAY MYNUMMNT-SCREEN
               ACCEPT  MYNUMMNT-SCREEN
               EVALUATE TRUE
                   WHEN WS-KEY-EXIT
                       SET  WS-DONE-YES   TO   TRUE
                   WHEN WS-KEY-CANCEL
                       PERFORM CLEAR-SCREEN-FIELDS
                       MOVE  "*** ENTRY CANCELLED ***"
                                          TO   WS-MESSAGE
                   WHEN OTHER
                       MOVE  SPACES       TO   WS-MN-HOLDER
                       PERFORM PROCESS-FUNCTION
               END-EVALUATE
           END-PERFORM.

           PERFORM CLEAR-SCREEN-FIELDS.
           PERFORM DISCONNECT-FROM-DB.
           DISPLAY "*** MYNUMMNT FINISHED ***".
           MOVE 0                     TO   RETURN-CODE.
           GOBACK.

      ******************************************************************
       CLEAR-SCREEN-FIELDS.
      ******************************************************************
           MOVE  SPACES               TO   WS-MESSAGE.
           MOVE  SPACE                TO   WS-FUNCTION.
           MOVE  ZERO                 TO   WS-MN-EMP-NO.
           MOVE  ZERO                 TO   WS-MN-DEP-SEQ.
           MOVE  SPACES               TO   WS-MN-NUMBER.
           MOVE  SPACES               TO   WS-MN-HOLDER.

      ******************************************************************
       PROCESS-FUNCTION.
      ******************************************************************
           MOVE  WS-MN-EMP-NO         TO   WS-MNV-EMP-NO.
           MOVE  WS-MN-DEP-SEQ        TO   WS-MNV-DEP-SEQ.
           PERFORM CHECK-EMP-COMPANY.
           EVALUATE TRUE
               WHEN WS-FUNC-QUIT
                   SET  WS-DONE-YES  TO   TRUE
               WHEN NOT WS-EMP-IN-COMPANY
                   MOVE  SPACES       TO   WS-MN-NUMBER
                   MOVE  "*** NO EMP ROW FOR THAT EMP NO ***"
                                       TO   WS-MESSAGE
               WHEN WS-FUNC-LOOKUP
                   PERFORM DO-LOOKUP
               WHEN WS-FUNC-RECORD
                   PERFORM DO-RECORD
                   MOVE  SPACES       TO   WS-MN-NUMBER
               WHEN WS-FUNC-DELETE
                   PERFORM DO-DELETE
                   MOVE  SPACES       TO   WS-MN-NUMBER
               WHEN OTHER
                   MOVE  SPACES       TO   WS-MN-NUMBER
                   MOVE  "*** UNKNOWN FUNCTION, USE L/R/D/Q ***"
                                       TO   WS-MESSAGE
           END-EVALUATE.
           MOVE  SPACE                TO   WS-FUNCTION.

      ******************************************************************
       CHECK-EMP-COMPANY.
      ******************************************************************
      *    AN OPERATOR SEES ONLY THEIR OWN COMPANY'S EMPLOYEES (SEE
      *    SIGNCHK) -- ANOTHER COMPANY'S EMP_NO IS AS GOOD AS UNKNOWN
           MOVE  "Y"                  TO   WS-EMP-CO-FLAG.
           MOVE  WS-MNV-EMP-NO        TO   EMP-NO.
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
           MOVE  "READ"               TO   WS-MNV-ACTION.
           PERFORM CALL-VAULT.
           IF  WS-MNV-STATUS = "OK"
               PERFORM FETCH-HOLDER-NAME
               MOVE  "*** NUMBER SHOWN UNTIL NEXT ENTER ***"
                                        TO   WS-MESSAGE
           END-IF.

      ******************************************************************
       DO-RECORD.
      ******************************************************************
      *    ONLY FOR SOMEONE ON FILE -- A NUMBER FILED AGAINST A
      *    MISKEYED EMP NO WOULD BE ANOTHER PERSON'S
           PERFORM FETCH-HOLDER-NAME.
           IF  WS-MN-HOLDER = SPACES
               MOVE  "*** NO SUCH EMPLOYEE OR DEPENDENT ***"
                                        TO   WS-MESSAGE
           ELSE
               MOVE  "WRITE"          TO   WS-MNV-ACTION
               PERFORM CALL-VAULT
               IF  WS-MNV-STATUS = "OK"
                   MOVE  "*** NUMBER RECORDED ***"
                                        TO   WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
       DO-DELETE.
      ******************************************************************
           MOVE  "DELETE"             TO   WS-MNV-ACTION.
           PERFORM CALL-VAULT.
           IF  WS-MNV-STATUS = "OK"
               MOVE  "*** NUMBER DELETED ***"
                                        TO   WS-MESSAGE
           END-IF.

      ******************************************************************
       CALL-VAULT.
      ******************************************************************
           CALL "MYNUMVLT" USING WS-MNV-ACTION, WS-PROGRAM-NAME,
                                  WS-OPER-ID, WS-OPER-PASSWD,
                                  WS-MNV-PURPOSE, WS-MNV-EMP-NO,
                                  WS-MNV-DEP-SEQ, WS-MN-NUMBER,
                                  WS-MNV-STATUS.
           EVALUATE WS-MNV-STATUS
               WHEN "OK"
                   CONTINUE
               WHEN "NF"
                   MOVE  "*** NO NUMBER HELD FOR THAT KEY ***"
                                        TO   WS-MESSAGE
               WHEN "IN"
                   MOVE  "*** NOT A VALID MY NUMBER ***"
                                        TO   WS-MESSAGE
               WHEN "AU"
                   MOVE  "*** ACCESS REFUSED, SIGN ON AGAIN ***"
                                        TO   WS-MESSAGE
               WHEN OTHER
                   MOVE  "*** VAULT NOT AVAILABLE, SEE CONSOLE ***"
                                        TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       FETCH-HOLDER-NAME.
      ******************************************************************
           MOVE  SPACES               TO   WS-MN-HOLDER.
           IF  WS-MNV-DEP-SEQ = ZERO
               MOVE  WS-MNV-EMP-NO    TO   EMP-NO
               EXEC SQL
                   SELECT EMP_NAME
                          INTO :EMP-NAME
                          FROM EMP
                          WHERE EMP_NO = :EMP-NO
               END-EXEC
               IF  SQLCODE = ZERO
                   MOVE  EMP-NAME     TO   WS-MN-HOLDER
               END-IF
           ELSE
               MOVE  WS-MNV-EMP-NO    TO   DEPN-EMP-NO
               MOVE  WS-MNV-DEP-SEQ   TO   DEPN-SEQ
               EXEC SQL
                   SELECT DEP_NAME
                          INTO :DEPN-NAME
                          FROM EMP_DEPENDENT
                          WHERE EMP_NO = :DEPN-EMP-NO
                            AND DEP_SEQ = :DEPN-SEQ
               END-EXEC
               IF  SQLCODE = ZERO
                   MOVE  DEPN-NAME    TO   WS-MN-HOLDER
               END-IF
           END-IF.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RTN
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
       ERROR-RTN.
      ******************************************************************
           CALL "ERRLOG" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                                SQLERRMC, WS-ERR-ACTION.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      ******************************************************************
