      *               table: look up a row by EMP_NO, insert a new
      *               row, or correct NAME/SALARY on an existing row,
      *               all from one terminal screen instead of editing
      *               TEST-DATA and re-running INSERTTBL.  A new
      *               row must find a vacancy in the department's
      *               approved establishment for its grade (see
      *               POSCHECK) -- with none, the hire is refused or
      *               queued on SALAPPR.PND for approval over
      *               establishment (POSITION-OVERFILL in SHOPCNFG.DAT).
      *               The contract of employment (permanent or fixed
      *               term, with the current term's dates) is keyed on
      *               the same screen and kept on EMP_CONTRACT, where
      *               a new fixed term after the last one counts as a
      *               renewal (see CTRCHECK and CTRWATCH).
      *               Home address (with its kana reading), phone and
      *               emergency contact are keyed on the same screen
      *               and kept on EMP_CONTACT for the worker register
      *               (see CONCHECK and WRKREG); every change leaves a
      *               before/after image on EMP_CONTACT_HIST.
      *               EMP NO is keyed with its check digit: an insert
      *               left at zero is given the next number EMPNOALC
      *               issues, one keyed must be a number EMPNOALC has
      *               reserved, and a correction whose check digit does
      *               not match its EMP NO is refused.
      *               Salaries are shown only to an operator SECADMIN
      *               has cleared for them (see SALVIS): one cleared
      *               for department totals sees the total of the
      *               employee's department instead, one not cleared
      *               sees neither, and a correction keyed by either
      *               leaves the salary as it stands.
      *               Every before/after image carries the bank
      *               routing as well, so a pay account switched
      *               shortly before payday shows on EMP_HISTORY (see
      *               PAYSCRN).  An operator works only on the
      *               employees of their own company of the group (see
      *               SIGNCHK): others are not found, and a new hire
      *               joins the operator's company in one of its own
      *               departments.  A rehearsal run (REHEARSAL-MODE on
      *               SHOPCNFG.DAT) rolls every update back instead of
      *               committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  SA-REQ-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-APPR-BY          PIC  X(08).
      *    SPACE = SALARY CHANGE, H = HIRE OVER ESTABLISHMENT (THE
      *    DEPARTMENT/GRADE HAS NO VACANCY; NEW SALARY IS THE
      *    PROPOSED SALARY AND OLD SALARY IS ZERO)
           05  FILLER              PIC  X.
           05  SA-REQ-KIND         PIC  X.
           05  FILLER              PIC  X.
           05  SA-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  SA-GRADE            PIC  9(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME          PIC  X(10) VALUE "EMPMAINT".
           COPY "REHEARSE.CPY".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) --
      *    PASSWORD, EXPIRY AND LOCKOUT ALL LIVE THERE
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
           88  WS-OPER-LOOKUP-ONLY  VALUE "L".
           88  WS-OPER-FULL         VALUE "F".
       01  WS-OPER-NAME             PIC  X(20) VALUE SPACES.
      *    SALARY VISIBILITY FOR THE SESSION, AS SALVIS DECIDED IT
      *    FROM THE OPERATOR'S PROFILE AT SIGN-ON
       01  WS-OPER-SAL-VIS          PIC  X     VALUE SPACE.
           88  WS-SAL-FULL          VALUE "F".
           88  WS-SAL-DEPT          VALUE "D".
       01  WS-OPER-COMPANY          PIC  X(02) VALUE SPACES.
       01  D-DEPT-SAL-TOTAL         PIC  --,---,---,--9.99.
       01  WS-SIGNON-OK-FLAG        PIC  X     VALUE "N".
           88  WS-SIGNON-OK         VALUE "Y".
       01  WS-SIGNON-TRIES          PIC  9     VALUE ZERO.
       01  WS-GRID-RESULT           PIC  X     VALUE "Y".
       01  WS-GRID-GRADE            PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP             PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE         PIC  9(08) VALUE ZERO.
      *    FOUR-EYES CONTROL -- A SALARY MOVE BEYOND THIS THRESHOLD
      *    (SAL-APPR-LIMIT IN SHOPCNFG.DAT) QUEUES FOR A SECOND
      *    OPERATOR ON SALAPPR.PND INSTEAD OF UPDATING EMP
       01  WS-APPR-STATUS           PIC  X(02).
           88  WS-APPR-OK           VALUE "00".
           88  WS-APPR-NEW          VALUE "35".
           88  WS-APPR-EOF          VALUE "10".
      *    POSITION CONTROL -- WHAT A HIRE WITH NO VACANCY DOES
      *    (POSITION-OVERFILL IN SHOPCNFG.DAT): QUEUE = PARK IT ON
      *    SALAPPR.PND FOR APPROVAL OVER ESTABLISHMENT, REFUSE = TURN
      *    IT AWAY OUTRIGHT
       01  WS-POS-OVERFILL          PIC  X(06) VALUE "QUEUE".
       01  WS-HIRE-QUEUED-FLAG      PIC  X     VALUE "N".
           88  WS-HIRE-QUEUED       VALUE "Y".
       01  WS-APPR-LIMIT            PIC S9(07)V9(02) VALUE 50000.
       01  WS-SAL-DELTA             PIC S9(08)V9(02) VALUE ZERO.
      *    SESSION-LOG BOOKKEEPING
      *    ALPHANUMERIC/NUMERIC-EDITED, SO THE SQL RECORD VARIABLES
      *    BELOW STAY SEPARATE AND ARE MOVED TO/FROM THESE
       01  WS-EMP-NO                PIC  Z(3)9.
       01  WS-EMP-CHECK-DIGIT       PIC  X.
       01  WS-EMP-NAME              PIC  X(60).
      *    KANA READING OF THE NAME -- CAPTURED HERE BECAUSE THE
      *    KANJI FORM CANNOT BE COLLATED (SEE FETCHTBL/EMPRPT)
      *    0 = UNASSIGNED -- AN INSERT ALWAYS SUPPLIES A DEPARTMENT
      *    SO EMP_DEPT IS NEVER NULL UNDER THE DEPT-ORDERED CURSORS
       01  WS-EMP-DEPT              PIC  9(03).
      *    CONTRACT OF EMPLOYMENT -- TYPE BLANK LEAVES EMP_CONTRACT AS
      *    IT IS; THE RENEWAL COUNT IS SHOWN, NEVER KEYED
       01  WS-EMP-CTR-TYPE          PIC  X.
       01  WS-EMP-CTR-START         PIC  9(08).
       01  WS-EMP-CTR-END           PIC  9(08).
       01  WS-EMP-CTR-RENEWALS      PIC  ZZ9.
       01  WS-CTR-OK-FLAG           PIC  X     VALUE "Y".
           88  WS-CTR-OK            VALUE "Y".
      *    HOME ADDRESS AND CONTACTS FOR THE WORKER REGISTER -- A FIELD
      *    LEFT BLANK KEEPS WHAT EMP_CONTACT ALREADY HOLDS
       01  WS-EMP-POSTAL            PIC  X(08).
       01  WS-EMP-ADDRESS           PIC  X(60).
       01  WS-EMP-ADDR-KANA         PIC  X(60).
       01  WS-EMP-PHONE             PIC  X(15).
       01  WS-EMP-EMERG-NAME        PIC  X(40).
       01  WS-EMP-EMERG-REL         PIC  X(10).
       01  WS-EMP-EMERG-PHONE       PIC  X(15).
       01  WS-CON-OK-FLAG           PIC  X     VALUE "Y".
           88  WS-CON-OK            VALUE "Y".
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ITS DATE CHECK
      *    VALIDATES THE CONTRACT TERM DATES
       01  WS-DC-FUNCTION           PIC  X(08).
       01  WS-DC-FORMAT             PIC  X     VALUE "Y".
       01  WS-DC-DATE-1             PIC  9(08).
       01  WS-DC-DATE-2             PIC  9(08).
       01  WS-DC-DAYS               PIC S9(05).
       01  WS-DC-RESULT-DATE        PIC  9(08).
       01  WS-DC-DOW                PIC  9.
       01  WS-DC-STATUS             PIC  X(02).
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC) -- AN
      *    INSERT AT ZERO IS ONLY ISSUED A NUMBER ONCE IT HAS FOUND
      *    ITS SLOT, SO A REFUSED HIRE NEVER BURNS ONE
       01  WS-ENA-ACTION            PIC  X(08).
       01  WS-ENA-EMP-NO            PIC  9(04).
       01  WS-ENA-STATUS            PIC  X(02) VALUE "OK".
       01  WS-NEW-NUMBER-FLAG       PIC  X     VALUE "N".
           88  WS-NEW-NUMBER        VALUE "Y".
       01  WS-DEPT-CO-FLAG          PIC  X     VALUE "N".
           88  WS-DEPT-IN-COMPANY   VALUE "Y".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                   PIC  X(30) VALUE SPACE.
       01  USERNAME                 PIC  X(30) VALUE SPACE.
       01  PASSWD                   PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
      *    THE SIGNED-ON OPERATOR'S COMPANY -- ONLY ITS EMPLOYEES ARE
      *    SHOWN, INSERTED OR CORRECTED FROM THIS SCREEN
       01  OPER-COMPANY             PIC  X(02).
       01  OPER-DEPT-CNT            PIC S9(09).
      *    BEFORE-IMAGE OF THE ROW BEING CORRECTED PLUS THE CHANGE
      *    TIMESTAMP -- WRITTEN TO EMP_HISTORY SO EVERY MAINTENANCE
      *    ACTION LEAVES AN AUDITABLE BEFORE/AFTER TRAIL
           05  HIST-OLD-STATUS      PIC  X.
           05  HIST-OLD-GRADE       PIC  9(02).
           05  HIST-OLD-STEP        PIC  9(02).
           05  HIST-OLD-BANK-CODE   PIC  X(04).
           05  HIST-OLD-BRANCH-CODE PIC  X(03).
           05  HIST-OLD-ACCT-TYPE   PIC  X.
           05  HIST-OLD-ACCT-NO     PIC  X(07).
           05  HIST-CHG-DATE        PIC  9(08).
           05  HIST-CHG-TIME        PIC  9(08).
           05  HIST-CHG-BY          PIC  X(08).
      *    TOTAL OF THE LOOKED-UP EMPLOYEE'S DEPARTMENT -- ALL AN
      *    OPERATOR CLEARED FOR DEPARTMENT TOTALS IS SHOWN
       01  WS-DEPT-SAL-TOTAL        PIC S9(09)V9(02).
           COPY "POSREC.CPY".
           COPY "CTRREC.CPY".
           COPY "CONREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05  LINE 4  COLUMN 32  PIC X       USING WS-FUNCTION.
           05  LINE 6  COLUMN 1   VALUE "EMP NO    : ".
           05  LINE 6  COLUMN 13  PIC Z(3)9   USING WS-EMP-NO.
           05  LINE 6  COLUMN 19  VALUE "CHECK DIGIT: ".
           05  LINE 6  COLUMN 32  PIC X       USING WS-EMP-CHECK-DIGIT.
           05  LINE 6  COLUMN 35  VALUE "(INSERT AT 0 = NEXT NUMBER)".
           05  LINE 7  COLUMN 1   VALUE "EMP NAME  : ".
           05  LINE 7  COLUMN 13  PIC X(60)   USING WS-EMP-NAME.
           05  LINE 8  COLUMN 1   VALUE "EMP KANA  : ".
           05  LINE 15 COLUMN 28  PIC X(07)   USING WS-EMP-ACCT-NO.
           05  LINE 15 COLUMN 37  VALUE "CCY: ".
           05  LINE 15 COLUMN 42  PIC X(03)   USING WS-EMP-PAY-CCY.
           05  LINE 16 COLUMN 1   VALUE "CONTRACT  : ".
           05  LINE 16 COLUMN 13  PIC X       USING WS-EMP-CTR-TYPE.
           05  LINE 16 COLUMN 15  VALUE "(P/F) FROM ".
           05  LINE 16 COLUMN 26  PIC 9(08)   USING WS-EMP-CTR-START.
           05  LINE 16 COLUMN 35  VALUE "TO ".
           05  LINE 16 COLUMN 38  PIC 9(08)   USING WS-EMP-CTR-END.
           05  LINE 16 COLUMN 47  VALUE "RENEWALS ".
           05  LINE 16 COLUMN 56  PIC ZZ9     FROM  WS-EMP-CTR-RENEWALS.
           05  LINE 17 COLUMN 1   VALUE "POSTAL    : ".
           05  LINE 17 COLUMN 13  PIC X(08)   USING WS-EMP-POSTAL.
           05  LINE 17 COLUMN 23  VALUE "PHONE: ".
           05  LINE 17 COLUMN 30  PIC X(15)   USING WS-EMP-PHONE.
           05  LINE 18 COLUMN 1   VALUE "ADDRESS   : ".
           05  LINE 18 COLUMN 13  PIC X(60)   USING WS-EMP-ADDRESS.
           05  LINE 19 COLUMN 1   VALUE "ADDR KANA : ".
           05  LINE 19 COLUMN 13  PIC X(60)   USING WS-EMP-ADDR-KANA.
           05  LINE 20 COLUMN 1   VALUE "EMERGENCY : ".
           05  LINE 20 COLUMN 13  PIC X(40)   USING WS-EMP-EMERG-NAME.
           05  LINE 20 COLUMN 54  VALUE "REL: ".
           05  LINE 20 COLUMN 59  PIC X(10)   USING WS-EMP-EMERG-REL.
           05  LINE 21 COLUMN 1   VALUE "EMERG TEL : ".
           05  LINE 21 COLUMN 13  PIC X(15)   USING WS-EMP-EMERG-PHONE.
           05  LINE 22 COLUMN 1   VALUE "MESSAGE   : ".
           05  LINE 22 COLUMN 13  PIC X(40)   USING WS-MESSAGE.
           05  LINE 24 COLUMN 1   VALUE "ENTER=SUBMIT  F3=EXIT  F12=".
           05  LINE 24 COLUMN 28  VALUE "CANCEL ENTRY".

      ******************************************************************
       PROCEDURE                   DIVISION.
           END-IF.
           DISPLAY "*** EMPMAINT: OPERATOR " WS-OPER-ID " ("
                   WS-OPER-NAME ") LEVEL " WS-OPER-LEVEL " ***".
      *    ONE SALARY-VISIBILITY DECISION PER SESSION, RECORDED BY
      *    SALVIS ON ITS LOG AND THE AUDIT TRAIL
           CALL "SALVIS" USING WS-PROGRAM-NAME, WS-OPER-ID,
                                WS-OPER-SAL-VIS.

      *    TAKE A SHARED READ LOCK FOR THE SESSION -- THE CYCLE'S
      *    EXCLUSIVE ACQUIRE WAITS FOR US; IF THE CYCLE ALREADY HOLDS
                    CHG_DATE   NUMERIC(8,0),
                    CHG_TIME   NUMERIC(8,0),
                    CHANGED_BY CHAR(8),
                    APPROVED_BY CHAR(8),
                    OLD_DEPT   NUMERIC(3,0),
                    NEW_DEPT   NUMERIC(3,0),
                    EFF_DATE   NUMERIC(8,0),
                    OLD_BANK_CODE   CHAR(4),
                    OLD_BRANCH_CODE CHAR(3),
                    OLD_ACCT_TYPE   CHAR(1),
                    OLD_ACCT_NO     CHAR(7),
                    NEW_BANK_CODE   CHAR(4),
                    NEW_BRANCH_CODE CHAR(3),
                    NEW_ACCT_TYPE   CHAR(1),
                    NEW_ACCT_NO     CHAR(7),
                    COMPANY_CD      CHAR(2) NOT NULL DEFAULT '01'
                )
           END-EXEC.
      *    A TABLE CREATED BEFORE THE ROUTING WAS IMAGED LACKS THE
      *    BANK COLUMNS -- ADD THEM ONCE
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
           IF  SQLCODE = ZERO
               PERFORM CREATE-POSITION-TABLES
           END-IF.
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTRACT-TABLE
           END-IF.
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTACT-TABLES
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
           MOVE  SPACES              TO   WS-MESSAGE.
           MOVE  SPACE                TO   WS-FUNCTION.
           MOVE  ZERO                 TO   WS-EMP-NO.
           MOVE  SPACE                TO   WS-EMP-CHECK-DIGIT.
           MOVE  SPACES               TO   WS-EMP-NAME.
           MOVE  SPACES               TO   WS-EMP-KANA.
           MOVE  ZERO                 TO   WS-EMP-SALARY.
           MOVE  SPACE                TO   WS-EMP-ACCT-TYPE.
           MOVE  SPACES               TO   WS-EMP-ACCT-NO.
           MOVE  SPACES               TO   WS-EMP-PAY-CCY.
           MOVE  SPACE                TO   WS-EMP-CTR-TYPE.
           MOVE  ZERO                 TO   WS-EMP-CTR-START.
           MOVE  ZERO                 TO   WS-EMP-CTR-END.
           MOVE  ZERO                 TO   WS-EMP-CTR-RENEWALS.
           MOVE  SPACES               TO   WS-EMP-POSTAL.
           MOVE  SPACES               TO   WS-EMP-ADDRESS.
           MOVE  SPACES               TO   WS-EMP-ADDR-KANA.
           MOVE  SPACES               TO   WS-EMP-PHONE.
           MOVE  SPACES               TO   WS-EMP-EMERG-NAME.
           MOVE  SPACES               TO   WS-EMP-EMERG-REL.
           MOVE  SPACES               TO   WS-EMP-EMERG-PHONE.

      ******************************************************************
       PROCESS-FUNCTION.
                           :EMP-ACCT-NO, :EMP-PAY-CCY
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :OPER-COMPANY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE  EMP-NO        TO   WS-LOOK-EMP-NO
                   MOVE  EMP-NAME      TO   WS-LOOK-NAME
                   MOVE  EMP-SALARY    TO   WS-LOOK-SALARY
                   PERFORM FETCH-CONTRACT-ROW
                   PERFORM FETCH-CONTACT-ROW
      *            SHOW THE CHECK DIGIT THE NUMBER CARRIES, READY FOR
      *            A CORRECTION KEYED OVER THE LOOKUP
                   MOVE  "CHECK"       TO   WS-ENA-ACTION
                   MOVE  EMP-NO        TO   WS-ENA-EMP-NO
                   CALL "EMPNOALC" USING WS-ENA-ACTION,
                         WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                         WS-EMP-CHECK-DIGIT, WS-ENA-STATUS
                   MOVE  "*** RECORD FOUND ***"
                                        TO   WS-MESSAGE
                   IF  NOT WS-SAL-FULL
                       PERFORM MASK-LOOKUP-SALARY
                   END-IF
               WHEN 100
                   MOVE  SPACES        TO   WS-EMP-NAME
                   MOVE  ZERO          TO   WS-EMP-SALARY
                                        TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       MASK-LOOKUP-SALARY.
      ******************************************************************
      *    THE SALARY FIELD IS BLANKED TO ZERO FOR AN OPERATOR NOT
      *    CLEARED TO SEE IT; WS-LOOK-SALARY KEEPS THE REAL FIGURE
      *    FOR THE CONCURRENCY CHECK AND NEVER REACHES THE SCREEN
           MOVE  ZERO                 TO   WS-EMP-SALARY.
           IF  WS-SAL-DEPT
               EXEC SQL
                   SELECT COALESCE(SUM(EMP_SALARY), 0)
                          INTO :WS-DEPT-SAL-TOTAL
                          FROM EMP
                          WHERE EMP_DEPT = :EMP-DEPT
                            AND COMPANY_CD = :OPER-COMPANY
               END-EXEC
               IF  SQLCODE = ZERO
                   MOVE  WS-DEPT-SAL-TOTAL  TO   D-DEPT-SAL-TOTAL
                   MOVE  SPACES       TO   WS-MESSAGE
                   STRING "*** DEPT " EMP-DEPT " TOTAL "
                          D-DEPT-SAL-TOTAL " ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   PERFORM ERROR-RTN
                   MOVE  "*** RECORD FOUND, SALARY WITHHELD ***"
                                        TO   WS-MESSAGE
               END-IF
           ELSE
               MOVE  "*** RECORD FOUND, SALARY WITHHELD ***"
                                        TO   WS-MESSAGE
           END-IF.

      ******************************************************************
       DO-INSERT.
      ******************************************************************
               MOVE  "*** EMP IS LOCKED BY EMPBATCH ***"
                                        TO   WS-MESSAGE
           ELSE
               PERFORM CHECK-INSERT-EMP-NO
               IF  WS-ENA-STATUS = "OK"
                   PERFORM CHECK-INSERT-DEPT
               END-IF
               IF  WS-ENA-STATUS = "OK" AND WS-DEPT-IN-COMPANY
                   PERFORM CHECK-CONTRACT-FIELDS
                   IF  WS-CTR-OK
                       PERFORM CHECK-SALARY-GRID
                       IF  WS-GRID-RESULT NOT = "N"
                           PERFORM CHECK-HIRE-POSITION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CHECK-INSERT-EMP-NO.
      ******************************************************************
      *    ZERO WITH NO CHECK DIGIT ASKS FOR THE NEXT NUMBER; ANYTHING
      *    KEYED MUST BE A NUMBER EMPNOALC RESERVED AND NOBODY HAS USED
           MOVE  "N"                   TO   WS-NEW-NUMBER-FLAG.
           MOVE  "OK"                  TO   WS-ENA-STATUS.
           MOVE  WS-EMP-NO             TO   WS-ENA-EMP-NO.
           IF  WS-ENA-EMP-NO = ZERO AND WS-EMP-CHECK-DIGIT = SPACE
               SET  WS-NEW-NUMBER      TO   TRUE
           ELSE
               MOVE  "HELD"            TO   WS-ENA-ACTION
               CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                      WS-ENA-EMP-NO,
                                      WS-EMP-CHECK-DIGIT,
                                      WS-ENA-STATUS
               EVALUATE WS-ENA-STATUS
                   WHEN "OK"
                       CONTINUE
                   WHEN "CD"
                       MOVE  "*** EMP NO CHECK DIGIT WRONG ***"
                                        TO   WS-MESSAGE
                   WHEN OTHER
                       MOVE  "*** EMP NO NOT RESERVED OR USED ***"
                                        TO   WS-MESSAGE
               END-EVALUATE
           END-IF.

      ******************************************************************
       CHECK-INSERT-DEPT.
      ******************************************************************
      *    A NEW HIRE JOINS THE OPERATOR'S OWN COMPANY, SO IT MAY NOT
      *    BE PUT IN A DEPARTMENT ANOTHER COMPANY OF THE GROUP RUNS
           MOVE  "N"                   TO   WS-DEPT-CO-FLAG.
           MOVE  WS-EMP-DEPT           TO   EMP-DEPT.
           EXEC SQL
               SELECT COUNT(*)
                      INTO :OPER-DEPT-CNT
                      FROM DEPT
                      WHERE DEPT_NO = :EMP-DEPT
                        AND COALESCE(COMPANY_CD, '01') <> :OPER-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "*** DEPT CHECK FAILED, SEE ERROR LOG ***"
                                        TO   WS-MESSAGE
           ELSE
           IF  OPER-DEPT-CNT > ZERO
               MOVE  "*** DEPT BELONGS TO ANOTHER COMPANY ***"
                                        TO   WS-MESSAGE
           ELSE
               SET   WS-DEPT-IN-COMPANY TO   TRUE
           END-IF
           END-IF.

      ******************************************************************
       ISSUE-NEW-EMP-NO.
      ******************************************************************
           IF  WS-NEW-NUMBER
               MOVE  "NEXT"            TO   WS-ENA-ACTION
               CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                      WS-ENA-EMP-NO,
                                      WS-EMP-CHECK-DIGIT,
                                      WS-ENA-STATUS
               IF  WS-ENA-STATUS = "OK"
                   MOVE  WS-ENA-EMP-NO TO   WS-EMP-NO
                   MOVE  WS-ENA-EMP-NO TO   POS-EMP-NO
               ELSE
                   MOVE  "*** NO EMP NO AVAILABLE FOR INSERT ***"
                                        TO   WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
       CHECK-HIRE-POSITION.
      ******************************************************************
      *    THE NEW ROW TAKES A SLOT IN ITS DEPARTMENT AT THE GRADE THE
      *    GRID CHECK JUST PLACED IT IN -- NO SLOT, NO INSERT
           MOVE  WS-EMP-NO             TO   POS-EMP-NO.
           MOVE  WS-EMP-DEPT           TO   POS-DEPT.
           MOVE  WS-GRID-GRADE         TO   POS-GRADE.
           PERFORM CHECK-POSITION-VACANCY.
           EVALUATE POS-RESULT
               WHEN "V"
               WHEN "U"
               WHEN "X"
                   PERFORM ISSUE-NEW-EMP-NO
                   IF  WS-ENA-STATUS = "OK"
                       PERFORM INSERT-EMP-ROW
                   END-IF
               WHEN "N"
                   IF  WS-POS-OVERFILL = "REFUSE"
                       MOVE  "*** NO VACANCY IN DEPT/GRADE ***"
                                        TO   WS-MESSAGE
                   ELSE
                       PERFORM ISSUE-NEW-EMP-NO
                       IF  WS-ENA-STATUS = "OK"
                           PERFORM WRITE-HIRE-REQUEST
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE  "*** POSITION CHECK FAILED, SEE LOG ***"
                                        TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       INSERT-EMP-ROW.
      ******************************************************************
                       EMP_KANA, EMP_HIRE_DATE, EMP_TERM_DATE,
                       EMP_STATUS, EMP_BIRTHDATE, EMP_GRADE,
                       EMP_STEP, EMP_BANK_CODE, EMP_BRANCH_CODE,
                       EMP_ACCT_TYPE, EMP_ACCT_NO, EMP_PAY_CCY,
                       COMPANY_CD)
                      VALUES (:EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-DEPT, :EMP-KANA, :EMP-HIRE-DATE,
                              :EMP-TERM-DATE, :EMP-STATUS,
                              :EMP-BIRTHDATE, :EMP-GRADE,
                              :EMP-STEP, :EMP-BANK-CODE,
                              :EMP-BRANCH-CODE, :EMP-ACCT-TYPE,
                              :EMP-ACCT-NO, :EMP-PAY-CCY,
                              :OPER-COMPANY)
           END-EXEC.
           IF  SQLCODE = ZERO
      *        AN INSERT HAS NO BEFORE-IMAGE -- HISTORY ROW CARRIES
               MOVE  SPACE              TO   HIST-OLD-STATUS
               MOVE  ZERO               TO   HIST-OLD-GRADE
                                             HIST-OLD-STEP
               MOVE  SPACES             TO   HIST-OLD-BANK-CODE
                                             HIST-OLD-BRANCH-CODE
                                             HIST-OLD-ACCT-TYPE
                                             HIST-OLD-ACCT-NO
               PERFORM WRITE-HISTORY-ROW
      *        THE CONTRACT AND CONTACTS GO IN WITH THE ROW OR NOT
      *        AT ALL
               IF  WS-HIST-OK
                   PERFORM APPLY-SCREEN-CONTRACT
               END-IF
               IF  WS-HIST-OK AND WS-CTR-OK
                   PERFORM APPLY-SCREEN-CONTACT
               END-IF
               IF  WS-HIST-OK AND WS-CTR-OK AND WS-CON-OK
                   PERFORM COMMIT-UNIT-OF-WORK
      *            THE NUMBER IS SPENT -- NOTHING CAN ISSUE OR ADD IT
      *            AGAIN
                   MOVE  "USE"         TO   WS-ENA-ACTION
                   MOVE  EMP-NO        TO   WS-ENA-EMP-NO
                   CALL "EMPNOALC" USING WS-ENA-ACTION,
                         WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                         WS-EMP-CHECK-DIGIT, WS-ENA-STATUS
                   MOVE  SPACES        TO   WS-MESSAGE
                   STRING "*** INSERTED AS EMP NO " WS-ENA-EMP-NO
                          "-" WS-EMP-CHECK-DIGIT " ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
      *            NO AUDIT IMAGE, NO CHANGE -- THE INSERT IS BACKED
      *            OUT RATHER THAN LEFT ON THE TABLE UNAUDITED
                   EXEC SQL
                       ROLLBACK WORK
                   END-EXEC
                   EVALUATE TRUE
                       WHEN NOT WS-HIST-OK
                           MOVE
                             "*** INSERT BACKED OUT, HISTORY FAILED ***"
                                        TO   WS-MESSAGE
                       WHEN NOT WS-CTR-OK
                           MOVE  "*** INSERT BACKED OUT, CTR FAILED ***"
                                        TO   WS-MESSAGE
                       WHEN OTHER
                           MOVE
                             "*** INSERT BACKED OUT, ADDR FAILED ***"
                                        TO   WS-MESSAGE
                   END-EVALUATE
               END-IF
           ELSE
               EXEC SQL
               MOVE  "*** EMP IS LOCKED BY EMPBATCH ***"
                                        TO   WS-MESSAGE
           ELSE
      *        A TRANSPOSED DIGIT WOULD CORRECT SOMEONE ELSE -- THE
      *        CHECK DIGIT MUST AGREE WITH THE NUMBER KEYED
               MOVE  "VERIFY"          TO   WS-ENA-ACTION
               MOVE  WS-EMP-NO         TO   WS-ENA-EMP-NO
               CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                      WS-ENA-EMP-NO,
                                      WS-EMP-CHECK-DIGIT,
                                      WS-ENA-STATUS
               IF  WS-ENA-STATUS NOT = "OK"
                   MOVE  "*** EMP NO CHECK DIGIT WRONG ***"
                                        TO   WS-MESSAGE
               ELSE
                   PERFORM CHECK-CONTRACT-FIELDS
                   IF  WS-CTR-OK
                       PERFORM FETCH-BEFORE-IMAGE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
               SELECT EMP_NAME, EMP_SALARY,
                      COALESCE(EMP_STATUS, 'A'),
                      COALESCE(EMP_GRADE, 0),
                      COALESCE(EMP_STEP, 0),
                      COALESCE(EMP_BANK_CODE, ' '),
                      COALESCE(EMP_BRANCH_CODE, ' '),
                      COALESCE(EMP_ACCT_TYPE, ' '),
                      COALESCE(EMP_ACCT_NO, ' ')
                      INTO :HIST-OLD-NAME, :HIST-OLD-SALARY,
                           :HIST-OLD-STATUS, :HIST-OLD-GRADE,
                           :HIST-OLD-STEP, :HIST-OLD-BANK-CODE,
                           :HIST-OLD-BRANCH-CODE, :HIST-OLD-ACCT-TYPE,
                           :HIST-OLD-ACCT-NO
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :OPER-COMPANY
           END-EXEC.
           IF  SQLCODE = 100
               MOVE  "*** NO RECORD FOR THAT EMP NO ***"
      ******************************************************************
       APPLY-CORRECT.
      ******************************************************************
      *    AN OPERATOR WHO WAS NOT SHOWN THE SALARY CANNOT CHANGE IT --
      *    THE FIGURE ON FILE GOES BACK IN, WHATEVER WAS KEYED
           IF  NOT WS-SAL-FULL
               MOVE  HIST-OLD-SALARY     TO   WS-EMP-SALARY
           END-IF.
           PERFORM CHECK-SALARY-GRID.
           IF  WS-GRID-RESULT NOT = "N"
      *        EMP-SALARY WAS DE-EDITED FROM THE SCREEN FIELD BY
               ACCEPT  SA-REQ-DATE      FROM DATE YYYYMMDD
               ACCEPT  SA-REQ-TIME      FROM TIME
               MOVE  SPACES             TO   SA-APPR-BY
               MOVE  SPACE              TO   SA-REQ-KIND
               MOVE  ZERO               TO   SA-DEPT SA-GRADE
               WRITE APPR-REC
               CLOSE APPR-FILE
               MOVE  "*** SALARY CHANGE QUEUED FOR APPROVAL ***"
                                        TO   WS-MESSAGE
           END-IF.

      ******************************************************************
       WRITE-HIRE-REQUEST.
      ******************************************************************
      *    A HIRE OVER ESTABLISHMENT GOES ON THE SAME FOUR-EYES QUEUE
      *    AS A LARGE SALARY MOVE -- ONCE SALAPPROV APPROVES IT THE
      *    INSERT IS RE-KEYED AND PASSES ON THE EXCEPTION.  A HIRE
      *    ALREADY WAITING (OR ALREADY TURNED DOWN) IS NOT QUEUED AGAIN
           MOVE  "N"                    TO   WS-HIRE-QUEUED-FLAG.
           OPEN INPUT APPR-FILE.
           IF  WS-APPR-OK
               PERFORM UNTIL WS-APPR-EOF OR WS-HIRE-QUEUED
                   READ APPR-FILE
                       AT END
                           SET  WS-APPR-EOF    TO   TRUE
                       NOT AT END
                           IF  SA-REQ-KIND = "H"
                           AND SA-STATUS NOT = "A"
                           AND SA-EMP-NO = POS-EMP-NO
                           AND SA-DEPT = POS-DEPT
                           AND SA-GRADE = POS-GRADE
                               SET  WS-HIRE-QUEUED TO   TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-FILE
           END-IF.
           IF  WS-HIRE-QUEUED
               MOVE  "*** HIRE ALREADY ON APPROVAL QUEUE ***"
                                        TO   WS-MESSAGE
           ELSE
               OPEN EXTEND APPR-FILE
               IF  WS-APPR-NEW
                   OPEN OUTPUT APPR-FILE
               END-IF
               IF  NOT WS-APPR-OK
                   MOVE  "*** APPROVAL QUEUE NOT WRITABLE ***"
                                        TO   WS-MESSAGE
               ELSE
                   MOVE  SPACES         TO   APPR-REC
                   MOVE  "P"            TO   SA-STATUS
                   MOVE  WS-EMP-NO      TO   SA-EMP-NO
                   MOVE  ZERO           TO   SA-OLD-SALARY
                   MOVE  WS-EMP-SALARY  TO   SA-NEW-SALARY
                   MOVE  WS-OPER-ID     TO   SA-REQ-BY
                   ACCEPT  SA-REQ-DATE  FROM DATE YYYYMMDD
                   ACCEPT  SA-REQ-TIME  FROM TIME
                   MOVE  SPACES         TO   SA-APPR-BY
                   MOVE  "H"            TO   SA-REQ-KIND
                   MOVE  POS-DEPT       TO   SA-DEPT
                   MOVE  POS-GRADE      TO   SA-GRADE
                   WRITE APPR-REC
                   CLOSE APPR-FILE
                   MOVE  "*** NO VACANCY, HIRE QUEUED ***"
                                        TO   WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
       UPDATE-EMP-ROW.
      ******************************************************************
                          EMP_ACCT_NO = :EMP-ACCT-NO,
                          EMP_PAY_CCY = :EMP-PAY-CCY
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :OPER-COMPANY
                        AND EMP_NAME = :HIST-OLD-NAME
                        AND EMP_SALARY = :HIST-OLD-SALARY
           END-EXEC.
               WHEN SQLCODE = ZERO AND SQLERRD(3) > ZERO
                   PERFORM WRITE-HISTORY-ROW
                   IF  WS-HIST-OK
                       PERFORM APPLY-SCREEN-CONTRACT
                   END-IF
                   IF  WS-HIST-OK AND WS-CTR-OK
                       PERFORM APPLY-SCREEN-CONTACT
                   END-IF
                   IF  WS-HIST-OK AND WS-CTR-OK AND WS-CON-OK
                       PERFORM COMMIT-UNIT-OF-WORK
                       MOVE  EMP-NAME   TO   WS-LOOK-NAME
                       MOVE  EMP-SALARY TO   WS-LOOK-SALARY
                       MOVE  "*** RECORD UPDATED ***"
                       EXEC SQL
                           ROLLBACK WORK
                       END-EXEC
                       EVALUATE TRUE
                           WHEN NOT WS-HIST-OK
                               MOVE
                             "*** UPDATE BACKED OUT, HIST FAILED ***"
                                        TO   WS-MESSAGE
                           WHEN NOT WS-CTR-OK
                               MOVE
                             "*** UPDATE BACKED OUT, CTR FAILED ***"
                                        TO   WS-MESSAGE
                           WHEN OTHER
                               MOVE
                             "*** UPDATE BACKED OUT, ADDR FAILED ***"
                                        TO   WS-MESSAGE
                       END-EVALUATE
                   END-IF
               WHEN SQLCODE = ZERO
                   EXEC SQL
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-APPR-LIMIT
           END-IF.
           MOVE  "POSITION-OVERFILL" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-POS-OVERFILL
           END-IF.

      ******************************************************************
       GET-CONFIG-VALUE.
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
      *    REJECT MESSAGE NAMES THE GRADE IT WAS CHECKED AGAINST
           MOVE  WS-EMP-SALARY         TO   EMP-SALARY.
           CALL "SALGRDCK" USING EMP-SALARY, WS-GRID-RESULT,
                                  WS-GRID-GRADE, WS-GRID-STEP,
                                  WS-GRID-EFF-DATE.
           IF  WS-GRID-RESULT = "N"
               MOVE  SPACES             TO   WS-MESSAGE
               STRING "*** SALARY OFF PAY SCALE, GRADE "
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      ******************************************************************
       CHECK-CONTRACT-FIELDS.
      ******************************************************************
      *    BLANK TYPE = NO CONTRACT CHANGE.  OTHERWISE P OR F, A REAL
      *    START DATE, AND FOR A FIXED TERM A REAL END DATE NOT BEFORE
      *    THE START; A PERMANENT CONTRACT HAS NO END
           MOVE  "Y"                    TO   WS-CTR-OK-FLAG.
           IF  WS-EMP-CTR-TYPE NOT = SPACE
               MOVE  "OK"               TO   WS-DC-STATUS
               IF  WS-EMP-CTR-START NOT = ZERO
                   MOVE  "DOW"          TO   WS-DC-FUNCTION
                   MOVE  WS-EMP-CTR-START    TO   WS-DC-DATE-1
                   CALL "DATECALC" USING WS-DC-FUNCTION,
                         WS-DC-FORMAT, WS-DC-DATE-1, WS-DC-DATE-2,
                         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-DOW,
                         WS-DC-STATUS
               END-IF
               IF  WS-DC-STATUS = "OK" AND WS-EMP-CTR-END NOT = ZERO
                   MOVE  "DOW"          TO   WS-DC-FUNCTION
                   MOVE  WS-EMP-CTR-END TO   WS-DC-DATE-1
                   CALL "DATECALC" USING WS-DC-FUNCTION,
                         WS-DC-FORMAT, WS-DC-DATE-1, WS-DC-DATE-2,
                         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-DOW,
                         WS-DC-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-EMP-CTR-TYPE NOT = "P" AND "F"
                       MOVE  "*** CONTRACT TYPE MUST BE P OR F ***"
                                        TO   WS-MESSAGE
                       MOVE  "N"        TO   WS-CTR-OK-FLAG
                   WHEN WS-EMP-CTR-START = ZERO
                     OR WS-DC-STATUS NOT = "OK"
                       MOVE  "*** CONTRACT DATES NOT VALID ***"
                                        TO   WS-MESSAGE
                       MOVE  "N"        TO   WS-CTR-OK-FLAG
                   WHEN WS-EMP-CTR-TYPE = "F"
                    AND (WS-EMP-CTR-END = ZERO OR
                         WS-EMP-CTR-END < WS-EMP-CTR-START)
                       MOVE  "*** FIXED TERM NEEDS END >= START ***"
                                        TO   WS-MESSAGE
                       MOVE  "N"        TO   WS-CTR-OK-FLAG
                   WHEN WS-EMP-CTR-TYPE = "P"
                    AND WS-EMP-CTR-END NOT = ZERO
                       MOVE  "*** PERMANENT CONTRACT HAS NO END ***"
                                        TO   WS-MESSAGE
                       MOVE  "N"        TO   WS-CTR-OK-FLAG
               END-EVALUATE
           END-IF.

      ******************************************************************
       APPLY-SCREEN-CONTRACT.
      ******************************************************************
      *    RIDES THE CALLER'S UNIT OF WORK -- CTRCHECK WORKS OUT
      *    WHETHER THE TERM KEYED IS NEW, A RENEWAL OR A CORRECTION
           MOVE  "Y"                    TO   WS-CTR-OK-FLAG.
           IF  WS-EMP-CTR-TYPE NOT = SPACE
               MOVE  EMP-NO             TO   CTR-EMP-NO
               MOVE  WS-EMP-CTR-TYPE    TO   CTR-TYPE
               MOVE  WS-EMP-CTR-START   TO   CTR-TERM-START
               MOVE  WS-EMP-CTR-END     TO   CTR-TERM-END
               MOVE  WS-OPER-ID         TO   CTR-CHG-BY
               PERFORM APPLY-CONTRACT-TERM
               IF  CTR-RESULT = "E"
                   PERFORM ERROR-RTN
                   MOVE  "N"            TO   WS-CTR-OK-FLAG
               ELSE
                   MOVE  CTR-RENEWALS   TO   WS-EMP-CTR-RENEWALS
               END-IF
           END-IF.

      ******************************************************************
       FETCH-CONTRACT-ROW.
      ******************************************************************
      *    NO CONTRACT ROW YET SIMPLY SHOWS BLANK
           MOVE  EMP-NO                 TO   CTR-EMP-NO.
           EXEC SQL
               SELECT COALESCE(CTR_TYPE, ' '),
                      COALESCE(CTR_TERM_START, 0),
                      COALESCE(CTR_TERM_END, 0),
                      COALESCE(CTR_RENEWALS, 0)
                      INTO :CTR-TYPE, :CTR-TERM-START,
                           :CTR-TERM-END, :CTR-RENEWALS
                      FROM EMP_CONTRACT
                      WHERE EMP_NO = :CTR-EMP-NO
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE  CTR-TYPE           TO   WS-EMP-CTR-TYPE
               MOVE  CTR-TERM-START     TO   WS-EMP-CTR-START
               MOVE  CTR-TERM-END       TO   WS-EMP-CTR-END
               MOVE  CTR-RENEWALS       TO   WS-EMP-CTR-RENEWALS
           ELSE
               IF  SQLCODE NOT = 100
                   PERFORM ERROR-RTN
               END-IF
           END-IF.

      ******************************************************************
       APPLY-SCREEN-CONTACT.
      ******************************************************************
      *    RIDES THE CALLER'S UNIT OF WORK -- ALL CONTACT FIELDS BLANK
      *    LEAVES EMP_CONTACT AS IT IS
           MOVE  "Y"                    TO   WS-CON-OK-FLAG.
           IF  WS-EMP-POSTAL NOT = SPACES
           OR  WS-EMP-ADDRESS NOT = SPACES
           OR  WS-EMP-ADDR-KANA NOT = SPACES
           OR  WS-EMP-PHONE NOT = SPACES
           OR  WS-EMP-EMERG-NAME NOT = SPACES
           OR  WS-EMP-EMERG-REL NOT = SPACES
           OR  WS-EMP-EMERG-PHONE NOT = SPACES
               MOVE  EMP-NO             TO   CON-EMP-NO
               MOVE  WS-EMP-POSTAL      TO   CON-POSTAL
               MOVE  WS-EMP-ADDRESS     TO   CON-ADDRESS
               MOVE  WS-EMP-ADDR-KANA   TO   CON-ADDR-KANA
               MOVE  WS-EMP-PHONE       TO   CON-PHONE
               MOVE  WS-EMP-EMERG-NAME  TO   CON-EMERG-NAME
               MOVE  WS-EMP-EMERG-REL   TO   CON-EMERG-REL
               MOVE  WS-EMP-EMERG-PHONE TO   CON-EMERG-PHONE
               MOVE  WS-OPER-ID         TO   CON-CHG-BY
               PERFORM APPLY-CONTACT
               IF  CON-RESULT = "E"
                   PERFORM ERROR-RTN
                   MOVE  "N"            TO   WS-CON-OK-FLAG
               END-IF
           END-IF.

      ******************************************************************
       FETCH-CONTACT-ROW.
      ******************************************************************
      *    NO CONTACT ROW YET SIMPLY SHOWS BLANK
           MOVE  EMP-NO                 TO   CON-EMP-NO.
           EXEC SQL
               SELECT COALESCE(CON_POSTAL, ' '),
                      COALESCE(CON_ADDRESS, ' '),
                      COALESCE(CON_ADDR_KANA, ' '),
                      COALESCE(CON_PHONE, ' '),
                      COALESCE(CON_EMERG_NAME, ' '),
                      COALESCE(CON_EMERG_REL, ' '),
                      COALESCE(CON_EMERG_PHONE, ' ')
                      INTO :CON-POSTAL, :CON-ADDRESS,
                           :CON-ADDR-KANA, :CON-PHONE,
                           :CON-EMERG-NAME, :CON-EMERG-REL,
                           :CON-EMERG-PHONE
                      FROM EMP_CONTACT
                      WHERE EMP_NO = :CON-EMP-NO
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE  CON-POSTAL         TO   WS-EMP-POSTAL
               MOVE  CON-ADDRESS        TO   WS-EMP-ADDRESS
               MOVE  CON-ADDR-KANA      TO   WS-EMP-ADDR-KANA
               MOVE  CON-PHONE          TO   WS-EMP-PHONE
               MOVE  CON-EMERG-NAME     TO   WS-EMP-EMERG-NAME
               MOVE  CON-EMERG-REL      TO   WS-EMP-EMERG-REL
               MOVE  CON-EMERG-PHONE    TO   WS-EMP-EMERG-PHONE
           ELSE
               IF  SQLCODE NOT = 100
                   PERFORM ERROR-RTN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-JOB-LOCK.
      ******************************************************************
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY, OLD_STATUS, NEW_STATUS,
                       OLD_GRADE, OLD_STEP, NEW_GRADE, NEW_STEP,
                       CHG_DATE, CHG_TIME, CHANGED_BY,
                       OLD_BANK_CODE, OLD_BRANCH_CODE, OLD_ACCT_TYPE,
                       OLD_ACCT_NO, NEW_BANK_CODE, NEW_BRANCH_CODE,
                       NEW_ACCT_TYPE, NEW_ACCT_NO, COMPANY_CD)
                      VALUES (:EMP-NO, :HIST-OLD-NAME,
                              :HIST-OLD-SALARY, :EMP-NAME,
                              :EMP-SALARY, :HIST-OLD-STATUS,
                              :EMP-STATUS, :HIST-OLD-GRADE,
                              :HIST-OLD-STEP, :EMP-GRADE,
                              :EMP-STEP, :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY,
                              :HIST-OLD-BANK-CODE,
                              :HIST-OLD-BRANCH-CODE,
                              :HIST-OLD-ACCT-TYPE, :HIST-OLD-ACCT-NO,
                              :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                              :EMP-ACCT-TYPE, :EMP-ACCT-NO,
                              COALESCE((SELECT COMPANY_CD FROM EMP
                                         WHERE EMP_NO = :EMP-NO),
                                       '01'))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH
      *    INSERTTBL/FETCHTBL/EMPRPT
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
      *    CREATE-POSITION-TABLES / CHECK-POSITION-VACANCY -- SHARED
      *    WITH EVERY OTHER ADD PATH
           COPY "POSCHECK.CPY".
      ******************************************************************
      *    CREATE-CONTRACT-TABLE / APPLY-CONTRACT-TERM -- SHARED WITH
      *    EMPTRANS
           COPY "CTRCHECK.CPY".
      ******************************************************************
      *    CREATE-CONTACT-TABLES / APPLY-CONTACT -- SHARED WITH
      *    EMPHRSYN
           COPY "CONCHECK.CPY".
      ******************************************************************
