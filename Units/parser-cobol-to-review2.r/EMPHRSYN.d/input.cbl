      *               missing from the feed are flagged for review on
      *               the change report instead of being touched.
      *               Replaces the manual eyeball-and-rekey procedure.
      *               A new employee is placed on the pay scale and
      *               must find a vacancy in the department's approved
      *               establishment for that grade (see POSCHECK);
      *               with none the add is refused for the week and,
      *               unless POSITION-OVERFILL in SHOPCNFG.DAT says
      *               REFUSE, queued once on SALAPPR.PND for approval
      *               over establishment.  A department change in
      *               the feed is a transfer: its EMP_HISTORY image
      *               records the old and new department, effective
      *               the day the snapshot is applied (see XFERRPT).
      *               Every feed record carries the check digit of its
      *               EMP_NO and is refused when the two disagree; a
      *               new employee must also be on a number EMPNOALC
      *               has reserved and not yet seen used.
      *               The feed may also carry the employee's home
      *               address, phone and emergency contact; those are
      *               kept on EMP_CONTACT with a before/after image of
      *               every change (see CONCHECK), and a contact field
      *               left blank in the feed is left as it was.
      *               Each company of the group (see COMPANY) sends
      *               its own snapshot, sequence-controlled and
      *               reported separately; the snapshot is compared
      *               with the run company's employees only.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT HRSNAP-FILE      ASSIGN TO DYNAMIC WS-HRSNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSNAP-STATUS.
      *    CHANGE REPORT -- ONE LINE PER ACTION TAKEN OR FLAGGED
           SELECT HRRPT-FILE       ASSIGN TO DYNAMIC WS-HRRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRRPT-STATUS.
      *    LAST ACCEPTED FEED SEQUENCE -- THE HANDSHAKE THAT CATCHES
      *    A TRANSFER JOB SILENTLY LEAVING LAST WEEK'S FILE IN PLACE
           SELECT HRSEQ-FILE       ASSIGN TO DYNAMIC WS-HRSEQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSEQ-STATUS.
      *    PENDING-APPROVAL QUEUE (SEE SALAPPROV) -- A HIRE WITH NO
      *    VACANCY ASKS HERE FOR APPROVAL OVER ESTABLISHMENT
           SELECT APPR-FILE        ASSIGN TO "SALAPPR.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

      ******************************************************************
       DATA                        DIVISION.
           05  HR-NAME             PIC  X(60).
           05  HR-SALARY           PIC  X(09).
           05  HR-DEPT             PIC  X(03).
      *    CHECK DIGIT OF HR-EMP-NO (SEE EMPNOALC)
           05  HR-CHECK-DIGIT      PIC  X.
      *    CONTACT DATA FOR THE WORKER REGISTER (SEE WRKREG) -- ALL
      *    BLANK ON A FEED THAT DOES NOT SUPPLY IT
           05  HR-POSTAL           PIC  X(08).
           05  HR-ADDRESS          PIC  X(60).
           05  HR-ADDR-KANA        PIC  X(60).
           05  HR-PHONE            PIC  X(15).
           05  HR-EMERG-NAME       PIC  X(40).
           05  HR-EMERG-REL        PIC  X(10).
           05  HR-EMERG-PHONE      PIC  X(15).
       01  HRSNAP-HEADER-REC       REDEFINES HRSNAP-REC.
           05  HRH-REC-TYPE        PIC  X.
           05  HRH-SEQ             PIC  9(06).
           05  HRH-DATE            PIC  9(08).
           05  FILLER              PIC  X.
           05  HRH-COUNT           PIC  9(06).
           05  FILLER              PIC  X(262).

       FD  HRRPT-FILE.
       01  HRRPT-REC.
           05  FILLER              PIC  X.
           05  HQ-LAST-DATE        PIC  9(08).

      *    SAME LAYOUT EMPMAINT WRITES
       FD  APPR-FILE.
       01  APPR-REC.
           05  SA-STATUS           PIC  X.
           05  FILLER              PIC  X.
           05  SA-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  SA-OLD-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  SA-NEW-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  SA-REQ-BY           PIC  X(08).
           05  FILLER              PIC  X.
           05  SA-REQ-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-REQ-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-APPR-BY          PIC  X(08).
      *    SPACE = SALARY CHANGE, H = HIRE OVER ESTABLISHMENT
           05  FILLER              PIC  X.
           05  SA-REQ-KIND         PIC  X.
           05  FILLER              PIC  X.
           05  SA-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  SA-GRADE            PIC  9(02).

       WORKING-STORAGE             SECTION.
      *    FEED, REPORT AND FEED-CONTROL FILE NAMES -- THE PARENT
      *    COMPANY'S; ANOTHER COMPANY'S ARE RESOLVED THROUGH COMPANY
      *    AT START-UP
       01  WS-HRSNAP-NAME          PIC  X(40) VALUE "HRSNAP.DAT".
       01  WS-HRRPT-NAME           PIC  X(40) VALUE "HRSYNC.RPT".
       01  WS-HRSEQ-NAME           PIC  X(40) VALUE "HRSEQ.DAT".
       01  WS-HRSNAP-STATUS        PIC  X(02).
           88  WS-HRSNAP-OK        VALUE "00".
           88  WS-HRSNAP-EOF       VALUE "10".
           88  WS-HRRPT-OK         VALUE "00".
       01  WS-HRSEQ-STATUS         PIC  X(02).
           88  WS-HRSEQ-OK         VALUE "00".
       01  WS-APPR-STATUS          PIC  X(02).
           88  WS-APPR-OK          VALUE "00".
           88  WS-APPR-EOF         VALUE "10".
           88  WS-APPR-NEW         VALUE "35".
      *    POSITION CONTROL -- WHAT A HIRE WITH NO VACANCY DOES
      *    (POSITION-OVERFILL IN SHOPCNFG.DAT): QUEUE = ASK ONCE ON
      *    SALAPPR.PND FOR APPROVAL OVER ESTABLISHMENT, REFUSE = JUST
      *    REPORT IT.  EITHER WAY THE ADD WAITS FOR A LATER FEED
       01  WS-POS-OVERFILL         PIC  X(06) VALUE "QUEUE".
       01  WS-HIRE-QUEUED-FLAG     PIC  X     VALUE "N".
           88  WS-HIRE-QUEUED      VALUE "Y".
      *    SALARY GRADE/STEP GRID CONTRACT (SEE SALGRDCK/SALGRID.DAT)
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
      *    FEED-CONTROL BOOKKEEPING (SEE HRSEQ.DAT)
       01  WS-LAST-SEQ             PIC  9(06) VALUE ZERO.
       01  WS-FEED-SEQ             PIC  9(06) VALUE ZERO.
       01  WS-FIRST-REC-FLAG       PIC  X     VALUE "Y".
           88  WS-FIRST-REC        VALUE "Y".
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPHRSYN".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
               88  WS-SAL-DIFF     VALUE "Y".
           05  WS-DEPT-DIFF-FLAG   PIC  X VALUE "N".
               88  WS-DEPT-DIFF    VALUE "Y".
           05  WS-ADDR-DIFF-FLAG   PIC  X VALUE "N".
               88  WS-ADDR-DIFF    VALUE "Y".
      *    SET BY APPLY-FEED-CONTACT -- A FAILED CONTACT CHANGE BACKS
      *    THE WHOLE EMPLOYEE OUT LIKE A FAILED HISTORY IMAGE DOES
       01  WS-CON-OK-FLAG          PIC  X     VALUE "Y".
           88  WS-CON-OK           VALUE "Y".
      *    SHARED CHECKPOINT SERVICE CONTRACT (SEE CHKPT) -- POSITION
      *    SAVED EVERY FEW RECORDS SO A MID-RUN FAILURE RESUMES HERE
      *    INSTEAD OF FROM RECORD ONE
       01  WS-CHK-POSITION         PIC  9(09) VALUE ZERO.
       01  WS-CHK-COMMIT           PIC  9(09) VALUE ZERO.
       01  WS-CHK-STATUS           PIC  X(02).
      *    THE CHECKPOINT IS THE COMPANY'S OWN -- A SUBSIDIARY'S
      *    RESTART NEVER PICKS UP THE PARENT'S POSITION
       01  WS-CHK-OWNER            PIC  X(10) VALUE "EMPHRSYN".
       01  WS-CHK-RESUME-AT        PIC  9(09) VALUE ZERO.
       01  WS-CHK-INTERVAL         PIC  9(04) VALUE 100.
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC)
       01  WS-ENA-ACTION           PIC  X(08).
       01  WS-ENA-EMP-NO           PIC  9(04).
       01  WS-ENA-STATUS           PIC  X(02).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
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
           COPY "EMPREC.CPY".
      *    THE EMP ROW AS IT STANDS, FOR THE FIELD-LEVEL COMPARE AND
      *    THE EMP_HISTORY BEFORE-IMAGE
      *    BATCH CHANGES ARE STAMPED WITH THE PROGRAM NAME THE WAY
      *    EMPMAINT STAMPS THE SIGNED-ON OPERATOR
           05  HIST-CHG-BY         PIC  X(08) VALUE "EMPHRSYN".
      *    APPROVED ESTABLISHMENT A NEW EMPLOYEE IS CHECKED AGAINST
           COPY "POSREC.CPY".
      *    EMP_CONTACT ROW THE FEED'S CONTACT FIELDS ARE APPLIED TO
           COPY "CONREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *    CREDENTIALS COME FROM THE SHOP CONFIGURATION SERVICE,
      *    WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPHRSYN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
                    CHG_DATE   NUMERIC(8,0),
                    CHG_TIME   NUMERIC(8,0),
                    CHANGED_BY CHAR(8),
                    APPROVED_BY CHAR(8),
                    OLD_DEPT   NUMERIC(3,0),
                    NEW_DEPT   NUMERIC(3,0),
                    EFF_DATE   NUMERIC(8,0),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
                )
           END-EXEC.
      *    A TABLE CREATED BEFORE TRANSFERS WERE RECORDED LACKS THE
      *    DEPARTMENT AND EFFECTIVE-DATE COLUMNS -- ADD THEM ONCE
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
           IF  SQLCODE = ZERO
               PERFORM CREATE-POSITION-TABLES
           END-IF.
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTACT-TABLES
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB

           OPEN INPUT  HRSNAP-FILE.
           IF  NOT WS-HRSNAP-OK
               DISPLAY "*** EMPHRSYN: UNABLE TO OPEN " WS-HRSNAP-NAME
               DISPLAY "***           STATUS: " WS-HRSNAP-STATUS " ***"
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
      *    RESUME FROM THE SHARED CHECKPOINT -- A 40-MINUTE SYNC
      *    THAT DIED AT MINUTE 38 PICKS UP HERE, NOT AT RECORD ONE
           MOVE  "GET"              TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.
           IF  WS-CHK-STATUS = "OK" AND WS-CHK-POSITION > ZERO
           CLOSE HRSNAP-FILE.
      *    CLEAN FINISH -- THE CHECKPOINT COMES OFF
           MOVE  "CLEAR"            TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.

           PERFORM FLAG-MISSING-EMPLOYEES.

           CLOSE HRRPT-FILE.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** EMPHRSYN SUMMARY -- READ: " WS-RECS-READ
           MOVE  ZERO               TO   WS-PRECOUNT.
           OPEN INPUT HRSNAP-FILE.
           IF  NOT WS-HRSNAP-OK
               DISPLAY "*** EMPHRSYN: UNABLE TO OPEN " WS-HRSNAP-NAME
               DISPLAY "***           STATUS: " WS-HRSNAP-STATUS " ***"
               SET  WS-FEED-REFUSED TO   TRUE
           ELSE
               MOVE  "Y"            TO   WS-FIRST-REC-FLAG
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                   DISPLAY "*** EMPHRSYN: NO FEED-CONTROL HEADER ON "
                           WS-HRSNAP-NAME
                   DISPLAY "***           FEED REFUSED ***"
                   SET  WS-FEED-REFUSED  TO   TRUE
               WHEN WS-FEED-SEQ NOT > WS-LAST-SEQ
                   DISPLAY "*** EMPHRSYN: FEED SEQ " WS-FEED-SEQ
               MOVE  WS-RECS-READ   TO   WS-CHK-POSITION
               MOVE  WS-RECS-CHANGED     TO  WS-CHK-COMMIT
               MOVE  "SAVE"         TO   WS-CHK-ACTION
               CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                                   WS-CHK-POSITION, WS-CHK-COMMIT,
                                   WS-CHK-STATUS
           END-IF.
               ADD  1               TO   WS-RECS-REJECTED
               PERFORM WRITE-REPORT-LINE-REJECT
           ELSE
      *        A TRANSPOSED EMP_NO WOULD SYNC SOMEONE ELSE -- THE
      *        CHECK DIGIT MUST AGREE BEFORE THE ROW IS EVEN READ
               MOVE  "VERIFY"        TO   WS-ENA-ACTION
               MOVE  WS-CHECK-NO     TO   WS-ENA-EMP-NO
               CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                      WS-ENA-EMP-NO, HR-CHECK-DIGIT,
                                      WS-ENA-STATUS
               IF  WS-ENA-STATUS NOT = "OK"
                   ADD  1            TO   WS-RECS-REJECTED
                   PERFORM WRITE-REPORT-LINE-EMP-NO
               ELSE
                   MOVE  WS-CHECK-NO     TO   EMP-NO
                   MOVE  HR-NAME         TO   EMP-NAME
                   MOVE  WS-CHECK-SALARY TO   EMP-SALARY
                   MOVE  WS-CHECK-DEPT   TO   EMP-DEPT
                   PERFORM NOTE-FEED-EMP-NO
                   PERFORM SYNC-ONE-EMPLOYEE
               END-IF
           END-IF.

      ******************************************************************
                           :CUR-STATUS
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           MOVE  CUR-STATUS         TO   NEW-STATUS.
           EVALUATE TRUE
      ******************************************************************
       ADD-NEW-EMPLOYEE.
      ******************************************************************
      *    THE NEW EMPLOYEE IS PLACED ON THE PAY SCALE AND TAKES A
      *    SLOT IN THE DEPARTMENT AT THAT GRADE -- HR IS THE SYSTEM
      *    OF RECORD FOR SALARY, SO AN OFF-SCALE FIGURE IS TAKEN AS
      *    GIVEN (STEP ZERO) RATHER THAN REFUSED.  THE NUMBER ITSELF
      *    MUST BE ONE EMPNOALC RESERVED AND NOBODY HAS USED
           MOVE  "HELD"             TO   WS-ENA-ACTION.
           CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                  WS-ENA-EMP-NO, HR-CHECK-DIGIT,
                                  WS-ENA-STATUS.
           IF  WS-ENA-STATUS NOT = "OK"
               ADD  1               TO   WS-RECS-REJECTED
               PERFORM WRITE-REPORT-LINE-EMP-NO
           ELSE
               PERFORM PLACE-NEW-EMPLOYEE
           END-IF.

      ******************************************************************
       PLACE-NEW-EMPLOYEE.
      ******************************************************************
           CALL "SALGRDCK" USING EMP-SALARY, WS-GRID-RESULT,
                                  WS-GRID-GRADE, WS-GRID-STEP,
                                  WS-GRID-EFF-DATE.
           MOVE  WS-GRID-GRADE      TO   EMP-GRADE.
           MOVE  WS-GRID-STEP       TO   EMP-STEP.
           MOVE  EMP-NO             TO   POS-EMP-NO.
           MOVE  EMP-DEPT           TO   POS-DEPT.
           MOVE  WS-GRID-GRADE      TO   POS-GRADE.
           PERFORM CHECK-POSITION-VACANCY.
           EVALUATE POS-RESULT
               WHEN "V"
               WHEN "U"
               WHEN "X"
                   PERFORM INSERT-NEW-EMPLOYEE
               WHEN "N"
                   ADD  1           TO   WS-RECS-REJECTED
                   MOVE  "N"        TO   WS-HIRE-QUEUED-FLAG
                   IF  WS-POS-OVERFILL NOT = "REFUSE"
                       PERFORM WRITE-HIRE-REQUEST
                   END-IF
                   PERFORM WRITE-REPORT-LINE-NO-VACANCY
               WHEN OTHER
                   PERFORM ERROR-RTN
                   ADD  1           TO   WS-RECS-REJECTED
                   PERFORM WRITE-REPORT-LINE-REJECT
           END-EVALUATE.

      ******************************************************************
       INSERT-NEW-EMPLOYEE.
      ******************************************************************
      *    A NEW EMPLOYEE FROM THE HR FEED STARTS ACTIVE WITH DATES
      *    UNSET -- THE FEED CARRIES NO LIFECYCLE FIELDS
           EXEC SQL
               INSERT INTO EMP
                      (EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT,
                       EMP_HIRE_DATE, EMP_TERM_DATE, EMP_STATUS,
                       EMP_GRADE, EMP_STEP, COMPANY_CD)
                      VALUES (:EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-DEPT, 0, 0, 'A',
                              :EMP-GRADE, :EMP-STEP, :RUN-COMPANY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               MOVE  SPACES         TO   CUR-NAME
               MOVE  ZERO           TO   CUR-SALARY
                                         CUR-DEPT
               MOVE  SPACE          TO   CUR-STATUS
               MOVE  "A"            TO   NEW-STATUS
               PERFORM WRITE-HISTORY-ROW
               IF  WS-HIST-OK
                   PERFORM APPLY-FEED-CONTACT
               END-IF
               IF  WS-HIST-OK AND WS-CON-OK
                   PERFORM COMMIT-UNIT-OF-WORK
                   MOVE  "USE"      TO   WS-ENA-ACTION
                   CALL "EMPNOALC" USING WS-ENA-ACTION,
                         WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                         HR-CHECK-DIGIT, WS-ENA-STATUS
                   ADD  1           TO   WS-RECS-ADDED
                   PERFORM WRITE-REPORT-LINE-ADD
               ELSE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-HIRE-REQUEST.
      ******************************************************************
      *    ASKED ONCE -- A HIRE ALREADY WAITING ON THE QUEUE (OR
      *    ALREADY TURNED DOWN) IS NOT QUEUED AGAIN BY NEXT WEEK'S FEED
           MOVE  "N"                TO   WS-HIRE-QUEUED-FLAG.
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
           IF  NOT WS-HIRE-QUEUED
               OPEN EXTEND APPR-FILE
               IF  WS-APPR-NEW
                   OPEN OUTPUT APPR-FILE
               END-IF
               IF  NOT WS-APPR-OK
                   DISPLAY "*** EMPHRSYN: SALAPPR.PND NOT WRITABLE, "
                           "STATUS " WS-APPR-STATUS " ***"
               ELSE
                   MOVE  SPACES     TO   APPR-REC
                   MOVE  "P"        TO   SA-STATUS
                   MOVE  EMP-NO     TO   SA-EMP-NO
                   MOVE  ZERO       TO   SA-OLD-SALARY
                   MOVE  EMP-SALARY TO   SA-NEW-SALARY
                   MOVE  "EMPHRSYN" TO   SA-REQ-BY
                   ACCEPT  SA-REQ-DATE  FROM DATE YYYYMMDD
                   ACCEPT  SA-REQ-TIME  FROM TIME
                   MOVE  SPACES     TO   SA-APPR-BY
                   MOVE  "H"        TO   SA-REQ-KIND
                   MOVE  POS-DEPT   TO   SA-DEPT
                   MOVE  POS-GRADE  TO   SA-GRADE
                   WRITE APPR-REC
                   CLOSE APPR-FILE
                   SET  WS-HIRE-QUEUED TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       COMPARE-AND-UPDATE.
      ******************************************************************
      *    COSTS NO UPDATE AND NO HISTORY NOISE
           MOVE  "N"                TO   WS-NAME-DIFF-FLAG
                                         WS-SAL-DIFF-FLAG
                                         WS-DEPT-DIFF-FLAG
                                         WS-ADDR-DIFF-FLAG.
           IF  EMP-NAME NOT = CUR-NAME
               SET  WS-NAME-DIFF    TO   TRUE
           END-IF.
           END-IF.
           IF  NOT WS-NAME-DIFF AND NOT WS-SAL-DIFF
                                AND NOT WS-DEPT-DIFF
      *        NOTHING ON EMP TO CHANGE, BUT THE EMPLOYEE MAY STILL
      *        HAVE MOVED HOUSE
               PERFORM APPLY-FEED-CONTACT
               EVALUATE TRUE
                   WHEN NOT WS-CON-OK
                       EXEC SQL ROLLBACK WORK END-EXEC
                       ADD  1       TO   WS-RECS-REJECTED
                       PERFORM WRITE-REPORT-LINE-REJECT
                   WHEN WS-ADDR-DIFF
                       PERFORM COMMIT-UNIT-OF-WORK
                       ADD  1       TO   WS-RECS-CHANGED
                       PERFORM WRITE-REPORT-LINE-CHANGE
                   WHEN OTHER
                       ADD  1       TO   WS-RECS-UNCHANGED
               END-EVALUATE
           ELSE
               IF  WS-NAME-DIFF
                   EXEC SQL
                       UPDATE EMP SET EMP_NAME = :EMP-NAME
                              WHERE EMP_NO = :EMP-NO
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
               END-IF
               IF  WS-SAL-DIFF AND SQLCODE = ZERO
                   EXEC SQL
                       UPDATE EMP SET EMP_SALARY = :EMP-SALARY
                              WHERE EMP_NO = :EMP-NO
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
               END-IF
               IF  WS-DEPT-DIFF AND SQLCODE = ZERO
                   EXEC SQL
                       UPDATE EMP SET EMP_DEPT = :EMP-DEPT
                              WHERE EMP_NO = :EMP-NO
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
               END-IF
               IF  SQLCODE NOT = ZERO
                   ADD  1           TO   WS-RECS-REJECTED
                   PERFORM WRITE-REPORT-LINE-REJECT
               ELSE
      *            EVERY CHANGE GETS THE SAME EMP_HISTORY IMAGE
      *            EMPMAINT AND EMPTRANS WRITE -- A DEPARTMENT CHANGE
      *            IS A TRANSFER AND HAS TO SHOW ON THE TRAIL TOO
                   PERFORM WRITE-HISTORY-ROW
                   IF  WS-HIST-OK
                       PERFORM APPLY-FEED-CONTACT
                   END-IF
                   IF  WS-HIST-OK AND WS-CON-OK
                       PERFORM COMMIT-UNIT-OF-WORK
                       ADD  1       TO   WS-RECS-CHANGED
                       PERFORM WRITE-REPORT-LINE-CHANGE
                   ELSE
               INSERT INTO EMP_HISTORY
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY, OLD_STATUS, NEW_STATUS,
                       CHG_DATE, CHG_TIME, CHANGED_BY,
                       OLD_DEPT, NEW_DEPT, EFF_DATE, COMPANY_CD)
                      VALUES (:EMP-NO, :CUR-NAME, :CUR-SALARY,
                              :EMP-NAME, :EMP-SALARY, :CUR-STATUS,
                              :NEW-STATUS, :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY,
                              :CUR-DEPT, :EMP-DEPT, :HIST-CHG-DATE,
                              COALESCE((SELECT COMPANY_CD FROM EMP
                                         WHERE EMP_NO = :EMP-NO),
                                       '01'))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "N"                TO   WS-HIST-OK-FLAG
           END-IF.

      ******************************************************************
       APPLY-FEED-CONTACT.
      ******************************************************************
      *    RIDES THE EMPLOYEE'S UNIT OF WORK -- A FEED RECORD WITH NO
      *    CONTACT FIELDS LEAVES EMP_CONTACT ALONE
           MOVE  "Y"                TO   WS-CON-OK-FLAG.
           IF  HR-POSTAL NOT = SPACES
           OR  HR-ADDRESS NOT = SPACES
           OR  HR-ADDR-KANA NOT = SPACES
           OR  HR-PHONE NOT = SPACES
           OR  HR-EMERG-NAME NOT = SPACES
           OR  HR-EMERG-REL NOT = SPACES
           OR  HR-EMERG-PHONE NOT = SPACES
               MOVE  EMP-NO         TO   CON-EMP-NO
               MOVE  HR-POSTAL      TO   CON-POSTAL
               MOVE  HR-ADDRESS     TO   CON-ADDRESS
               MOVE  HR-ADDR-KANA   TO   CON-ADDR-KANA
               MOVE  HR-PHONE       TO   CON-PHONE
               MOVE  HR-EMERG-NAME  TO   CON-EMERG-NAME
               MOVE  HR-EMERG-REL   TO   CON-EMERG-REL
               MOVE  HR-EMERG-PHONE TO   CON-EMERG-PHONE
               MOVE  HIST-CHG-BY    TO   CON-CHG-BY
               PERFORM APPLY-CONTACT
               EVALUATE CON-RESULT
                   WHEN "E"
                       PERFORM ERROR-RTN
                       MOVE  "N"    TO   WS-CON-OK-FLAG
                   WHEN "N"
                   WHEN "C"
                       SET  WS-ADDR-DIFF TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
       FLAG-MISSING-EMPLOYEES.
      ******************************************************************
               DECLARE CM1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
                  WS-SAL-DIFF-FLAG      DELIMITED BY SIZE
                  "=SALARY "            DELIMITED BY SIZE
                  WS-DEPT-DIFF-FLAG     DELIMITED BY SIZE
                  "=DEPT "              DELIMITED BY SIZE
                  WS-ADDR-DIFF-FLAG     DELIMITED BY SIZE
                  "=ADDRESS"            DELIMITED BY SIZE
                  INTO HP-DETAIL.
           WRITE HRRPT-REC.
      ******************************************************************
           MOVE  "BAD FIELD OR SQL ERROR, SEE LOG"
                                    TO   HP-DETAIL.
           WRITE HRRPT-REC.
      ******************************************************************
       WRITE-REPORT-LINE-EMP-NO.
      ******************************************************************
           MOVE  SPACES             TO   HRRPT-REC.
           MOVE  HR-EMP-NO          TO   HP-EMP-NO.
           MOVE  "REJECTED"         TO   HP-ACTION.
           EVALUATE WS-ENA-STATUS
               WHEN "CD"
                   MOVE  "CHECK DIGIT DOES NOT MATCH EMP NO"
                                    TO   HP-DETAIL
               WHEN "NR"
                   MOVE  "NEW EMP NO NOT RESERVED (EMPNOALC)"
                                    TO   HP-DETAIL
               WHEN "DU"
                   MOVE  "NEW EMP NO ALREADY USED (EMPNOALC)"
                                    TO   HP-DETAIL
               WHEN OTHER
                   MOVE  "EMPNOCTL.DAT UNREADABLE, SEE CONSOLE"
                                    TO   HP-DETAIL
           END-EVALUATE.
           WRITE HRRPT-REC.
      ******************************************************************
       WRITE-REPORT-LINE-NO-VACANCY.
      ******************************************************************
           MOVE  SPACES             TO   HRRPT-REC.
           MOVE  HR-EMP-NO          TO   HP-EMP-NO.
           MOVE  "NO VACANCY"       TO   HP-ACTION.
           IF  WS-HIRE-QUEUED
               STRING "DEPT " POS-DEPT " GRADE " POS-GRADE
                      " -- HIRE AWAITS APPROVAL (SALAPPROV)"
                   DELIMITED BY SIZE INTO HP-DETAIL
           ELSE
               STRING "DEPT " POS-DEPT " GRADE " POS-GRADE
                      " -- NOT ADDED"
                   DELIMITED BY SIZE INTO HP-DETAIL
           END-IF.
           WRITE HRRPT-REC.
      ******************************************************************
       WRITE-REPORT-LINE-REVIEW.
      ******************************************************************
           MOVE  "ON EMP BUT MISSING FROM HR FEED"
                                    TO   HP-DETAIL.
           WRITE HRRPT-REC.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EMPHRSYN: SYNCING COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-HRSNAP-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-HRSNAP-NAME
               MOVE  WS-HRRPT-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-HRRPT-NAME
               MOVE  WS-HRSEQ-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-HRSEQ-NAME
               IF  WS-CO-ROLE NOT = "P"
                   MOVE  SPACES     TO   WS-CHK-OWNER
                   STRING WS-PROGRAM-NAME DELIMITED BY SPACE
                          WS-CO-CODE      DELIMITED BY SIZE
                       INTO WS-CHK-OWNER
               END-IF
           END-IF.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.
           MOVE  "POSITION-OVERFILL" TO  WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-POS-OVERFILL
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
      *    CREATE-POSITION-TABLES / CHECK-POSITION-VACANCY -- SHARED
      *    WITH EVERY OTHER ADD PATH
           COPY "POSCHECK.CPY".
      ******************************************************************
      *    CREATE-CONTACT-TABLES / APPLY-CONTACT -- SHARED WITH
      *    EMPMAINT
           COPY "CONCHECK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
