      *               writes an applied/rejected report with reason
      *               codes, and returns a condition code EMPBATCH can
      *               check -- so mass changes no longer mean hours at
      *               the terminal.  Paid leave taken is posted the
      *               same way (V = leave taken): each day or half
      *               day is charged to the employee's LEAVE_GRANT
      *               ledger, oldest live grant first (see LEAVEGRT).
      *               A fixed monthly allowance is set, changed or
      *               stopped the same way (W = allowance) on the
      *               employee's EMP_ALLOWANCE row (see ALWLOAD).
      *               An add must find a vacancy in the department's
      *               approved establishment for its grade (see
      *               POSCHECK); with none it is held in suspense --
      *               queued once on SALAPPR.PND for approval over
      *               establishment, or simply refused, as
      *               POSITION-OVERFILL in SHOPCNFG.DAT says.
      *               A department transfer (T = transfer) moves the
      *               employee to the department in the DEPT field on
      *               its effective date: the target must be on the
      *               DEPT table and must have a vacancy at the
      *               employee's grade, and the EMP_HISTORY image
      *               carries the old and new department and the
      *               effective date (see XFERRPT).
      *               The employee's contract of employment (K =
      *               contract) is recorded, renewed or made
      *               permanent on EMP_CONTRACT, with the renewal
      *               count and the start of the unbroken fixed-term
      *               run kept for the five-year conversion watch
      *               (see CTRCHECK and CTRWATCH).
      *               Every transaction carries the check digit of
      *               its EMP_NO after the effective date, proved
      *               against EMPNOALC before anything is touched, so
      *               a transposed number is rejected rather than
      *               applied to the wrong person; an add must also
      *               use a number EMPNOALC reserved and not yet used,
      *               and marks it used once the add commits.
      *               Each company of the group (see COMPANY) sends
      *               its own transaction file and keeps its own
      *               pending, suspense and report files; a change,
      *               transfer or delete naming another company's
      *               employee or department is rejected as not on
      *               file, and an add joins the run company.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it
      *               and leaves the pending and suspense files as they
      *               were.  A salary is checked against the grid
      *               version in force on the card's effective date.
      *               Every transaction carries the intake batch it
      *               arrived in (see TRANCOLL) through pending and
      *               suspense, every report line shows it, and the
      *               report ends with applied, rejected and queued
      *               counts for each batch.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE        ASSIGN TO DYNAMIC WS-TRAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    APPLIED/REJECTED DISPOSITION OF EVERY TRANSACTION, WITH A
      *    REASON CODE ON EACH REJECT
           SELECT TRPT-FILE        ASSIGN TO DYNAMIC WS-TRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.
      *    FUTURE-DATED TRANSACTIONS PARKED FROM EARLIER RUNS -- RE-
      *    EXAMINED EVERY CYCLE AND RELEASED ON THE FIRST BUSINESS
      *    DATE THAT REACHES THEIR EFFECTIVE DATE
           SELECT PND-FILE         ASSIGN TO DYNAMIC WS-PND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
      *    THE NEW PENDING FILE IS BUILT HERE AND COPIED OVER
      *    EMPTRAN.PND ONLY AT END OF RUN (SEE EMPDELTA'S SNAPSHOT)
           SELECT PNDNEW-FILE      ASSIGN TO DYNAMIC WS-PNDNEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDNEW-STATUS.
      *    THIS CYCLE'S APPLY STREAM -- RELEASED PENDING RECORDS
      *    FIRST, THEN TONIGHT'S DUE ARRIVALS
           SELECT TWRK-FILE        ASSIGN TO DYNAMIC WS-TWRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWRK-STATUS.
      *    PENDING-APPROVAL QUEUE -- A SALARY CHANGE BEYOND THE SHOP
      *    SUSPENSE FILE -- LAST RUN'S REJECTS, RE-PRESENTED AT THE
      *    FRONT OF TONIGHT'S APPLY STREAM WITH A CYCLE COUNTER PER
      *    RECORD; PAST THE MAXIMUM AGE THEY DROP TO THE AGED REPORT
           SELECT SUSP-FILE        ASSIGN TO DYNAMIC WS-SUSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPNEW-FILE     ASSIGN TO DYNAMIC WS-SUSPNEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.
      *    AGED-SUSPENSE REPORT -- ITEMS THAT HAVE RECYCLED PAST THE
      *    CONFIGURED MAXIMUM AND NOW NEED A HUMAN
           SELECT AGED-FILE        ASSIGN TO DYNAMIC WS-AGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.

       01  TRAN-RAW.
           05  FILLER              PIC  X(154).
           05  TRAW-EFF-DATE       PIC  X(08).
           05  TRAW-CHECK-DIGIT    PIC  X.
      *    INTAKE BATCH THE RECORD WAS COLLECTED FROM (SEE TRANCOLL)
           05  TRAW-BATCH-ID       PIC  X(08).

       FD  PND-FILE.
       01  PND-REC.
           05  FILLER              PIC  X(154).
           05  PND-EFF-DATE        PIC  X(08).
           05  PND-CHECK-DIGIT     PIC  X.
           05  PND-BATCH-ID        PIC  X(08).

       FD  PNDNEW-FILE.
       01  PNDNEW-REC              PIC  X(171).

      *    SUSPENSE RECORDS CARRY THE RECYCLE COUNTER AHEAD OF THE
      *    FULL TRANSACTION IMAGE, AND ITS INTAKE BATCH BEHIND IT
       FD  SUSP-FILE.
       01  SUSP-REC.
           05  SU-CYCLE            PIC  9(02).
           05  FILLER              PIC  X.
           05  SU-TRAN             PIC  X(163).
           05  SU-BATCH-ID         PIC  X(08).

       FD  SUSPNEW-FILE.
       01  SUSPNEW-REC.
           05  SN-CYCLE            PIC  9(02).
           05  FILLER              PIC  X.
           05  SN-TRAN             PIC  X(163).
           05  SN-BATCH-ID         PIC  X(08).

       FD  AGED-FILE.
       01  AGED-REC.
           05  FILLER              PIC  X.
           05  AG-REASON           PIC  X(02).
           05  FILLER              PIC  X.
           05  AG-TRAN             PIC  X(163).
           05  AG-BATCH-ID         PIC  X(08).

      *    ONE RECORD PER QUEUED SALARY CHANGE -- STATUS P UNTIL A
      *    SECOND OPERATOR APPROVES (A) OR REJECTS (R) IT (SAME
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

      *    THE KANA READING, LIFECYCLE FIELDS AND EFFECTIVE DATE RIDE
      *    AFTER THE CLASSIC FIELDS, SO OLD TRANSACTION FILES STILL
           05  TR-CODE             PIC  X.
           05  TR-EMP-NO           PIC  X(04).
           05  TR-NAME             PIC  X(60).
      *    A LEAVE-TAKEN (V) TRANSACTION CARRIES THE DAY TAKEN AND HOW
      *    MUCH OF IT (9V9 -- 10 = FULL DAY, 05 = HALF DAY) IN THE
      *    NAME AREA; ONE TRANSACTION PER DAY
           05  TR-LEAVE-DATA       REDEFINES TR-NAME.
               10  TR-LV-DATE      PIC  X(08).
               10  TR-LV-DAYS      PIC  X(02).
               10  FILLER          PIC  X(50).
      *    AN ALLOWANCE (W) TRANSACTION CARRIES THE ALLOWANCE CODE,
      *    THE MONTHLY AMOUNT (SAME FORM AS THE SALARY -- ZERO STOPS
      *    THE ALLOWANCE), THE TAXABLE FLAG AND THE NON-TAXABLE
      *    CEILING IN THE NAME AREA
           05  TR-ALLOWANCE-DATA   REDEFINES TR-NAME.
               10  TR-AW-CODE      PIC  X(02).
               10  TR-AW-AMOUNT    PIC  X(09).
               10  TR-AW-TAXABLE   PIC  X.
               10  TR-AW-CAP       PIC  X(09).
               10  FILLER          PIC  X(39).
      *    A CONTRACT (K) TRANSACTION CARRIES THE CONTRACT TYPE (P OR
      *    F) AND THE TERM START AND END (END BLANK ON A PERMANENT
      *    CONTRACT) IN THE NAME AREA
           05  TR-CONTRACT-DATA    REDEFINES TR-NAME.
               10  TR-CT-TYPE      PIC  X.
               10  TR-CT-START     PIC  X(08).
               10  TR-CT-END       PIC  X(08).
               10  FILLER          PIC  X(43).
           05  TR-SALARY           PIC  X(09).
           05  TR-DEPT             PIC  X(03).
           05  TR-KANA             PIC  X(60).
      *    A FUTURE DATE PARKS THE RECORD ON EMPTRAN.PND UNTIL THE
      *    FIRST CYCLE WHOSE BUSINESS DATE REACHES IT
           05  TR-EFF-DATE         PIC  X(08).
      *    CHECK DIGIT OF TR-EMP-NO (SEE EMPNOALC)
           05  TR-CHECK-DIGIT      PIC  X.
      *    RECYCLE COUNTER -- HOW MANY RUNS THIS RECORD HAS ALREADY
      *    BEEN THROUGH AS A SUSPENSE ITEM (SPACES ON A FRESH
      *    ARRIVAL, SO THE WORK FILE NEEDS NO SEPARATE SHAPE)
           05  TR-CYCLE            PIC  X(02).
      *    INTAKE BATCH THE RECORD ARRIVED IN (SPACES ON ONE FROM
      *    BEFORE BATCHES WERE COLLECTED)
           05  TR-BATCH-ID         PIC  X(08).

       FD  TRPT-FILE.
       01  TRPT-REC.
           05  TP-REASON           PIC  X(02).
           05  FILLER              PIC  X.
           05  TP-REASON-TEXT      PIC  X(30).
           05  FILLER              PIC  X.
           05  TP-BATCH-ID         PIC  X(08).
      *    CLOSING SUMMARY -- ONE LINE PER INTAKE BATCH SEEN
       01  TRPT-SUM-REC.
           05  TS-LABEL            PIC  X(14).
           05  FILLER              PIC  X.
           05  TS-BATCH-ID         PIC  X(08).
           05  FILLER              PIC  X.
           05  TS-APPLIED          PIC  X(08).
           05  FILLER              PIC  X.
           05  TS-REJECTED         PIC  X(08).
           05  FILLER              PIC  X.
           05  TS-QUEUED           PIC  X(08).

       WORKING-STORAGE             SECTION.
      *    TRANSACTION, REPORT, PENDING AND SUSPENSE FILE NAMES -- THE
      *    PARENT COMPANY'S; ANOTHER COMPANY'S ARE RESOLVED THROUGH
      *    COMPANY AT START-UP (THE APPROVAL QUEUE STAYS SHARED)
       01  WS-TRAN-NAME            PIC  X(40) VALUE "EMPTRAN.DAT".
       01  WS-TRPT-NAME            PIC  X(40) VALUE "EMPTRAN.RPT".
       01  WS-PND-NAME             PIC  X(40) VALUE "EMPTRAN.PND".
       01  WS-PNDNEW-NAME          PIC  X(40) VALUE "EMPTRAN.PNW".
       01  WS-TWRK-NAME            PIC  X(40) VALUE "EMPTRAN.WRK".
       01  WS-SUSP-NAME            PIC  X(40) VALUE "EMPTRAN.SUS".
       01  WS-SUSPNEW-NAME         PIC  X(40) VALUE "EMPTRAN.SNW".
       01  WS-AGED-NAME            PIC  X(40) VALUE "EMPTRAN.AGE".
       01  WS-TRAN-STATUS          PIC  X(02).
           88  WS-TRAN-OK          VALUE "00".
           88  WS-TRAN-EOF         VALUE "10".
           05  WS-RECYCLED         PIC  9(06) VALUE ZERO.
           05  WS-SUSPENDED        PIC  9(06) VALUE ZERO.
           05  WS-AGED-OFF         PIC  9(06) VALUE ZERO.
      *    APPLIED/REJECTED/QUEUED BY INTAKE BATCH, IN THE ORDER THE
      *    BATCHES FIRST TURN UP IN THE APPLY STREAM
       01  WS-BATCH-TABLE.
           05  WS-BATCH-CNT        PIC  9(03) VALUE ZERO.
           05  WS-BATCH-ENTRY      OCCURS 200.
               10  WS-BT-BATCH-ID  PIC  X(08).
               10  WS-BT-APPLIED   PIC  9(06).
               10  WS-BT-REJECTED  PIC  9(06).
               10  WS-BT-QUEUED    PIC  9(06).
       01  WS-BATCH-IDX            PIC  9(03).
       01  WS-BATCH-HIT            PIC  9(03).
       01  WS-BATCH-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-BATCH-FULL       VALUE "Y".
       01  D-BATCH-TALLY           PIC  ZZZZZ9.
      *    FOUR-EYES CONTROL -- A SALARY MOVE BEYOND THIS THRESHOLD
      *    (SAL-APPR-LIMIT IN SHOPCNFG.DAT) QUEUES ON SALAPPR.PND
      *    FOR A SECOND OPERATOR INSTEAD OF UPDATING EMP
       01  WS-APPR-STATUS          PIC  X(02).
           88  WS-APPR-OK          VALUE "00".
           88  WS-APPR-NEW         VALUE "35".
           88  WS-APPR-EOF         VALUE "10".
       01  WS-APPR-LIMIT           PIC S9(07)V9(02) VALUE 50000.
       01  WS-SAL-DELTA            PIC S9(08)V9(02) VALUE ZERO.
       01  WS-TRAN-QUEUED-FLAG     PIC  X     VALUE "N".
           88  WS-TRAN-QUEUED      VALUE "Y".
      *    POSITION CONTROL -- WHAT AN ADD WITH NO VACANCY DOES
      *    (POSITION-OVERFILL IN SHOPCNFG.DAT): QUEUE = ASK ONCE ON
      *    SALAPPR.PND FOR APPROVAL OVER ESTABLISHMENT AND HOLD THE ADD
      *    IN SUSPENSE UNTIL IT IS GRANTED, REFUSE = REJECT IT
       01  WS-POS-OVERFILL         PIC  X(06) VALUE "QUEUE".
       01  WS-HIRE-QUEUED-FLAG     PIC  X     VALUE "N".
           88  WS-HIRE-QUEUED      VALUE "Y".
      *    REASON CODES CARRIED ON EACH REJECT LINE:
      *      01 = UNKNOWN TRANSACTION CODE
      *      02 = EMP NO NOT NUMERIC
      *      10 = HISTORY WRITE FAILED, CHANGE BACKED OUT
      *      11 = BAD LIFECYCLE FIELD (DATE NOT NUMERIC OR STATUS
      *           NOT A/L/T)
      *      12 = BAD LEAVE DATE, OR DAYS NOT A FULL OR HALF DAY
      *      13 = NOT ENOUGH PAID LEAVE LEFT ON LIVE GRANTS
      *      14 = MORE THAN ONE DAY'S LEAVE BOOKED FOR THAT DATE
      *      15 = BAD ALLOWANCE CODE, AMOUNT, TAX FLAG OR CEILING
      *      16 = NO VACANCY, HIRE QUEUED FOR APPROVAL (THE ADD WAITS
      *           IN SUSPENSE AND GOES IN ONCE SALAPPROV GRANTS IT)
      *      17 = NO VACANCY FOR THE DEPARTMENT AND GRADE
      *      18 = TRANSFER TARGET DEPARTMENT NOT ON THE DEPT TABLE
      *      19 = TRANSFER EFFECTIVE DATE MISSING OR NOT A REAL DATE
      *      20 = TRANSFER TO THE EMPLOYEE'S OWN DEPARTMENT, OR OF A
      *           TERMINATED EMPLOYEE
      *      21 = BAD CONTRACT TYPE OR TERM DATES (A FIXED TERM NEEDS
      *           AN END NOT BEFORE ITS START)
      *      22 = CONTRACT FOR A TERMINATED EMPLOYEE
      *      23 = CHECK DIGIT MISSING OR WRONG FOR THE EMP NO
      *      24 = ADD FOR AN EMP NO EMPNOALC NEVER RESERVED, OR ONE
      *           ALREADY USED BY ANOTHER ADD
       01  WS-REASON               PIC  X(02) VALUE SPACES.
           88  WS-TRAN-CLEAN       VALUE SPACES.
      *    SET BY WRITE-HISTORY-ROW -- A FAILED HISTORY IMAGE BACKS
       01  WS-CHECK-NO             PIC  9(04).
       01  WS-CHECK-NO-X           REDEFINES WS-CHECK-NO
                                   PIC  X(04).
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC)
       01  WS-ENA-ACTION           PIC  X(08).
       01  WS-ENA-EMP-NO           PIC  9(04).
       01  WS-ENA-STATUS           PIC  X(02) VALUE "OK".
       01  WS-CHECK-SALARY         PIC S9(07)V9(02).
       01  WS-CHECK-SALARY-X       REDEFINES WS-CHECK-SALARY
                                   PIC  X(09).
       01  WS-CHECK-TERM           PIC  9(08).
       01  WS-CHECK-TERM-X         REDEFINES WS-CHECK-TERM
                                   PIC  X(08).
      *    CONTRACT TERM DATES, CHECKED BEFORE EMP_CONTRACT IS TOUCHED
       01  WS-CHECK-CT-START       PIC  9(08).
       01  WS-CHECK-CT-START-X     REDEFINES WS-CHECK-CT-START
                                   PIC  X(08).
       01  WS-CHECK-CT-END         PIC  9(08).
       01  WS-CHECK-CT-END-X       REDEFINES WS-CHECK-CT-END
                                   PIC  X(08).
      *    SALARY GRADE/STEP GRID CONTRACT (SEE SALGRDCK/SALGRID.DAT)
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
      *    LEAVE-TAKEN FIELDS, CHECKED BEFORE THE LEDGER IS TOUCHED
       01  WS-CHECK-LV-DATE        PIC  9(08).
       01  WS-CHECK-LV-DATE-X      REDEFINES WS-CHECK-LV-DATE
                                   PIC  X(08).
       01  WS-CHECK-LV-DAYS        PIC  9V9.
       01  WS-CHECK-LV-DAYS-X      REDEFINES WS-CHECK-LV-DAYS
                                   PIC  X(02).
      *    ALLOWANCE FIELDS, CHECKED BEFORE EMP_ALLOWANCE IS TOUCHED
       01  WS-CHECK-AW-AMOUNT      PIC S9(07)V9(02).
       01  WS-CHECK-AW-AMOUNT-X    REDEFINES WS-CHECK-AW-AMOUNT
                                   PIC  X(09).
       01  WS-CHECK-AW-CAP         PIC S9(07)V9(02).
       01  WS-CHECK-AW-CAP-X       REDEFINES WS-CHECK-AW-CAP
                                   PIC  X(09).
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ITS DATE CHECK
      *    VALIDATES THE LEAVE DATE
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  WS-TRAN-SUMMARY.
           05  WS-TRANS-READ       PIC  9(06) VALUE ZERO.
           05  WS-TRANS-APPLIED    PIC  9(06) VALUE ZERO.
           05  WS-TRANS-REJECTED   PIC  9(06) VALUE ZERO.
           05  WS-TRANS-QUEUED-CNT PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPTRANS".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-CHK-POSITION         PIC  9(09) VALUE ZERO.
       01  WS-CHK-COMMIT           PIC  9(09) VALUE ZERO.
       01  WS-CHK-STATUS           PIC  X(02).
      *    THE CHECKPOINT IS THE COMPANY'S OWN -- A SUBSIDIARY'S
      *    RESTART NEVER PICKS UP THE PARENT'S POSITION
       01  WS-CHK-OWNER            PIC  X(10) VALUE "EMPTRANS".
       01  WS-CHK-RESUME-AT        PIC  9(09) VALUE ZERO.
       01  WS-CHK-INTERVAL         PIC  9(04) VALUE 100.
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
      *    BEFORE-IMAGE AND TIMESTAMP FOR THE EMP_HISTORY TRAIL --
      *    BATCH CHANGES ARE AUDITED EXACTLY LIKE EMPMAINT'S SCREEN
           05  HIST-OLD-STATUS     PIC  X.
           05  HIST-OLD-GRADE      PIC  9(02).
           05  HIST-OLD-STEP       PIC  9(02).
      *    DEPARTMENT BEFORE AND AFTER, AND THE DATE THE CHANGE TOOK
      *    EFFECT -- A TRANSFER IS THE ONLY IMAGE WHERE THEY DIFFER
           05  HIST-OLD-DEPT       PIC  9(03).
           05  HIST-NEW-DEPT       PIC  9(03).
           05  HIST-EFF-DATE       PIC  9(08).
           05  HIST-CHG-DATE       PIC  9(08).
           05  HIST-CHG-TIME       PIC  9(08).
      *    BATCH CHANGES ARE STAMPED WITH THE PROGRAM NAME THE WAY
      *    EMPMAINT STAMPS THE SIGNED-ON OPERATOR
           05  HIST-CHG-BY         PIC  X(08) VALUE "EMPTRANS".
      *    PAID-LEAVE LEDGER ROWS (SEE LEAVEGRT) AND THE WORKING
      *    FIGURES FOR CHARGING A DAY TAKEN AGAINST THEM
           COPY "LEAVEREC.CPY".
       01  LV-BOOKED-DAYS          PIC  9(03)V9.
       01  LV-AVAIL-DAYS           PIC  9(03)V9.
       01  LV-NEED-DAYS            PIC  9V9.
       01  LV-CHARGE-DAYS          PIC  9V9.
      *    ALLOWANCE ROW A W TRANSACTION SETS (SEE ALWLOAD)
           COPY "ALWREC.CPY".
      *    APPROVED ESTABLISHMENT AN ADD IS CHECKED AGAINST
           COPY "POSREC.CPY".
      *    DEPT ROWS MATCHING A TRANSFER'S TARGET DEPARTMENT
       01  XFER-DEPT-ROWS          PIC  9(04).
      *    CONTRACT ROW A K TRANSACTION SETS (SEE CTRCHECK)
           COPY "CTRREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *    CREDENTIALS COME FROM THE SHOP CONFIGURATION SERVICE,
      *    WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPTRANS: RUN COMPANY " WS-CO-CODE
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
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    SAME FOR THE PAID-LEAVE LEDGER THE V TRANSACTIONS POST TO
      *    -- LEAVEGRT CARRIES THE SAME DEFINITIONS
           EXEC SQL
                CREATE TABLE IF NOT EXISTS LEAVE_GRANT
                (
                    EMP_NO       NUMERIC(4,0) NOT NULL,
                    GRANT_DATE   NUMERIC(8,0) NOT NULL,
                    EXPIRY_DATE  NUMERIC(8,0) NOT NULL,
                    DAYS_GRANTED NUMERIC(3,1) NOT NULL,
                    DAYS_TAKEN   NUMERIC(3,1) NOT NULL,
                    DAYS_EXPIRED NUMERIC(3,1) NOT NULL,
                    CONSTRAINT ILVG_0 PRIMARY KEY (EMP_NO, GRANT_DATE)
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                    CREATE TABLE IF NOT EXISTS LEAVE_TAKEN
                    (
                        EMP_NO       NUMERIC(4,0) NOT NULL,
                        TAKEN_DATE   NUMERIC(8,0) NOT NULL,
                        DAYS         NUMERIC(2,1) NOT NULL,
                        GRANT_DATE   NUMERIC(8,0) NOT NULL,
                        POSTED_DATE  NUMERIC(8,0),
                        POSTED_BY    CHAR(8)
                    )
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

      *    AND THE ALLOWANCES THE W TRANSACTIONS MAINTAIN -- ALWLOAD
      *    CARRIES THE SAME DEFINITION
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_ALLOWANCE
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    ALW_CODE       CHAR(2) NOT NULL,
                    ALW_AMOUNT     NUMERIC(9,2),
                    ALW_TAXABLE    CHAR(1),
                    ALW_NONTAX_CAP NUMERIC(9,2),
                    CONSTRAINT IALW_0 PRIMARY KEY (EMP_NO, ALW_CODE)
                )
           END-EXEC.
      *    AND THE POSITION TABLES EVERY ADD IS CHECKED AGAINST
           IF  SQLCODE = ZERO
               PERFORM CREATE-POSITION-TABLES
           END-IF.
      *    AND THE CONTRACT REGISTER THE K TRANSACTIONS MAINTAIN
           IF  SQLCODE = ZERO
               PERFORM CREATE-CONTRACT-TABLE
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB

           OPEN INPUT  TWRK-FILE.
           IF  NOT WS-TWRK-OK
               DISPLAY "*** EMPTRANS: UNABLE TO OPEN " WS-TWRK-NAME
               DISPLAY "***           STATUS: " WS-TWRK-STATUS " ***"
               PERFORM DISCONNECT-FROM-DB
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
      *    DETERMINISTIC, SO RECORDS BEFORE THE CHECKPOINTED
      *    POSITION WERE ALREADY APPLIED BY THE ABENDED RUN
           MOVE  "GET"              TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.
           IF  WS-CHK-STATUS = "OK" AND WS-CHK-POSITION > ZERO
               END-READ
           END-PERFORM.

           PERFORM WRITE-BATCH-SUMMARY.
           CLOSE TWRK-FILE TRPT-FILE SUSPNEW-FILE.
      *    CLEAN FINISH -- THE CHECKPOINT COMES OFF SO THE NEXT RUN
      *    STARTS FROM RECORD ONE
           MOVE  "CLEAR"            TO   WS-CHK-ACTION.
           CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                               WS-CHK-POSITION, WS-CHK-COMMIT,
                               WS-CHK-STATUS.
      *    A REHEARSAL KEEPS LAST NIGHT'S PENDING AND SUSPENSE FILES
      *    SO THE REAL RUN SEES THE SAME WORK
           PERFORM CHECK-REHEARSAL-MODE.
           IF  NOT RH-REHEARSAL
               PERFORM REPLACE-PENDING-FILE
               PERFORM REPLACE-SUSPENSE-FILE
           END-IF.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** EMPTRANS SUMMARY -- READ: " WS-TRANS-READ
               MOVE  WS-TRANS-READ  TO   WS-CHK-POSITION
               MOVE  WS-TRANS-APPLIED    TO  WS-CHK-COMMIT
               MOVE  "SAVE"         TO   WS-CHK-ACTION
               CALL "CHKPT" USING WS-CHK-ACTION, WS-CHK-OWNER,
                                   WS-CHK-POSITION, WS-CHK-COMMIT,
                                   WS-CHK-STATUS
           END-IF.
                       NOT AT END
                           ADD  1       TO   WS-RECYCLED
                           MOVE  SPACES TO   TRAN-REC
                           MOVE  SU-TRAN     TO   TRAN-REC(1:163)
                           MOVE  SU-CYCLE    TO   TR-CYCLE
                           MOVE  SU-BATCH-ID TO   TR-BATCH-ID
                           WRITE TRAN-REC
                   END-READ
               END-PERFORM
                               WRITE PNDNEW-REC FROM PND-REC
                           ELSE
                               ADD  1    TO   WS-RELEASED
                               MOVE  SPACES TO   TRAN-REC
                               MOVE  PND-REC(1:163)
                                            TO   TRAN-REC(1:163)
                               MOVE  PND-BATCH-ID
                                            TO   TR-BATCH-ID
                               WRITE TRAN-REC
                           END-IF
                   END-READ
               END-PERFORM
      ******************************************************************
           OPEN INPUT TRAN-FILE.
           IF  NOT WS-TRAN-OK
               DISPLAY "*** EMPTRANS: UNABLE TO OPEN " WS-TRAN-NAME
               DISPLAY "***           STATUS: " WS-TRAN-STATUS " ***"
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
           ELSE
           PERFORM UNTIL WS-TRAN-EOF
                           ADD  1    TO   WS-PARKED
                           WRITE PNDNEW-REC FROM TRAN-RAW
                       ELSE
                           MOVE  SPACES TO   TRAN-REC
                           MOVE  TRAN-RAW(1:163)
                                        TO   TRAN-REC(1:163)
                           MOVE  TRAW-BATCH-ID
                                        TO   TR-BATCH-ID
                           WRITE TRAN-REC
                       END-IF
               END-READ
           END-PERFORM
                       PERFORM DO-CHANGE
                   WHEN "D"
                       PERFORM DO-DELETE
                   WHEN "V"
                       PERFORM DO-LEAVE
                   WHEN "W"
                       PERFORM DO-ALLOWANCE
                   WHEN "T"
                       PERFORM DO-TRANSFER
                   WHEN "K"
                       PERFORM DO-CONTRACT
               END-EVALUATE
           END-IF.
           PERFORM FIND-BATCH-ENTRY.
           EVALUATE TRUE
               WHEN WS-TRAN-QUEUED
                   ADD  1           TO   WS-TRANS-QUEUED-CNT
                   IF  WS-BATCH-HIT > ZERO
                       ADD  1       TO   WS-BT-QUEUED(WS-BATCH-HIT)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-TRAN-CLEAN
                   ADD  1           TO   WS-TRANS-APPLIED
                   IF  WS-BATCH-HIT > ZERO
                       ADD  1       TO   WS-BT-APPLIED(WS-BATCH-HIT)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   ADD  1           TO   WS-TRANS-REJECTED
                   IF  WS-BATCH-HIT > ZERO
                       ADD  1       TO   WS-BT-REJECTED(WS-BATCH-HIT)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
      *            THE REJECT ALSO GOES TO SUSPENSE (OR, PAST ITS
      *            MAXIMUM AGE, TO THE AGED REPORT FOR A HUMAN)
                   PERFORM SUSPEND-OR-AGE
           END-EVALUATE.

      ******************************************************************
       FIND-BATCH-ENTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-BATCH-HIT.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-CNT
                      OR WS-BATCH-HIT > ZERO
               IF  WS-BT-BATCH-ID(WS-BATCH-IDX) = TR-BATCH-ID
                   MOVE  WS-BATCH-IDX    TO   WS-BATCH-HIT
               END-IF
           END-PERFORM.
           IF  WS-BATCH-HIT = ZERO
               IF  WS-BATCH-CNT < 200
                   ADD  1           TO   WS-BATCH-CNT
                   MOVE  WS-BATCH-CNT    TO   WS-BATCH-HIT
                   MOVE  TR-BATCH-ID
                                    TO   WS-BT-BATCH-ID(WS-BATCH-HIT)
                   MOVE  ZERO       TO   WS-BT-APPLIED(WS-BATCH-HIT)
                   MOVE  ZERO       TO   WS-BT-REJECTED(WS-BATCH-HIT)
                   MOVE  ZERO       TO   WS-BT-QUEUED(WS-BATCH-HIT)
               ELSE
                   IF  NOT WS-BATCH-FULL
                       SET  WS-BATCH-FULL    TO   TRUE
                       DISPLAY "*** EMPTRANS: MORE THAN 200 INTAKE "
                               "BATCHES -- SUMMARY INCOMPLETE ***"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       WRITE-BATCH-SUMMARY.
      ******************************************************************
      *    A RESUMED RUN COUNTS ONLY WHAT IT APPLIED ITSELF
           MOVE  SPACES             TO   TRPT-SUM-REC.
           WRITE TRPT-SUM-REC.
           MOVE  "BATCH SUMMARY"    TO   TS-LABEL.
           MOVE  "BATCH"            TO   TS-BATCH-ID.
           MOVE  " APPLIED"         TO   TS-APPLIED.
           MOVE  "REJECTED"         TO   TS-REJECTED.
           MOVE  "  QUEUED"         TO   TS-QUEUED.
           WRITE TRPT-SUM-REC.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-CNT
               MOVE  SPACES         TO   TRPT-SUM-REC
               MOVE  "BATCH SUMMARY"     TO   TS-LABEL
               IF  WS-BT-BATCH-ID(WS-BATCH-IDX) = SPACES
                   MOVE  "(NONE)"   TO   TS-BATCH-ID
               ELSE
                   MOVE  WS-BT-BATCH-ID(WS-BATCH-IDX)
                                    TO   TS-BATCH-ID
               END-IF
               MOVE  WS-BT-APPLIED(WS-BATCH-IDX)  TO   D-BATCH-TALLY
               MOVE  D-BATCH-TALLY  TO   TS-APPLIED(3:6)
               MOVE  WS-BT-REJECTED(WS-BATCH-IDX) TO   D-BATCH-TALLY
               MOVE  D-BATCH-TALLY  TO   TS-REJECTED(3:6)
               MOVE  WS-BT-QUEUED(WS-BATCH-IDX)   TO   D-BATCH-TALLY
               MOVE  D-BATCH-TALLY  TO   TS-QUEUED(3:6)
               WRITE TRPT-SUM-REC
           END-PERFORM.

      ******************************************************************
       SUSPEND-OR-AGE.
      ******************************************************************
               ADD  1               TO   WS-SUSPENDED
               MOVE  SPACES         TO   SUSPNEW-REC
               MOVE  WS-THIS-CYCLE  TO   SN-CYCLE
               MOVE  TRAN-REC(1:163)     TO   SN-TRAN
               MOVE  TR-BATCH-ID         TO   SN-BATCH-ID
               WRITE SUSPNEW-REC
           END-IF.

               MOVE  SPACES         TO   AGED-REC
               MOVE  WS-THIS-CYCLE  TO   AG-CYCLE
               MOVE  WS-REASON      TO   AG-REASON
               MOVE  TRAN-REC(1:163)     TO   AG-TRAN
               MOVE  TR-BATCH-ID         TO   AG-BATCH-ID
               WRITE AGED-REC
               CLOSE AGED-FILE
           ELSE
               DISPLAY "*** EMPTRANS: " WS-AGED-NAME
               DISPLAY "***           NOT WRITABLE, STATUS "
                       WS-AGED-STATUS " ***"
           END-IF.

      ******************************************************************
           MOVE  TR-SALARY          TO   WS-CHECK-SALARY-X.
           MOVE  TR-HIRE-DATE       TO   WS-CHECK-HIRE-X.
           MOVE  TR-TERM-DATE       TO   WS-CHECK-TERM-X.
      *    THE CHECK DIGIT PROVES THE NUMBER BEFORE ANY FIELD IS
      *    LOOKED AT -- A TRANSPOSED EMP NO STOPS HERE
           MOVE  "OK"               TO   WS-ENA-STATUS.
           IF  WS-CHECK-NO NUMERIC
               MOVE  "VERIFY"       TO   WS-ENA-ACTION
               MOVE  WS-CHECK-NO    TO   WS-ENA-EMP-NO
               CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                      WS-ENA-EMP-NO, TR-CHECK-DIGIT,
                                      WS-ENA-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN TR-CODE NOT = "A" AND "C" AND "D" AND "V"
                                 AND "W" AND "T" AND "K"
                   MOVE  "01"       TO   WS-REASON
               WHEN WS-CHECK-NO NOT NUMERIC
                   MOVE  "02"       TO   WS-REASON
               WHEN WS-ENA-STATUS NOT = "OK"
                   MOVE  "23"       TO   WS-REASON
      *        A LEAVE CARD CARRIES NO SALARY OR LIFECYCLE FIELDS --
      *        ITS OWN DATE AND DAYS ARE CHECKED INSTEAD
               WHEN TR-CODE = "V"
                   PERFORM EDIT-LEAVE-FIELDS
      *        SO DOES AN ALLOWANCE CARD -- ITS OWN FIELDS ONLY
               WHEN TR-CODE = "W"
                   PERFORM EDIT-ALLOWANCE-FIELDS
      *        A TRANSFER CARRIES ONLY THE TARGET DEPARTMENT AND ITS
      *        EFFECTIVE DATE
               WHEN TR-CODE = "T"
                   PERFORM EDIT-TRANSFER-FIELDS
      *        AND A CONTRACT CARRIES ONLY ITS TYPE AND TERM
               WHEN TR-CODE = "K"
                   PERFORM EDIT-CONTRACT-FIELDS
               WHEN TR-CODE = "A" AND TR-NAME = SPACES
                   MOVE  "08"       TO   WS-REASON
               WHEN TR-CODE NOT = "D" AND WS-CHECK-SALARY NOT NUMERIC
                                  AND "L" AND "T"))
                   MOVE  "11"       TO   WS-REASON
           END-EVALUATE.
      *    RANGE-CLEAN SALARIES MUST ALSO SIT ON THE PAY SCALE -- THE
      *    SCALE IN FORCE ON THE CARD'S EFFECTIVE DATE, SO A BACK-DATED
      *    CORRECTION IS CHECKED AGAINST THE GRID IT BELONGS TO
           IF  WS-TRAN-CLEAN AND TR-CODE NOT = "D" AND "V" AND "W"
                                                   AND "T" AND "K"
               MOVE  TR-EFF-DATE        TO   WS-CHECK-EFF-X
               IF  WS-CHECK-EFF NUMERIC AND WS-CHECK-EFF NOT = ZERO
                   MOVE  WS-CHECK-EFF   TO   WS-GRID-EFF-DATE
               ELSE
                   MOVE  WS-BUSINESS-DATE    TO   WS-GRID-EFF-DATE
               END-IF
               CALL "SALGRDCK" USING WS-CHECK-SALARY,
                     WS-GRID-RESULT, WS-GRID-GRADE, WS-GRID-STEP,
                     WS-GRID-EFF-DATE
               IF  WS-GRID-RESULT = "N"
                   MOVE  "09"       TO   WS-REASON
               END-IF
               MOVE  WS-CHECK-NO    TO   EMP-NO
               MOVE  TR-NAME        TO   EMP-NAME
               MOVE  TR-KANA        TO   EMP-KANA
               IF  TR-CODE NOT = "D" AND "V" AND "W" AND "T" AND "K"
                   MOVE  WS-CHECK-SALARY TO   EMP-SALARY
      *            BLANK LIFECYCLE FIELDS DEFAULT HERE FOR AN ADD;
      *            A CHANGE RESOLVES THEM AGAINST THE CURRENT ROW
               ELSE
                   MOVE  ZERO            TO   EMP-DEPT
               END-IF
      *        THE HISTORY IMAGE IS DATED BY THE CARD'S EFFECTIVE DATE,
      *        OR TONIGHT'S BUSINESS DATE WHEN IT CARRIES NONE
               MOVE  TR-EFF-DATE         TO   WS-CHECK-EFF-X
               IF  WS-CHECK-EFF NUMERIC AND WS-CHECK-EFF NOT = ZERO
                   MOVE  WS-CHECK-EFF    TO   HIST-EFF-DATE
               ELSE
                   MOVE  WS-BUSINESS-DATE     TO   HIST-EFF-DATE
               END-IF
           END-IF.

      ******************************************************************
       EDIT-LEAVE-FIELDS.
      ******************************************************************
      *    A REAL CALENDAR DATE, AND EITHER A FULL DAY OR A HALF DAY
           MOVE  TR-LV-DATE         TO   WS-CHECK-LV-DATE-X.
           MOVE  TR-LV-DAYS         TO   WS-CHECK-LV-DAYS-X.
           MOVE  "OK"               TO   WS-DC-STATUS.
           IF  WS-CHECK-LV-DATE NUMERIC
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-LV-DATE    TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           IF  WS-CHECK-LV-DATE NOT NUMERIC
            OR WS-DC-STATUS NOT = "OK"
            OR WS-CHECK-LV-DAYS NOT NUMERIC
            OR (WS-CHECK-LV-DAYS NOT = 1.0 AND
                WS-CHECK-LV-DAYS NOT = 0.5)
               MOVE  "12"           TO   WS-REASON
           END-IF.

      ******************************************************************
       EDIT-ALLOWANCE-FIELDS.
      ******************************************************************
      *    A KNOWN CODE, A SIGNED-NUMBER AMOUNT AND CEILING NEITHER
      *    OF THEM NEGATIVE, AND A Y/N TAX FLAG (BLANK CEILING = NONE)
           MOVE  TR-AW-AMOUNT       TO   WS-CHECK-AW-AMOUNT-X.
           IF  TR-AW-CAP = SPACES
               MOVE  ZERO           TO   WS-CHECK-AW-CAP
           ELSE
               MOVE  TR-AW-CAP      TO   WS-CHECK-AW-CAP-X
           END-IF.
           IF  (TR-AW-CODE NOT = "CM" AND "HS" AND "PS" AND "FM")
            OR WS-CHECK-AW-AMOUNT NOT NUMERIC
            OR WS-CHECK-AW-CAP NOT NUMERIC
               MOVE  "15"           TO   WS-REASON
           ELSE
               IF  WS-CHECK-AW-AMOUNT < ZERO
                OR WS-CHECK-AW-CAP < ZERO
                OR (WS-CHECK-AW-AMOUNT > ZERO AND
                    TR-AW-TAXABLE NOT = "Y" AND "N")
                   MOVE  "15"       TO   WS-REASON
               END-IF
           END-IF.

      ******************************************************************
       EDIT-TRANSFER-FIELDS.
      ******************************************************************
      *    A NUMERIC TARGET DEPARTMENT (ITS DEPT ROW IS CHECKED IN
      *    DO-TRANSFER) AND A REAL EFFECTIVE DATE -- A TRANSFER IS
      *    NEVER UNDATED
           MOVE  TR-DEPT            TO   WS-CHECK-DEPT-X.
           MOVE  TR-EFF-DATE        TO   WS-CHECK-EFF-X.
           MOVE  "OK"               TO   WS-DC-STATUS.
           IF  WS-CHECK-EFF NUMERIC AND WS-CHECK-EFF NOT = ZERO
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-EFF   TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           IF  WS-CHECK-DEPT NOT NUMERIC
               MOVE  "18"           TO   WS-REASON
           ELSE
               IF  WS-CHECK-EFF NOT NUMERIC
                OR WS-CHECK-EFF = ZERO
                OR WS-DC-STATUS NOT = "OK"
                   MOVE  "19"       TO   WS-REASON
               END-IF
           END-IF.

      ******************************************************************
       EDIT-CONTRACT-FIELDS.
      ******************************************************************
      *    P OR F, A REAL START DATE, AND FOR A FIXED TERM A REAL END
      *    DATE NOT BEFORE THE START; A PERMANENT CONTRACT HAS NO END
           MOVE  TR-CT-START        TO   WS-CHECK-CT-START-X.
           IF  TR-CT-END = SPACES
               MOVE  ZERO           TO   WS-CHECK-CT-END
           ELSE
               MOVE  TR-CT-END      TO   WS-CHECK-CT-END-X
           END-IF.
           MOVE  "OK"               TO   WS-DC-STATUS.
           IF  WS-CHECK-CT-START NUMERIC
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-CT-START   TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           IF  WS-DC-STATUS = "OK" AND TR-CT-TYPE = "F"
           AND WS-CHECK-CT-END NUMERIC AND WS-CHECK-CT-END NOT = ZERO
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-CT-END     TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN TR-CT-TYPE NOT = "P" AND "F"
               WHEN WS-CHECK-CT-START NOT NUMERIC
               WHEN WS-CHECK-CT-END NOT NUMERIC
               WHEN WS-DC-STATUS NOT = "OK"
                   MOVE  "21"       TO   WS-REASON
               WHEN TR-CT-TYPE = "F"
                AND (WS-CHECK-CT-END = ZERO OR
                     WS-CHECK-CT-END < WS-CHECK-CT-START)
                   MOVE  "21"       TO   WS-REASON
               WHEN TR-CT-TYPE = "P" AND WS-CHECK-CT-END NOT = ZERO
                   MOVE  "21"       TO   WS-REASON
           END-EVALUATE.

      ******************************************************************
       DO-ADD.
      ******************************************************************
      *    ONLY A NUMBER EMPNOALC HANDED OUT, AND NOT YET TAKEN
           MOVE  "HELD"             TO   WS-ENA-ACTION.
           MOVE  EMP-NO             TO   WS-ENA-EMP-NO.
           CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                  WS-ENA-EMP-NO, TR-CHECK-DIGIT,
                                  WS-ENA-STATUS.
           IF  WS-ENA-STATUS NOT = "OK"
               MOVE  "24"           TO   WS-REASON
           ELSE
               PERFORM ADD-WITHIN-ESTABLISHMENT
           END-IF.

      ******************************************************************
       ADD-WITHIN-ESTABLISHMENT.
      ******************************************************************
           MOVE  WS-GRID-GRADE      TO   EMP-GRADE.
           MOVE  WS-GRID-STEP       TO   EMP-STEP.
      *    NO VACANCY IN THE DEPARTMENT AT THIS GRADE, NO ADD
           MOVE  EMP-NO             TO   POS-EMP-NO.
           MOVE  EMP-DEPT           TO   POS-DEPT.
           MOVE  WS-GRID-GRADE      TO   POS-GRADE.
           PERFORM CHECK-POSITION-VACANCY.
           EVALUATE POS-RESULT
               WHEN "V"
               WHEN "U"
               WHEN "X"
                   PERFORM INSERT-EMP-ROW
               WHEN "N"
                   IF  WS-POS-OVERFILL = "REFUSE"
                       MOVE  "17"   TO   WS-REASON
                   ELSE
                       PERFORM WRITE-HIRE-REQUEST
                   END-IF
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
           END-EVALUATE.

      ******************************************************************
       INSERT-EMP-ROW.
      ******************************************************************
           EXEC SQL
               INSERT INTO EMP
                      (EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT,
                       EMP_KANA, EMP_HIRE_DATE, EMP_TERM_DATE,
                       EMP_STATUS, EMP_GRADE, EMP_STEP, COMPANY_CD)
                      VALUES (:EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-DEPT, :EMP-KANA, :EMP-HIRE-DATE,
                              :EMP-TERM-DATE, :EMP-STATUS,
                              :EMP-GRADE, :EMP-STEP, :RUN-COMPANY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLSTATE = "23505"
                   MOVE  SPACE      TO   HIST-OLD-STATUS
                   MOVE  ZERO       TO   HIST-OLD-GRADE
                                         HIST-OLD-STEP
                                         HIST-OLD-DEPT
                   MOVE  EMP-DEPT   TO   HIST-NEW-DEPT
                   PERFORM WRITE-HISTORY-ROW
                   IF  WS-HIST-OK
                       PERFORM COMMIT-UNIT-OF-WORK
                       MOVE  "USE"  TO   WS-ENA-ACTION
                       CALL "EMPNOALC" USING WS-ENA-ACTION,
                             WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                             TR-CHECK-DIGIT, WS-ENA-STATUS
                   ELSE
      *                NO AUDIT IMAGE, NO CHANGE -- BACK THE ADD OUT
                       EXEC SQL ROLLBACK WORK END-EXEC
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_GRADE, 0),
                      COALESCE(EMP_STEP, 0),
                      COALESCE(EMP_DEPT, 0)
                      INTO :HIST-OLD-NAME, :HIST-OLD-SALARY,
                           :HIST-OLD-STATUS, :EMP-HIRE-DATE,
                           :EMP-TERM-DATE, :HIST-OLD-GRADE,
                           :HIST-OLD-STEP, :HIST-OLD-DEPT
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   END-IF
                   MOVE  WS-GRID-GRADE  TO   EMP-GRADE
                   MOVE  WS-GRID-STEP   TO   EMP-STEP
      *            A CHANGE NEVER MOVES DEPARTMENT -- THAT IS A T
                   MOVE  HIST-OLD-DEPT  TO   HIST-NEW-DEPT
                   EXEC SQL
                       UPDATE EMP
                              SET EMP_NAME = :EMP-NAME,
                                  EMP_GRADE = :EMP-GRADE,
                                  EMP_STEP = :EMP-STEP
                              WHERE EMP_NO = :EMP-NO
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                   ELSE
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                       ELSE
      *                    NO AUDIT IMAGE, NO CHANGE -- BACK IT OUT
                           EXEC SQL ROLLBACK WORK END-EXEC
               ACCEPT  SA-REQ-DATE  FROM DATE YYYYMMDD
               ACCEPT  SA-REQ-TIME  FROM TIME
               MOVE  SPACES         TO   SA-APPR-BY
               MOVE  SPACE          TO   SA-REQ-KIND
               MOVE  ZERO           TO   SA-DEPT SA-GRADE
               WRITE APPR-REC
               CLOSE APPR-FILE
               SET  WS-TRAN-QUEUED  TO   TRUE
           END-IF.

      ******************************************************************
       WRITE-HIRE-REQUEST.
      ******************************************************************
      *    THE ADD ITSELF IS REJECTED INTO SUSPENSE EITHER WAY AND
      *    RECYCLES EACH NIGHT -- IT GOES IN ONCE SALAPPROV HAS GRANTED
      *    THE EXCEPTION (OR A SLOT HAS FREED UP).  THE REQUEST IS
      *    WRITTEN ONLY THE FIRST TIME, NOT ON EVERY RECYCLE
           MOVE  "16"               TO   WS-REASON.
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
                   DISPLAY "*** EMPTRANS: SALAPPR.PND NOT WRITABLE, "
                           "STATUS " WS-APPR-STATUS " -- HIRE "
                           "REJECTED ***"
                   MOVE  "07"       TO   WS-REASON
               ELSE
                   MOVE  SPACES     TO   APPR-REC
                   MOVE  "P"        TO   SA-STATUS
                   MOVE  EMP-NO     TO   SA-EMP-NO
                   MOVE  ZERO       TO   SA-OLD-SALARY
                   MOVE  EMP-SALARY TO   SA-NEW-SALARY
                   MOVE  "EMPTRANS" TO   SA-REQ-BY
                   ACCEPT  SA-REQ-DATE  FROM DATE YYYYMMDD
                   ACCEPT  SA-REQ-TIME  FROM TIME
                   MOVE  SPACES     TO   SA-APPR-BY
                   MOVE  "H"        TO   SA-REQ-KIND
                   MOVE  POS-DEPT   TO   SA-DEPT
                   MOVE  POS-GRADE  TO   SA-GRADE
                   WRITE APPR-REC
                   CLOSE APPR-FILE
               END-IF
           END-IF.

      ******************************************************************
       DO-TRANSFER.
      ******************************************************************
      *    THE EMPLOYEE AS THEY STAND -- EVERYTHING BUT THE DEPARTMENT
      *    RIDES THROUGH THE HISTORY IMAGE UNCHANGED ON BOTH SIDES
           EXEC SQL
               SELECT EMP_NAME, EMP_SALARY,
                      COALESCE(EMP_STATUS, 'A'),
                      COALESCE(EMP_GRADE, 0),
                      COALESCE(EMP_STEP, 0),
                      COALESCE(EMP_DEPT, 0)
                      INTO :HIST-OLD-NAME, :HIST-OLD-SALARY,
                           :HIST-OLD-STATUS, :HIST-OLD-GRADE,
                           :HIST-OLD-STEP, :HIST-OLD-DEPT
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "05"       TO   WS-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               WHEN HIST-OLD-STATUS = "T"
                OR HIST-OLD-DEPT = EMP-DEPT
                   MOVE  "20"       TO   WS-REASON
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*) INTO :XFER-DEPT-ROWS
                              FROM DEPT
                              WHERE DEPT_NO = :EMP-DEPT
                                AND COMPANY_CD = :RUN-COMPANY
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE  "07"   TO   WS-REASON
                       WHEN XFER-DEPT-ROWS = ZERO
                           MOVE  "18"   TO   WS-REASON
                       WHEN OTHER
                           PERFORM CHECK-TRANSFER-POSITION
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
       CHECK-TRANSFER-POSITION.
      ******************************************************************
      *    THE RECEIVING DEPARTMENT NEEDS A VACANCY AT THE GRADE THE
      *    EMPLOYEE ALREADY HOLDS -- WITH NONE THE TRANSFER IS HANDLED
      *    EXACTLY LIKE AN ADD OVER ESTABLISHMENT
           MOVE  HIST-OLD-NAME      TO   EMP-NAME.
           MOVE  HIST-OLD-SALARY    TO   EMP-SALARY.
           MOVE  HIST-OLD-STATUS    TO   EMP-STATUS.
           MOVE  HIST-OLD-GRADE     TO   EMP-GRADE.
           MOVE  HIST-OLD-STEP      TO   EMP-STEP.
           MOVE  EMP-DEPT           TO   HIST-NEW-DEPT.
           MOVE  EMP-NO             TO   POS-EMP-NO.
           MOVE  EMP-DEPT           TO   POS-DEPT.
           MOVE  HIST-OLD-GRADE     TO   POS-GRADE.
           PERFORM CHECK-POSITION-VACANCY.
           EVALUATE POS-RESULT
               WHEN "V"
               WHEN "U"
               WHEN "X"
                   PERFORM APPLY-TRANSFER-ROW
               WHEN "N"
                   IF  WS-POS-OVERFILL = "REFUSE"
                       MOVE  "17"   TO   WS-REASON
                   ELSE
                       PERFORM WRITE-HIRE-REQUEST
                   END-IF
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
           END-EVALUATE.

      ******************************************************************
       APPLY-TRANSFER-ROW.
      ******************************************************************
           EXEC SQL
               UPDATE EMP
                      SET EMP_DEPT = :EMP-DEPT
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "07"           TO   WS-REASON
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               PERFORM WRITE-HISTORY-ROW
               IF  WS-HIST-OK
                   PERFORM COMMIT-UNIT-OF-WORK
               ELSE
      *            NO AUDIT IMAGE, NO TRANSFER -- BACK IT OUT
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE  "10"       TO   WS-REASON
               END-IF
           END-IF.

      ******************************************************************
       DO-DELETE.
      ******************************************************************
           EXEC SQL
               DELETE FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
               WHEN SQLERRD(3) = ZERO
                   MOVE  "05"       TO   WS-REASON
               WHEN OTHER
                   PERFORM COMMIT-UNIT-OF-WORK
           END-EVALUATE.

      ******************************************************************
       DO-LEAVE.
      ******************************************************************
      *    THE EMPLOYEE MUST EXIST; THE DAY MUST NOT ALREADY CARRY A
      *    FULL DAY'S LEAVE; AND THE GRANTS LIVE ON THAT DATE MUST
      *    COVER IT -- OTHERWISE NOTHING IS POSTED
           MOVE  EMP-NO             TO   LT-EMP-NO.
           MOVE  WS-CHECK-LV-DATE   TO   LT-TAKEN-DATE.
           MOVE  WS-CHECK-LV-DAYS   TO   LV-NEED-DAYS.
           EXEC SQL
               SELECT COALESCE(EMP_STATUS, 'A')
                      INTO :HIST-OLD-STATUS
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "05"       TO   WS-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
           END-EVALUATE.
           IF  WS-TRAN-CLEAN
               EXEC SQL
                   SELECT COALESCE(SUM(DAYS), 0)
                          INTO :LV-BOOKED-DAYS
                          FROM LEAVE_TAKEN
                          WHERE EMP_NO = :LT-EMP-NO
                            AND TAKEN_DATE = :LT-TAKEN-DATE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               ELSE
               IF  LV-BOOKED-DAYS + LV-NEED-DAYS > 1
                   MOVE  "14"       TO   WS-REASON
               END-IF
               END-IF
           END-IF.
           IF  WS-TRAN-CLEAN
               EXEC SQL
                   SELECT COALESCE(SUM(DAYS_GRANTED - DAYS_TAKEN
                                       - DAYS_EXPIRED), 0)
                          INTO :LV-AVAIL-DAYS
                          FROM LEAVE_GRANT
                          WHERE EMP_NO = :LT-EMP-NO
                            AND GRANT_DATE <= :LT-TAKEN-DATE
                            AND EXPIRY_DATE > :LT-TAKEN-DATE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               ELSE
               IF  LV-AVAIL-DAYS < LV-NEED-DAYS
                   MOVE  "13"       TO   WS-REASON
               END-IF
               END-IF
           END-IF.
           IF  WS-TRAN-CLEAN
               PERFORM UNTIL LV-NEED-DAYS = ZERO
                          OR NOT WS-TRAN-CLEAN
                   PERFORM CHARGE-OLDEST-GRANT
               END-PERFORM
               IF  WS-TRAN-CLEAN
                   PERFORM COMMIT-UNIT-OF-WORK
               ELSE
      *            A HALF-POSTED DAY IS WORSE THAN NONE -- BACK IT OUT
                   EXEC SQL ROLLBACK WORK END-EXEC
               END-IF
           END-IF.

      ******************************************************************
       DO-ALLOWANCE.
      ******************************************************************
      *    THE EMPLOYEE MUST EXIST; THE ALLOWANCE ROW IS REPLACED
      *    WHOLE, AND A ZERO AMOUNT JUST TAKES IT AWAY
           MOVE  EMP-NO             TO   ALW-EMP-NO.
           MOVE  TR-AW-CODE         TO   ALW-CODE.
           MOVE  WS-CHECK-AW-AMOUNT TO   ALW-AMOUNT.
           MOVE  TR-AW-TAXABLE      TO   ALW-TAXABLE.
           MOVE  WS-CHECK-AW-CAP    TO   ALW-NONTAX-CAP.
           EXEC SQL
               SELECT COALESCE(EMP_STATUS, 'A')
                      INTO :HIST-OLD-STATUS
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "05"       TO   WS-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
           END-EVALUATE.
           IF  WS-TRAN-CLEAN
               EXEC SQL
                   DELETE FROM EMP_ALLOWANCE
                          WHERE EMP_NO = :ALW-EMP-NO
                            AND ALW_CODE = :ALW-CODE
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               END-IF
           END-IF.
           IF  WS-TRAN-CLEAN AND ALW-AMOUNT > ZERO
               EXEC SQL
                   INSERT INTO EMP_ALLOWANCE
                          (EMP_NO, ALW_CODE, ALW_AMOUNT, ALW_TAXABLE,
                           ALW_NONTAX_CAP)
                          VALUES (:ALW-EMP-NO, :ALW-CODE, :ALW-AMOUNT,
                                  :ALW-TAXABLE, :ALW-NONTAX-CAP)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               END-IF
           END-IF.
           IF  WS-TRAN-CLEAN
               PERFORM COMMIT-UNIT-OF-WORK
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      ******************************************************************
       DO-CONTRACT.
      ******************************************************************
      *    THE EMPLOYEE MUST EXIST AND NOT HAVE LEFT; CTRCHECK DECIDES
      *    WHETHER THE TERM IS A FIRST CONTRACT, A RENEWAL, A FRESH
      *    START AFTER A BREAK, A CONVERSION OR A CORRECTION
           EXEC SQL
               SELECT COALESCE(EMP_STATUS, 'A')
                      INTO :HIST-OLD-STATUS
                      FROM EMP
                      WHERE EMP_NO = :EMP-NO
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "05"       TO   WS-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               WHEN HIST-OLD-STATUS = "T"
                   MOVE  "22"       TO   WS-REASON
           END-EVALUATE.
           IF  WS-TRAN-CLEAN
               MOVE  EMP-NO         TO   CTR-EMP-NO
               MOVE  TR-CT-TYPE     TO   CTR-TYPE
               MOVE  WS-CHECK-CT-START   TO   CTR-TERM-START
               MOVE  WS-CHECK-CT-END     TO   CTR-TERM-END
               MOVE  HIST-CHG-BY    TO   CTR-CHG-BY
               PERFORM APPLY-CONTRACT-TERM
               IF  CTR-RESULT = "E"
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               END-IF
           END-IF.
           IF  WS-TRAN-CLEAN
               PERFORM COMMIT-UNIT-OF-WORK
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      ******************************************************************
       CHARGE-OLDEST-GRANT.
      ******************************************************************
      *    OLDEST LIVE GRANT FIRST, SO THE DAYS NEAREST TO EXPIRY ARE
      *    USED BEFORE THEY ARE LOST; A HALF DAY LEFT ON ONE GRANT
      *    SPLITS THE CHARGE ACROSS TWO
           EXEC SQL
               SELECT MIN(GRANT_DATE)
                      INTO :LG-GRANT-DATE
                      FROM LEAVE_GRANT
                      WHERE EMP_NO = :LT-EMP-NO
                        AND GRANT_DATE <= :LT-TAKEN-DATE
                        AND EXPIRY_DATE > :LT-TAKEN-DATE
                        AND DAYS_GRANTED - DAYS_TAKEN
                                         - DAYS_EXPIRED > 0
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                   SELECT DAYS_GRANTED - DAYS_TAKEN - DAYS_EXPIRED
                          INTO :LG-DAYS-LEFT
                          FROM LEAVE_GRANT
                          WHERE EMP_NO = :LT-EMP-NO
                            AND GRANT_DATE = :LG-GRANT-DATE
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  "07"           TO   WS-REASON
           ELSE
               IF  LG-DAYS-LEFT < LV-NEED-DAYS
                   MOVE  LG-DAYS-LEFT    TO   LV-CHARGE-DAYS
               ELSE
                   MOVE  LV-NEED-DAYS    TO   LV-CHARGE-DAYS
               END-IF
               EXEC SQL
                   UPDATE LEAVE_GRANT
                          SET DAYS_TAKEN = DAYS_TAKEN + :LV-CHARGE-DAYS
                          WHERE EMP_NO = :LT-EMP-NO
                            AND GRANT_DATE = :LG-GRANT-DATE
               END-EXEC
               IF  SQLCODE = ZERO
                   MOVE  LV-CHARGE-DAYS  TO   LT-DAYS
                   MOVE  LG-GRANT-DATE   TO   LT-GRANT-DATE
                   ACCEPT  LT-POSTED-DATE     FROM DATE YYYYMMDD
                   MOVE  HIST-CHG-BY     TO   LT-POSTED-BY
                   EXEC SQL
                       INSERT INTO LEAVE_TAKEN
                              (EMP_NO, TAKEN_DATE, DAYS, GRANT_DATE,
                               POSTED_DATE, POSTED_BY)
                              VALUES (:LT-EMP-NO, :LT-TAKEN-DATE,
                                      :LT-DAYS, :LT-GRANT-DATE,
                                      :LT-POSTED-DATE, :LT-POSTED-BY)
                   END-EXEC
               END-IF
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  "07"       TO   WS-REASON
               ELSE
                   SUBTRACT LV-CHARGE-DAYS FROM LV-NEED-DAYS
               END-IF
           END-IF.

      ******************************************************************
       WRITE-HISTORY-ROW.
                      (EMP_NO, OLD_NAME, OLD_SALARY,
                       NEW_NAME, NEW_SALARY, OLD_STATUS, NEW_STATUS,
                       OLD_GRADE, OLD_STEP, NEW_GRADE, NEW_STEP,
                       CHG_DATE, CHG_TIME, CHANGED_BY,
                       OLD_DEPT, NEW_DEPT, EFF_DATE, COMPANY_CD)
                      VALUES (:EMP-NO, :HIST-OLD-NAME,
                              :HIST-OLD-SALARY, :EMP-NAME,
                              :EMP-SALARY, :HIST-OLD-STATUS,
                              :EMP-STATUS, :HIST-OLD-GRADE,
                              :HIST-OLD-STEP, :EMP-GRADE,
                              :EMP-STEP, :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY,
                              :HIST-OLD-DEPT, :HIST-NEW-DEPT,
                              :HIST-EFF-DATE,
                              COALESCE((SELECT COMPANY_CD FROM EMP
                                         WHERE EMP_NO = :EMP-NO),
                                       '01'))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
           IF  WS-TRAN-CLEAN
               MOVE  "APPLIED"      TO   TP-DISP
      *        A CONTRACT LINE SAYS WHAT THE TERM TURNED OUT TO BE
               IF  TR-CODE = "K"
                   EVALUATE CTR-RESULT
                       WHEN "N"
                           MOVE "FIRST CONTRACT RECORDED"
                                     TO   TP-REASON-TEXT
                       WHEN "R"
                           MOVE  SPACES  TO   TP-REASON-TEXT
                           STRING "RENEWAL " CTR-RENEWALS
                                  " SINCE " CTR-FIRST-START
                               DELIMITED BY SIZE INTO TP-REASON-TEXT
                       WHEN "B"
                           MOVE "NEW TERM AFTER BREAK, RESTART"
                                     TO   TP-REASON-TEXT
                       WHEN "P"
                           MOVE "CONVERTED TO PERMANENT"
                                     TO   TP-REASON-TEXT
                       WHEN OTHER
                           MOVE "CURRENT TERM CORRECTED"
                                     TO   TP-REASON-TEXT
                   END-EVALUATE
               END-IF
           ELSE
               MOVE  "REJECTED"     TO   TP-DISP
               MOVE  WS-REASON      TO   TP-REASON
                   WHEN "11"
                       MOVE "BAD LIFECYCLE DATE OR STATUS"
                                     TO   TP-REASON-TEXT
                   WHEN "12"
                       MOVE "BAD LEAVE DATE OR DAYS"
                                     TO   TP-REASON-TEXT
                   WHEN "13"
                       MOVE "NOT ENOUGH PAID LEAVE LEFT"
                                     TO   TP-REASON-TEXT
                   WHEN "14"
                       MOVE "LEAVE ALREADY BOOKED FOR DATE"
                                     TO   TP-REASON-TEXT
                   WHEN "15"
                       MOVE "BAD ALLOWANCE CODE/AMOUNT/FLAG"
                                     TO   TP-REASON-TEXT
                   WHEN "16"
                       MOVE "NO VACANCY - AWAITS APPROVAL"
                                     TO   TP-REASON-TEXT
                   WHEN "17"
                       MOVE "NO VACANCY FOR DEPT/GRADE"
                                     TO   TP-REASON-TEXT
                   WHEN "18"
                       MOVE "TARGET DEPT NOT ON DEPT TABLE"
                                     TO   TP-REASON-TEXT
                   WHEN "19"
                       MOVE "TRANSFER EFF DATE MISSING/BAD"
                                     TO   TP-REASON-TEXT
                   WHEN "20"
                       MOVE "SAME DEPT OR EMPLOYEE LEFT"
                                     TO   TP-REASON-TEXT
                   WHEN "21"
                       MOVE "BAD CONTRACT TYPE OR TERM DATES"
                                     TO   TP-REASON-TEXT
                   WHEN "22"
                       MOVE "CONTRACT FOR TERMINATED EMP"
                                     TO   TP-REASON-TEXT
                   WHEN "23"
                       MOVE "EMP NO CHECK DIGIT WRONG"
                                     TO   TP-REASON-TEXT
                   WHEN "24"
                       MOVE "EMP NO NOT RESERVED OR USED"
                                     TO   TP-REASON-TEXT
                   WHEN "09"
                       MOVE  SPACES  TO   TP-REASON-TEXT
                       STRING "SALARY OFF PAY SCALE, GRADE "
               END-EVALUATE
           END-IF
           END-IF.
           MOVE  TR-BATCH-ID        TO   TP-BATCH-ID.
           WRITE TRPT-REC.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EMPTRANS: APPLYING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-TRAN-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TRAN-NAME
               MOVE  WS-TRPT-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TRPT-NAME
               MOVE  WS-PND-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PND-NAME
               MOVE  WS-PNDNEW-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PNDNEW-NAME
               MOVE  WS-TWRK-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TWRK-NAME
               MOVE  WS-SUSP-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SUSP-NAME
               MOVE  WS-SUSPNEW-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SUSPNEW-NAME
               MOVE  WS-AGED-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-AGED-NAME
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
               MOVE  FUNCTION NUMVAL(WS-CFG-VALUE)
                                    TO   WS-SUSP-MAX-CYCLES
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
      *    CREATE-CONTRACT-TABLE / APPLY-CONTRACT-TERM -- SHARED WITH
      *    EMPMAINT
           COPY "CTRCHECK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
