      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  AUDSAMPL --- external-auditor sample of salary changes: the
      *               population is every salary change on
      *               EMP_HISTORY recorded in the period on the
      *               AUDSPARM.DAT card for the run company (an
      *               existing salary moved to a different one --
      *               hires and deletions are not changes).  Every
      *               change larger than the card's threshold is
      *               taken as a key item; the rest is sampled either
      *               by random draw (R) or by monetary unit (M, one
      *               hit every interval of the residual change value
      *               from a random start, so the larger the change
      *               the likelier it is taken).  Both methods run off
      *               a Park-Miller generator started from the card's
      *               seed -- or one taken from the run clock when the
      *               card has none -- and the seed is printed, so the
      *               same card over the same history picks the same
      *               changes again.  The spool opens with the
      *               selection record for the auditors' file
      *               (population, threshold, method, seed, interval,
      *               every item taken and why), then prints one
      *               evidence sheet per item: the before and after
      *               salary, grade, step and department, the
      *               operators who entered and approved it, the
      *               matching SALAPPR.PND entries, the SESSLOG.DAT
      *               screen sessions on the employee that day, the
      *               EMPTRAN.RPT lines for a batch transaction, and
      *               whether SALGRDCK accepts the new salary on the
      *               grid in force on the effective date.  A change
      *               whose origin cannot be corroborated, or whose
      *               amount is off the pay scale, is listed as an
      *               exception at the end.  The selection is also
      *               written to AUDSEL.DAT, one header line and one
      *               line per item.
      *
      *               AUDSPARM.DAT CARD: FROM DATE (8), SPACE, TO DATE
      *               (8), SPACE, METHOD R/M (1), SPACE, SAMPLE SIZE
      *               (4), SPACE, SEED (10), SPACE, THRESHOLD IN
      *               WHOLE YEN (7), SPACE, OPERATOR ID (8), SPACE,
      *               REQUESTED BY (40, FREE TEXT).  A blank sample
      *               size takes 25; a blank or zero seed takes one
      *               from the clock; a zero threshold takes no key
      *               items.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDSAMPL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT APRM-FILE        ASSIGN TO "AUDSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRM-STATUS.
           SELECT APPR-FILE        ASSIGN TO "SALAPPR.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT SESS-FILE        ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT TRPT-FILE        ASSIGN TO DYNAMIC WS-TRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.
           SELECT ASEL-FILE        ASSIGN TO DYNAMIC WS-ASEL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASEL-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  APRM-FILE.
       01  APRM-REC.
           05  AC-FROM-DATE        PIC  X(08).
           05  FILLER              PIC  X.
           05  AC-TO-DATE          PIC  X(08).
           05  FILLER              PIC  X.
           05  AC-METHOD           PIC  X.
           05  FILLER              PIC  X.
           05  AC-SAMPLE-SIZE      PIC  X(04).
           05  FILLER              PIC  X.
           05  AC-SEED             PIC  X(10).
           05  FILLER              PIC  X.
           05  AC-THRESHOLD        PIC  X(07).
           05  FILLER              PIC  X.
           05  AC-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  AC-REQUESTED-BY     PIC  X(40).

      *    SAME LAYOUT EMPMAINT QUEUES
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
           05  FILLER              PIC  X.
           05  SA-REQ-KIND         PIC  X.
           05  FILLER              PIC  X.
           05  SA-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  SA-GRADE            PIC  9(02).

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

      *    SAME LAYOUT EMPTRANS WRITES
       FD  TRPT-FILE.
       01  TRPT-REC.
           05  TP-CODE             PIC  X.
           05  FILLER              PIC  X.
           05  TP-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
           05  TP-DISP             PIC  X(08).
           05  FILLER              PIC  X.
           05  TP-REASON           PIC  X(02).
           05  FILLER              PIC  X.
           05  TP-REASON-TEXT      PIC  X(30).
           05  FILLER              PIC  X.
           05  TP-BATCH-ID         PIC  X(08).

      *    THE SELECTION AS THE AUDITORS FILE IT -- ONE HEADER LINE
      *    WITH THE CARD AND THE SEED USED, ONE LINE PER ITEM TAKEN
       FD  ASEL-FILE.
       01  ASEL-HEAD-REC.
           05  AH-REC-TYPE         PIC  X.
           05  FILLER              PIC  X.
           05  AH-FROM-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  AH-TO-DATE          PIC  9(08).
           05  FILLER              PIC  X.
           05  AH-METHOD           PIC  X.
           05  FILLER              PIC  X.
           05  AH-SAMPLE-SIZE      PIC  9(04).
           05  FILLER              PIC  X.
           05  AH-SEED             PIC  9(10).
           05  FILLER              PIC  X.
           05  AH-THRESHOLD        PIC  9(07).
           05  FILLER              PIC  X.
           05  AH-POP-CNT          PIC  9(05).
           05  FILLER              PIC  X.
           05  AH-POP-VALUE        PIC  9(11)V9(02).
           05  FILLER              PIC  X.
           05  AH-COMPANY          PIC  X(02).
           05  FILLER              PIC  X.
           05  AH-RUN-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  AH-RUN-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  AH-OPER-ID          PIC  X(08).
       01  ASEL-ITEM-REC.
           05  AI-REC-TYPE         PIC  X.
           05  FILLER              PIC  X.
           05  AI-SHEET-NO         PIC  9(04).
           05  FILLER              PIC  X.
           05  AI-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  AI-CHG-DATE         PIC  9(08).
           05  FILLER              PIC  X.
           05  AI-CHG-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  AI-OLD-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  AI-NEW-SALARY       PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
      *    K = KEY ITEM, R = RANDOM DRAW, M = MONETARY UNIT HIT
           05  AI-SELECT           PIC  X.
           05  FILLER              PIC  X.
      *    DRAW NUMBER (R) OR THE HIT POINT IN SEN (M)
           05  AI-SELECT-REF       PIC  9(13).
           05  FILLER              PIC  X.
      *    SALGRDCK'S ANSWER, Y ON SCALE OR N OFF IT
           05  AI-GRDCK-RESULT     PIC  X.
           05  FILLER              PIC  X.
      *    Y = LISTED AS AN EXCEPTION; Y = ORIGIN NOT CORROBORATED
           05  AI-EXCEPTION        PIC  X.
           05  FILLER              PIC  X.
           05  AI-ORIGIN-GAP       PIC  X.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "AUDSAMPL".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-APRM-STATUS          PIC  X(02).
           88  WS-APRM-OK          VALUE "00".
       01  WS-APPR-STATUS          PIC  X(02).
           88  WS-APPR-OK          VALUE "00".
       01  WS-SESS-STATUS          PIC  X(02).
           88  WS-SESS-OK          VALUE "00".
       01  WS-TRPT-STATUS          PIC  X(02).
           88  WS-TRPT-OK          VALUE "00".
       01  WS-ASEL-STATUS          PIC  X(02).
           88  WS-ASEL-OK          VALUE "00".
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
       01  WS-TRPT-NAME            PIC  X(40) VALUE "EMPTRAN.RPT".
       01  WS-ASEL-NAME            PIC  X(40) VALUE "AUDSEL.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./audsampl.dat".
      *    THE CARD, CHECKED
       01  WS-CARD-ERROR           PIC  X(40) VALUE SPACES.
       01  WS-METHOD               PIC  X     VALUE SPACE.
           88  WS-METHOD-RANDOM    VALUE "R".
           88  WS-METHOD-MONETARY  VALUE "M".
       01  WS-SAMPLE-SIZE          PIC  9(04) VALUE 25.
       01  WS-SEED                 PIC  9(10) VALUE ZERO.
       01  WS-SEED-SOURCE          PIC  X     VALUE "C".
           88  WS-SEED-FROM-CARD   VALUE "C".
           88  WS-SEED-FROM-CLOCK  VALUE "T".
       01  WS-THRESHOLD            PIC  9(07) VALUE ZERO.
       01  WS-OPER-ID              PIC  X(08) VALUE "BATCH".
       01  WS-REQUESTED-BY         PIC  X(40) VALUE SPACES.
      *    PARK-MILLER MINIMAL STANDARD GENERATOR -- THE NEXT STATE IS
      *    THE LAST TIMES 16807, MODULO 2**31 - 1
       01  WS-RNG-STATE            PIC  9(10) VALUE ZERO.
       01  WS-RNG-MODULUS          PIC  9(10) VALUE 2147483647.
       01  WS-RNG-PRODUCT          PIC  9(15).
       01  WS-RNG-QUOT             PIC  9(15).
      *    EVERY SALARY CHANGE IN THE PERIOD, IN THE ORDER THEY WERE
      *    RECORDED -- THE ORDER IS PART OF WHAT MAKES A SEED REPEAT
       01  WS-POP-MAX              PIC  9(05) VALUE 5000.
       01  WS-POP-TABLE.
           05  WS-POP-CNT          PIC  9(05) VALUE ZERO.
           05  WS-POP-ENTRY        OCCURS 5000.
               10  PT-EMP-NO       PIC  9(04).
               10  PT-NAME         PIC  X(30).
               10  PT-OLD-SALARY   PIC S9(07)V9(02).
               10  PT-NEW-SALARY   PIC S9(07)V9(02).
               10  PT-OLD-GRADE    PIC  9(02).
               10  PT-OLD-STEP     PIC  9(02).
               10  PT-NEW-GRADE    PIC  9(02).
               10  PT-NEW-STEP     PIC  9(02).
               10  PT-OLD-DEPT     PIC  9(03).
               10  PT-NEW-DEPT     PIC  9(03).
               10  PT-CHG-DATE     PIC  9(08).
               10  PT-CHG-TIME     PIC  9(08).
               10  PT-EFF-DATE     PIC  9(08).
               10  PT-CHANGED-BY   PIC  X(08).
               10  PT-APPROVED-BY  PIC  X(08).
      *        SIZE OF THE CHANGE, EITHER WAY -- THE MONETARY VALUE
      *        THE THRESHOLD AND THE MONETARY UNITS ARE MEASURED ON
               10  PT-VALUE        PIC  9(07)V9(02).
               10  PT-SELECT       PIC  X.
               10  PT-SELECT-REF   PIC  9(13).
               10  PT-SHEET-NO     PIC  9(04).
               10  PT-GRDCK-RESULT PIC  X.
               10  PT-EXCEPTION    PIC  X.
               10  PT-ORIGIN-GAP   PIC  X.
       01  WS-POP-IDX              PIC  9(05).
       01  WS-POP-OVERFLOW-FLAG    PIC  X     VALUE "N".
           88  WS-POP-OVERFLOW     VALUE "Y".
      *    WHAT IS LEFT AFTER THE KEY ITEMS -- POINTERS INTO THE
      *    POPULATION, STILL IN RECORDED ORDER
       01  WS-RES-TABLE.
           05  WS-RES-POP-IDX      PIC  9(05) OCCURS 5000.
       01  WS-RES-IDX              PIC  9(05).
       01  WS-RES-CNT              PIC  9(05) VALUE ZERO.
       01  WS-RES-PICKED           PIC  9(05) VALUE ZERO.
       01  WS-PICK                 PIC  9(10).
       01  WS-DRAWS                PIC  9(06) VALUE ZERO.
       01  WS-DRAW-LIMIT           PIC  9(06) VALUE ZERO.
       01  WS-WHOLE-RESIDUAL-FLAG  PIC  X     VALUE "N".
           88  WS-WHOLE-RESIDUAL   VALUE "Y".
      *    MONETARY-UNIT WALK, ALL IN SEN SO THE POINTS ARE WHOLE
       01  WS-RES-CENTS            PIC  9(13) VALUE ZERO.
       01  WS-INTERVAL             PIC  9(13) VALUE ZERO.
       01  WS-START-POINT          PIC  9(13) VALUE ZERO.
       01  WS-POINT                PIC  9(13) VALUE ZERO.
       01  WS-CUM-CENTS            PIC  9(13) VALUE ZERO.
       01  WS-AMOUNT-WORK          PIC  9(11)V9(02).
      *    POPULATION TOTALS
       01  WS-POP-VALUE            PIC  9(11)V9(02) VALUE ZERO.
       01  WS-KEY-CNT              PIC  9(05) VALUE ZERO.
       01  WS-KEY-VALUE            PIC  9(11)V9(02) VALUE ZERO.
       01  WS-RES-VALUE            PIC  9(11)V9(02) VALUE ZERO.
       01  WS-SEL-CNT              PIC  9(06) VALUE ZERO.
       01  WS-EXCEPTION-CNT        PIC  9(05) VALUE ZERO.
      *    THE ITEM ON THE SHEET BEING PRINTED
       01  WS-CHANGE-AMOUNT        PIC S9(07)V9(02).
       01  WS-CHANGE-PCT           PIC S9(04)V9(02).
       01  WS-ORIGIN-KIND          PIC  X.
           88  WS-ORIGIN-SCREEN    VALUE "S".
           88  WS-ORIGIN-TRANSACTION
                                   VALUE "T".
           88  WS-ORIGIN-BATCH     VALUE "B".
       01  WS-ORIGIN-FOUND-FLAG    PIC  X     VALUE "N".
           88  WS-ORIGIN-FOUND     VALUE "Y".
       01  WS-REQ-DATE             PIC  9(08) VALUE ZERO.
       01  WS-EMP-NO-X             PIC  X(04).
       01  WS-SECTION-ITEMS        PIC  9(06) VALUE ZERO.
       01  WS-SECTION-TITLE        PIC  X(60).
       01  WS-MARK-TEXT            PIC  X(12).
      *    SALGRDCK CONTRACT FIELDS
       01  WS-CHK-SALARY           PIC S9(07)V9(02).
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
       01  WS-LINES-PRINTED        PIC  9(06) VALUE ZERO.
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  D-TIME.
           05  D-TIME-HH           PIC  9(02).
           05  FILLER              PIC  X     VALUE ":".
           05  D-TIME-MM           PIC  9(02).
           05  FILLER              PIC  X     VALUE ":".
           05  D-TIME-SS           PIC  9(02).
       01  WS-TIME-WORK            PIC  9(08).
       01  WS-TIME-PARTS           REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH          PIC  9(02).
           05  WS-TIME-MM          PIC  9(02).
           05  WS-TIME-SS          PIC  9(02).
           05  FILLER              PIC  9(02).
       01  D-AMOUNT                PIC  Z,ZZZ,ZZZ,ZZ9.99-.
       01  D-AMOUNT-2              PIC  Z,ZZZ,ZZZ,ZZ9.99-.
       01  D-SALARY                PIC  Z,ZZZ,ZZ9.99-.
       01  D-SALARY-2              PIC  Z,ZZZ,ZZ9.99-.
       01  D-SALARY-3              PIC  Z,ZZZ,ZZ9.99-.
       01  D-THRESHOLD             PIC  Z,ZZZ,ZZ9.
       01  D-PCT                   PIC  ZZZ9.99-.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-COUNT-2               PIC  ZZZ,ZZ9.
       01  D-COUNT-3               PIC  ZZZ,ZZ9.
       01  D-SHEET                 PIC  ZZZ9.
       01  D-SHEET-2               PIC  ZZZ9.
       01  D-DRAW                  PIC  ZZZ,ZZ9.
       01  WS-METHOD-TEXT          PIC  X(14).
       01  WS-SELECT-TEXT          PIC  X(40).
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

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSTAT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
       01  AS-FROM-DATE            PIC  9(08) VALUE ZERO.
       01  AS-TO-DATE              PIC  9(08) VALUE ZERO.
       01  DS-VARS.
           05  DS-EMP-NO           PIC  9(04).
           05  DS-NEW-NAME         PIC  X(60).
           05  DS-OLD-SALARY       PIC S9(07)V9(02).
           05  DS-NEW-SALARY       PIC S9(07)V9(02).
           05  DS-OLD-GRADE        PIC  9(02).
           05  DS-OLD-STEP         PIC  9(02).
           05  DS-NEW-GRADE        PIC  9(02).
           05  DS-NEW-STEP         PIC  9(02).
           05  DS-OLD-DEPT         PIC  9(03).
           05  DS-NEW-DEPT         PIC  9(03).
           05  DS-CHG-DATE         PIC  9(08).
           05  DS-CHG-TIME         PIC  9(08).
           05  DS-EFF-DATE         PIC  9(08).
           05  DS-CHANGED-BY       PIC  X(08).
           05  DS-APPROVED-BY      PIC  X(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** AUDSAMPL STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM READ-SAMPLING-CARD.
           IF  WS-CARD-ERROR NOT = SPACES
               DISPLAY "*** AUDSAMPL: AUDSPARM.DAT -- " WS-CARD-ERROR
                       " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** AUDSAMPL: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-POPULATION.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.
      *    A SAMPLE DRAWN FROM PART OF THE POPULATION COULD NOT BE
      *    DRAWN AGAIN -- NOTHING IS SELECTED
           IF  WS-POP-OVERFLOW
               DISPLAY "*** AUDSAMPL: MORE THAN " WS-POP-MAX
                       " SALARY CHANGES IN THE PERIOD -- NARROW IT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SELECT-KEY-ITEMS.
           MOVE  WS-SEED            TO   WS-RNG-STATE.
           IF  WS-METHOD-RANDOM
               PERFORM DRAW-RANDOM-SAMPLE
           ELSE
               PERFORM DRAW-MONETARY-SAMPLE
           END-IF.
           PERFORM NUMBER-SAMPLE-ITEMS.

           PERFORM OPEN-SAMPLE-SPOOL.
           PERFORM PRINT-SELECTION-RECORD.
           PERFORM PRINT-SELECTED-ITEMS.
           OPEN OUTPUT ASEL-FILE.
           IF  WS-ASEL-OK
               PERFORM WRITE-SELECTION-HEADER
           ELSE
               DISPLAY "*** AUDSAMPL: " WS-ASEL-NAME
                       " NOT WRITABLE, STATUS " WS-ASEL-STATUS " ***"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-CNT
               IF  PT-SELECT(WS-POP-IDX) NOT = SPACE
                   PERFORM PRINT-EVIDENCE-SHEET
               END-IF
           END-PERFORM.
           IF  WS-ASEL-OK
               CLOSE ASEL-FILE
           END-IF.
           PERFORM PRINT-EXCEPTION-SUMMARY.

      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    AN EMPTY PERIOD IS WORTH A SECOND LOOK AT THE CARD
           IF  WS-POP-CNT = ZERO AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           DISPLAY "*** AUDSAMPL FINISHED -- " WS-POP-CNT
                   " CHANGE(S) IN POPULATION, " WS-SEL-CNT
                   " SAMPLED, " WS-EXCEPTION-CNT " EXCEPTION(S) ***".
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE WS-AUDIT-STATUS
               WHEN "FAIL"
                   MOVE 8            TO   RETURN-CODE
               WHEN "WARN"
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
                   MOVE 0            TO   RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
       READ-SAMPLING-CARD.
      ******************************************************************
           MOVE  "CARD MISSING OR EMPTY"  TO   WS-CARD-ERROR.
           OPEN INPUT APRM-FILE.
           IF  WS-APRM-OK
               READ APRM-FILE
               IF  WS-APRM-OK
                   MOVE  SPACES     TO   WS-CARD-ERROR
                   PERFORM CHECK-SAMPLING-CARD
               END-IF
               CLOSE APRM-FILE
           END-IF.

      ******************************************************************
       CHECK-SAMPLING-CARD.
      ******************************************************************
           IF  AC-FROM-DATE NOT NUMERIC OR AC-TO-DATE NOT NUMERIC
               MOVE  "PERIOD DATES NOT NUMERIC" TO   WS-CARD-ERROR
           ELSE
               MOVE  AC-FROM-DATE   TO   AS-FROM-DATE
               MOVE  AC-TO-DATE     TO   AS-TO-DATE
               IF  AS-FROM-DATE > AS-TO-DATE
                   MOVE  "PERIOD ENDS BEFORE IT STARTS"
                                    TO   WS-CARD-ERROR
               END-IF
           END-IF.
           MOVE  AC-METHOD          TO   WS-METHOD.
           IF  NOT WS-METHOD-RANDOM AND NOT WS-METHOD-MONETARY
               MOVE  "METHOD IS NEITHER R NOR M" TO   WS-CARD-ERROR
           END-IF.
           IF  AC-SAMPLE-SIZE NUMERIC AND AC-SAMPLE-SIZE NOT = ZERO
               MOVE  AC-SAMPLE-SIZE TO   WS-SAMPLE-SIZE
           END-IF.
           IF  AC-THRESHOLD NUMERIC
               MOVE  AC-THRESHOLD   TO   WS-THRESHOLD
           END-IF.
      *    THE GENERATOR CYCLES ON 1 .. 2**31 - 2; A SEED OUTSIDE IT
      *    IS FOLDED IN, AND THE FOLDED VALUE IS THE ONE RECORDED
           IF  AC-SEED NUMERIC AND AC-SEED NOT = ZERO
               MOVE  AC-SEED        TO   WS-SEED
               MOVE  "C"            TO   WS-SEED-SOURCE
           ELSE
               COMPUTE WS-SEED = WS-AUDIT-START-TIME + 1
               MOVE  "T"            TO   WS-SEED-SOURCE
           END-IF.
           IF  WS-SEED NOT < WS-RNG-MODULUS
               DIVIDE WS-SEED BY WS-RNG-MODULUS GIVING WS-RNG-QUOT
                   REMAINDER WS-SEED
               IF  WS-SEED = ZERO
                   MOVE  1          TO   WS-SEED
               END-IF
           END-IF.
           IF  AC-OPER-ID NOT = SPACES
               MOVE  AC-OPER-ID     TO   WS-OPER-ID
           END-IF.
           MOVE  AC-REQUESTED-BY    TO   WS-REQUESTED-BY.

      ******************************************************************
       LOAD-POPULATION.
      ******************************************************************
      *    A CHANGE IS AN EXISTING SALARY MOVED TO ANOTHER ONE; THE
      *    ORDER BY IS THE RECORDED ORDER THE DRAW WALKS
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE AS1 CURSOR FOR
               SELECT EMP_NO, COALESCE(NEW_NAME, ''),
                      COALESCE(OLD_SALARY, 0), COALESCE(NEW_SALARY, 0),
                      COALESCE(OLD_GRADE, 0), COALESCE(OLD_STEP, 0),
                      COALESCE(NEW_GRADE, 0), COALESCE(NEW_STEP, 0),
                      COALESCE(OLD_DEPT, 0), COALESCE(NEW_DEPT, 0),
                      COALESCE(CHG_DATE, 0), COALESCE(CHG_TIME, 0),
                      COALESCE(EFF_DATE, 0),
                      COALESCE(CHANGED_BY, ' '),
                      COALESCE(APPROVED_BY, ' ')
                 FROM EMP_HISTORY
                WHERE COALESCE(COMPANY_CD, '01') = :RUN-COMPANY
                  AND CHG_DATE BETWEEN :AS-FROM-DATE AND :AS-TO-DATE
                  AND COALESCE(OLD_SALARY, 0) <> 0
                  AND COALESCE(NEW_SALARY, 0) <> 0
                  AND OLD_SALARY <> NEW_SALARY
                ORDER BY CHG_DATE, CHG_TIME, EMP_NO, NEW_SALARY
           END-EXEC.
           EXEC SQL
               OPEN AS1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH AS1
                        INTO :DS-EMP-NO, :DS-NEW-NAME,
                             :DS-OLD-SALARY, :DS-NEW-SALARY,
                             :DS-OLD-GRADE, :DS-OLD-STEP,
                             :DS-NEW-GRADE, :DS-NEW-STEP,
                             :DS-OLD-DEPT, :DS-NEW-DEPT,
                             :DS-CHG-DATE, :DS-CHG-TIME,
                             :DS-EFF-DATE, :DS-CHANGED-BY,
                             :DS-APPROVED-BY
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN WS-POP-CNT NOT < WS-POP-MAX
                           SET  WS-POP-OVERFLOW   TO   TRUE
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM KEEP-ONE-CHANGE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE AS1
               END-EXEC
           END-IF.

      ******************************************************************
       KEEP-ONE-CHANGE.
      ******************************************************************
           ADD  1                   TO   WS-POP-CNT.
           MOVE  WS-POP-CNT         TO   WS-POP-IDX.
           MOVE  DS-EMP-NO          TO   PT-EMP-NO(WS-POP-IDX).
           MOVE  DS-NEW-NAME        TO   PT-NAME(WS-POP-IDX).
           MOVE  DS-OLD-SALARY      TO   PT-OLD-SALARY(WS-POP-IDX).
           MOVE  DS-NEW-SALARY      TO   PT-NEW-SALARY(WS-POP-IDX).
           MOVE  DS-OLD-GRADE       TO   PT-OLD-GRADE(WS-POP-IDX).
           MOVE  DS-OLD-STEP        TO   PT-OLD-STEP(WS-POP-IDX).
           MOVE  DS-NEW-GRADE       TO   PT-NEW-GRADE(WS-POP-IDX).
           MOVE  DS-NEW-STEP        TO   PT-NEW-STEP(WS-POP-IDX).
           MOVE  DS-OLD-DEPT        TO   PT-OLD-DEPT(WS-POP-IDX).
           MOVE  DS-NEW-DEPT        TO   PT-NEW-DEPT(WS-POP-IDX).
           MOVE  DS-CHG-DATE        TO   PT-CHG-DATE(WS-POP-IDX).
           MOVE  DS-CHG-TIME        TO   PT-CHG-TIME(WS-POP-IDX).
           MOVE  DS-EFF-DATE        TO   PT-EFF-DATE(WS-POP-IDX).
           MOVE  DS-CHANGED-BY      TO   PT-CHANGED-BY(WS-POP-IDX).
           MOVE  DS-APPROVED-BY     TO   PT-APPROVED-BY(WS-POP-IDX).
           COMPUTE WS-CHANGE-AMOUNT = DS-NEW-SALARY - DS-OLD-SALARY.
           IF  WS-CHANGE-AMOUNT < ZERO
               COMPUTE PT-VALUE(WS-POP-IDX) = ZERO - WS-CHANGE-AMOUNT
           ELSE
               MOVE  WS-CHANGE-AMOUNT    TO   PT-VALUE(WS-POP-IDX)
           END-IF.
           ADD   PT-VALUE(WS-POP-IDX)    TO   WS-POP-VALUE.
           MOVE  SPACE              TO   PT-SELECT(WS-POP-IDX).
           MOVE  ZERO               TO   PT-SELECT-REF(WS-POP-IDX)
                                         PT-SHEET-NO(WS-POP-IDX).
           MOVE  SPACE              TO   PT-GRDCK-RESULT(WS-POP-IDX)
                                         PT-EXCEPTION(WS-POP-IDX)
                                         PT-ORIGIN-GAP(WS-POP-IDX).

      ******************************************************************
       SELECT-KEY-ITEMS.
      ******************************************************************
      *    EVERY CHANGE ABOVE THE THRESHOLD IS TAKEN OUTRIGHT; THE
      *    REST, IN ORDER, IS THE RESIDUAL THE SAMPLE IS DRAWN FROM
           MOVE  ZERO               TO   WS-RES-CNT.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-CNT
               IF  WS-THRESHOLD > ZERO
               AND PT-VALUE(WS-POP-IDX) > WS-THRESHOLD
                   MOVE  "K"        TO   PT-SELECT(WS-POP-IDX)
                   ADD  1           TO   WS-KEY-CNT
                   ADD  PT-VALUE(WS-POP-IDX)  TO   WS-KEY-VALUE
               ELSE
                   ADD  1           TO   WS-RES-CNT
                   MOVE  WS-POP-IDX TO   WS-RES-POP-IDX(WS-RES-CNT)
                   ADD  PT-VALUE(WS-POP-IDX)  TO   WS-RES-VALUE
               END-IF
           END-PERFORM.

      ******************************************************************
       DRAW-RANDOM-SAMPLE.
      ******************************************************************
      *    DRAW POSITIONS IN THE RESIDUAL UNTIL THE SAMPLE SIZE IS
      *    MET; A POSITION DRAWN TWICE COUNTS ONCE
           IF  WS-SAMPLE-SIZE NOT < WS-RES-CNT
               PERFORM TAKE-WHOLE-RESIDUAL
           ELSE
               COMPUTE WS-DRAW-LIMIT = WS-SAMPLE-SIZE * 50
               PERFORM TAKE-RANDOM-DRAW
                   UNTIL WS-RES-PICKED NOT < WS-SAMPLE-SIZE
                      OR WS-DRAWS NOT < WS-DRAW-LIMIT
               IF  WS-RES-PICKED < WS-SAMPLE-SIZE
                   DISPLAY "*** AUDSAMPL: DRAW LIMIT REACHED WITH "
                           WS-RES-PICKED " OF " WS-SAMPLE-SIZE
                           " TAKEN ***"
                   MOVE "WARN"       TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
       TAKE-RANDOM-DRAW.
      ******************************************************************
           ADD  1                   TO   WS-DRAWS.
           PERFORM NEXT-RANDOM-NUMBER.
           DIVIDE WS-RNG-STATE BY WS-RES-CNT GIVING WS-RNG-QUOT
               REMAINDER WS-PICK.
           ADD  1                   TO   WS-PICK.
           MOVE  WS-RES-POP-IDX(WS-PICK)  TO   WS-POP-IDX.
           IF  PT-SELECT(WS-POP-IDX) = SPACE
               MOVE  "R"            TO   PT-SELECT(WS-POP-IDX)
               MOVE  WS-DRAWS       TO   PT-SELECT-REF(WS-POP-IDX)
               ADD  1               TO   WS-RES-PICKED
           END-IF.

      ******************************************************************
       DRAW-MONETARY-SAMPLE.
      ******************************************************************
      *    ONE HIT EVERY INTERVAL OF RESIDUAL VALUE FROM A RANDOM
      *    START INSIDE THE FIRST INTERVAL; THE CHANGE WHOSE SPAN OF
      *    CUMULATIVE VALUE HOLDS A HIT IS TAKEN
           COMPUTE WS-RES-CENTS = WS-RES-VALUE * 100.
           IF  WS-SAMPLE-SIZE NOT < WS-RES-CNT
               PERFORM TAKE-WHOLE-RESIDUAL
           ELSE
               DIVIDE WS-RES-CENTS BY WS-SAMPLE-SIZE
                   GIVING WS-INTERVAL
               PERFORM NEXT-RANDOM-NUMBER
               DIVIDE WS-RNG-STATE BY WS-INTERVAL GIVING WS-RNG-QUOT
                   REMAINDER WS-START-POINT
               ADD  1               TO   WS-START-POINT
               MOVE  WS-START-POINT TO   WS-POINT
               MOVE  ZERO           TO   WS-CUM-CENTS
               PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                       UNTIL WS-RES-IDX > WS-RES-CNT
                   PERFORM WALK-MONETARY-ITEM
               END-PERFORM
           END-IF.

      ******************************************************************
       WALK-MONETARY-ITEM.
      ******************************************************************
           MOVE  WS-RES-POP-IDX(WS-RES-IDX)   TO   WS-POP-IDX.
           COMPUTE WS-CUM-CENTS = WS-CUM-CENTS
                                + PT-VALUE(WS-POP-IDX) * 100.
           IF  WS-POINT NOT > WS-CUM-CENTS
               MOVE  "M"            TO   PT-SELECT(WS-POP-IDX)
               MOVE  WS-POINT       TO   PT-SELECT-REF(WS-POP-IDX)
               ADD  1               TO   WS-RES-PICKED
      *        A CHANGE LARGER THAN THE INTERVAL CAN HOLD MORE THAN
      *        ONE HIT -- IT IS STILL ONE ITEM
               PERFORM UNTIL WS-POINT > WS-CUM-CENTS
                   ADD  WS-INTERVAL TO   WS-POINT
               END-PERFORM
           END-IF.

      ******************************************************************
       TAKE-WHOLE-RESIDUAL.
      ******************************************************************
           SET  WS-WHOLE-RESIDUAL   TO   TRUE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-CNT
               MOVE  WS-RES-POP-IDX(WS-RES-IDX)   TO   WS-POP-IDX
               MOVE  WS-METHOD      TO   PT-SELECT(WS-POP-IDX)
               ADD  1               TO   WS-RES-PICKED
           END-PERFORM.

      ******************************************************************
       NEXT-RANDOM-NUMBER.
      ******************************************************************
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807.
           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS GIVING WS-RNG-QUOT
               REMAINDER WS-RNG-STATE.

      ******************************************************************
       NUMBER-SAMPLE-ITEMS.
      ******************************************************************
      *    SHEETS RUN IN RECORDED ORDER, KEY ITEMS AND SAMPLE ALIKE
           MOVE  ZERO               TO   WS-SEL-CNT.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-CNT
               IF  PT-SELECT(WS-POP-IDX) NOT = SPACE
                   ADD  1           TO   WS-SEL-CNT
                   MOVE  WS-SEL-CNT TO   PT-SHEET-NO(WS-POP-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       OPEN-SAMPLE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           IF  WS-METHOD-RANDOM
               MOVE  "RANDOM"       TO   WS-METHOD-TEXT
           ELSE
               MOVE  "MONETARY UNIT"     TO   WS-METHOD-TEXT
           END-IF.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "AUDITOR SAMPLE OF SALARY CHANGES -- COMPANY "
                  RUN-COMPANY " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  AS-FROM-DATE       TO   D-DATE.
           MOVE  AS-TO-DATE         TO   D-DATE-2.
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "PERIOD " D-DATE " TO " D-DATE-2
                  "  METHOD " WS-METHOD-TEXT
                  "  SEED " WS-SEED
                  "  PREPARED BY " WS-OPER-ID
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-SELECTION-RECORD.
      ******************************************************************
      *    EVERYTHING THE AUDITORS NEED TO SEE HOW THE ITEMS WERE
      *    CHOSEN, AND TO CHOOSE THEM AGAIN
           MOVE  "SELECTION RECORD" TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  AS-FROM-DATE       TO   D-DATE.
           MOVE  AS-TO-DATE         TO   D-DATE-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  AUDIT PERIOD        CHANGES RECORDED " D-DATE
                  " TO " D-DATE-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  COMPANY             " RUN-COMPANY " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  REQUESTED BY        " WS-REQUESTED-BY
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-AUDIT-START-DATE     TO   D-DATE.
           MOVE  WS-AUDIT-START-TIME     TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  PREPARED BY         " WS-OPER-ID
                  "  ON " D-DATE " " D-TIME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  POPULATION          EVERY EMP_HISTORY IMAGE IN T"
                  "HE PERIOD THAT MOVED AN EXISTING SALARY TO A DIFFER"
                  "ENT ONE"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                      (HIRES AND DELETIONS ARE NOT"
                  " CHANGES); VALUE = SIZE OF THE CHANGE, UP OR DOWN"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-POP-CNT         TO   D-COUNT.
           MOVE  WS-POP-VALUE       TO   D-AMOUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  POPULATION ITEMS    " D-COUNT
                  "   VALUE " D-AMOUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-THRESHOLD = ZERO
               MOVE  "  THRESHOLD           NONE -- NO KEY ITEMS"
                                    TO   PA-BUFFER
           ELSE
               MOVE  WS-THRESHOLD   TO   D-THRESHOLD
               STRING "  THRESHOLD           " D-THRESHOLD
                      "  -- EVERY CHANGE LARGER IS TAKEN AS A KEY ITEM"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE  WS-KEY-CNT         TO   D-COUNT.
           MOVE  WS-KEY-VALUE       TO   D-AMOUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  KEY ITEMS           " D-COUNT
                  "   VALUE " D-AMOUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-RES-CNT         TO   D-COUNT.
           MOVE  WS-RES-VALUE       TO   D-AMOUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  RESIDUAL ITEMS      " D-COUNT
                  "   VALUE " D-AMOUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  METHOD              " WS-METHOD " -- "
                  WS-METHOD-TEXT " SAMPLING OF THE RESIDUAL"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SAMPLE-SIZE     TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  SAMPLE SIZE         " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-SEED-FROM-CARD
               STRING "  SEED                " WS-SEED
                      "  (FROM THE CARD)"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "  SEED                " WS-SEED
                      "  (TAKEN FROM THE RUN CLOCK -- PUT IT ON THE C"
                      "ARD TO REPEAT THIS SELECTION)"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  GENERATOR           PARK-MILLER, EACH NUMBER IS "
                  "THE LAST TIMES 16807 MODULO 2147483647, STARTING F"
                  "ROM THE SEED"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE TRUE
               WHEN WS-WHOLE-RESIDUAL
                   STRING "  DRAW                SAMPLE SIZE COVERS T"
                          "HE WHOLE RESIDUAL -- EVERY ITEM IS TAKEN"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN WS-METHOD-RANDOM
                   MOVE  WS-DRAWS   TO   D-DRAW
                   STRING "  DRAW                " D-DRAW
                          " NUMBERS DRAWN; POSITION = NUMBER MODULO R"
                          "ESIDUAL ITEMS, PLUS 1; REPEATS DISCARDED"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN OTHER
                   COMPUTE WS-AMOUNT-WORK = WS-INTERVAL / 100
                   MOVE  WS-AMOUNT-WORK  TO   D-AMOUNT
                   COMPUTE WS-AMOUNT-WORK = WS-START-POINT / 100
                   MOVE  WS-AMOUNT-WORK  TO   D-AMOUNT-2
                   STRING "  DRAW                INTERVAL " D-AMOUNT
                          "  RANDOM START " D-AMOUNT-2
                          "  (FIRST NUMBER MODULO THE INTERVAL, IN SE"
                          "N)"
                       DELIMITED BY SIZE INTO PA-BUFFER
           END-EVALUATE.
           PERFORM PRINT-A-LINE.
           MOVE  WS-KEY-CNT         TO   D-COUNT.
           MOVE  WS-RES-PICKED      TO   D-COUNT-2.
           MOVE  WS-SEL-CNT         TO   D-COUNT-3.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  ITEMS TAKEN         " D-COUNT " KEY + "
                  D-COUNT-2 " SAMPLED = " D-COUNT-3
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  SELECTION FILE      " WS-ASEL-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  TO REPEAT           RUN AGAIN WITH THE SAME CARD"
                  ", SEED INCLUDED, OVER THE SAME EMP_HISTORY"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SELECTED-ITEMS.
      ******************************************************************
           MOVE  "ITEMS TAKEN"      TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "SHEET"            TO   PA-BUFFER(2:5).
           MOVE  "EMP"              TO   PA-BUFFER(10:3).
           MOVE  "CHANGED"          TO   PA-BUFFER(16:7).
           MOVE  "BEFORE"           TO   PA-BUFFER(34:6).
           MOVE  "AFTER"            TO   PA-BUFFER(49:5).
           MOVE  "CHANGE"           TO   PA-BUFFER(62:6).
           MOVE  "BY"               TO   PA-BUFFER(70:2).
           MOVE  "TAKEN AS"         TO   PA-BUFFER(80:8).
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-CNT
               IF  PT-SELECT(WS-POP-IDX) NOT = SPACE
                   PERFORM PRINT-SELECTED-LINE
               END-IF
           END-PERFORM.
           MOVE  WS-SEL-CNT         TO   WS-SECTION-ITEMS.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-SELECTED-LINE.
      ******************************************************************
           PERFORM SET-SELECT-TEXT.
           MOVE  PT-SHEET-NO(WS-POP-IDX)      TO   D-SHEET.
           MOVE  PT-CHG-DATE(WS-POP-IDX)      TO   D-DATE.
           MOVE  PT-OLD-SALARY(WS-POP-IDX)    TO   D-SALARY.
           MOVE  PT-NEW-SALARY(WS-POP-IDX)    TO   D-SALARY-2.
           COMPUTE WS-CHANGE-AMOUNT = PT-NEW-SALARY(WS-POP-IDX)
                                    - PT-OLD-SALARY(WS-POP-IDX).
           MOVE  WS-CHANGE-AMOUNT   TO   D-SALARY-3.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  " D-SHEET "   " PT-EMP-NO(WS-POP-IDX)
                  "  " D-DATE " " D-SALARY " " D-SALARY-2
                  " " D-SALARY-3 "  " PT-CHANGED-BY(WS-POP-IDX)
                  "  " WS-SELECT-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       SET-SELECT-TEXT.
      ******************************************************************
           MOVE  SPACES             TO   WS-SELECT-TEXT.
           EVALUATE TRUE
               WHEN PT-SELECT(WS-POP-IDX) = "K"
                   MOVE  "KEY ITEM, ABOVE THRESHOLD"
                                    TO   WS-SELECT-TEXT
               WHEN WS-WHOLE-RESIDUAL
                   MOVE  "SAMPLE, WHOLE RESIDUAL TAKEN"
                                    TO   WS-SELECT-TEXT
               WHEN PT-SELECT(WS-POP-IDX) = "R"
                   MOVE  PT-SELECT-REF(WS-POP-IDX)   TO   D-DRAW
                   STRING "RANDOM DRAW " D-DRAW
                       DELIMITED BY SIZE INTO WS-SELECT-TEXT
               WHEN OTHER
                   COMPUTE WS-AMOUNT-WORK =
                           PT-SELECT-REF(WS-POP-IDX) / 100
                   MOVE  WS-AMOUNT-WORK  TO   D-AMOUNT
                   STRING "MONETARY UNIT AT " D-AMOUNT
                       DELIMITED BY SIZE INTO WS-SELECT-TEXT
           END-EVALUATE.

      ******************************************************************
       PRINT-EVIDENCE-SHEET.
      ******************************************************************
      *    ONE PAGE PER ITEM: THE CHANGE, WHO MADE IT, WHERE IT CAME
      *    FROM AND WHETHER THE PAY SCALE ALLOWS IT
           MOVE  PT-EMP-NO(WS-POP-IDX)   TO   WS-EMP-NO-X.
           MOVE  "N"                TO   WS-ORIGIN-FOUND-FLAG.
           MOVE  ZERO               TO   WS-REQ-DATE.
           PERFORM SET-SELECT-TEXT.
           MOVE  PT-SHEET-NO(WS-POP-IDX) TO   D-SHEET.
           MOVE  WS-SEL-CNT         TO   D-SHEET-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "EVIDENCE SHEET " D-SHEET " OF " D-SHEET-2
                  "   EMPLOYEE " PT-EMP-NO(WS-POP-IDX)
                  "  " PT-NAME(WS-POP-IDX)
               DELIMITED BY SIZE INTO PA-BUFFER.
           MOVE  "AFTER"            TO   PA-WHEN.
           MOVE  "PAGE"             TO   PA-WHAT.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  TAKEN AS            " WS-SELECT-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  PT-CHG-DATE(WS-POP-IDX) TO   D-DATE.
           MOVE  PT-CHG-TIME(WS-POP-IDX) TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  PT-EFF-DATE(WS-POP-IDX) TO   D-DATE-2.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  PT-EFF-DATE(WS-POP-IDX) = ZERO
               STRING "  CHANGE RECORDED     " D-DATE " " D-TIME
                      "  NO SEPARATE EFFECTIVE DATE"
                   DELIMITED BY SIZE INTO PA-BUFFER
           ELSE
               STRING "  CHANGE RECORDED     " D-DATE " " D-TIME
                      "  EFFECTIVE " D-DATE-2
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "SALARY  GRADE  STEP  DEPT"  TO   PA-BUFFER(28:).
           PERFORM PRINT-A-LINE.
           MOVE  PT-OLD-SALARY(WS-POP-IDX)    TO   D-SALARY.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  BEFORE            " D-SALARY
                  "     " PT-OLD-GRADE(WS-POP-IDX)
                  "    " PT-OLD-STEP(WS-POP-IDX)
                  "   " PT-OLD-DEPT(WS-POP-IDX)
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  PT-NEW-SALARY(WS-POP-IDX)    TO   D-SALARY.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  AFTER             " D-SALARY
                  "     " PT-NEW-GRADE(WS-POP-IDX)
                  "    " PT-NEW-STEP(WS-POP-IDX)
                  "   " PT-NEW-DEPT(WS-POP-IDX)
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           COMPUTE WS-CHANGE-AMOUNT = PT-NEW-SALARY(WS-POP-IDX)
                                    - PT-OLD-SALARY(WS-POP-IDX).
           COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / PT-OLD-SALARY(WS-POP-IDX)
               ON SIZE ERROR
                   MOVE  9999.99    TO   WS-CHANGE-PCT
           END-COMPUTE.
           MOVE  WS-CHANGE-AMOUNT   TO   D-SALARY.
           MOVE  WS-CHANGE-PCT      TO   D-PCT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  CHANGE            " D-SALARY
                  "  (" D-PCT " PERCENT)"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  ENTERED BY          " PT-CHANGED-BY(WS-POP-IDX)
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  PT-APPROVED-BY(WS-POP-IDX) = SPACES
               MOVE  "  APPROVED BY         NONE RECORDED ON THE CHANGE"
                                    TO   PA-BUFFER
           ELSE
               STRING "  APPROVED BY         "
                      PT-APPROVED-BY(WS-POP-IDX)
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           PERFORM SET-ORIGIN-KIND.

           PERFORM PRINT-APPROVAL-EVIDENCE.
           PERFORM PRINT-SESSION-EVIDENCE.
           PERFORM PRINT-TRANSACTION-EVIDENCE.
           PERFORM PRINT-PAY-SCALE-CHECK.
           PERFORM PRINT-EVIDENCE-NOTES.
           IF  WS-ASEL-OK
               PERFORM WRITE-SELECTION-ITEM
           END-IF.

      ******************************************************************
       SET-ORIGIN-KIND.
      ******************************************************************
      *    THE BATCH WRITERS OF EMP_HISTORY STAMP THEIR OWN NAME AS
      *    CHANGED_BY; ANYTHING ELSE IS AN OPERATOR AT A SCREEN
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE PT-CHANGED-BY(WS-POP-IDX)
               WHEN "EMPTRANS"
                   MOVE  "T"        TO   WS-ORIGIN-KIND
                   STRING "  ORIGIN              BATCH TRANSACTION APP"
                          "LIED BY EMPTRANS"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN "SALADJ"
               WHEN "REORG"
               WHEN "EMPHRSYN"
                   MOVE  "B"        TO   WS-ORIGIN-KIND
                   STRING "  ORIGIN              BATCH RUN OF "
                          PT-CHANGED-BY(WS-POP-IDX)
                          " -- SEE ITS AUDIT-TRAIL ENTRY FOR THE DAY"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN OTHER
                   MOVE  "S"        TO   WS-ORIGIN-KIND
                   STRING "  ORIGIN              SCREEN SESSION OF OPE"
                          "RATOR " PT-CHANGED-BY(WS-POP-IDX)
                       DELIMITED BY SIZE INTO PA-BUFFER
           END-EVALUATE.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-APPROVAL-EVIDENCE.
      ******************************************************************
      *    THE QUEUE ENTRY FOR THE SAME EMPLOYEE AND THE SAME BEFORE
      *    AND AFTER SALARY, WHATEVER BECAME OF IT -- ITS REQUEST DATE
      *    IS WHEN THE SCREEN SESSION THAT RAISED IT TOOK PLACE
           MOVE  "SALARY APPROVAL QUEUE (SALAPPR.PND)"
                                    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT APPR-FILE.
           IF  WS-APPR-OK
               PERFORM UNTIL NOT WS-APPR-OK
                   READ APPR-FILE
                   IF  WS-APPR-OK
                   AND SA-EMP-NO = PT-EMP-NO(WS-POP-IDX)
                   AND SA-REQ-KIND NOT = "H"
                   AND SA-OLD-SALARY = PT-OLD-SALARY(WS-POP-IDX)
                   AND SA-NEW-SALARY = PT-NEW-SALARY(WS-POP-IDX)
                       PERFORM PRINT-APPROVAL-ENTRY
                   END-IF
               END-PERFORM
               CLOSE APPR-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-APPROVAL-ENTRY.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           MOVE  SA-REQ-DATE        TO   WS-REQ-DATE.
           EVALUATE SA-STATUS
               WHEN "P"
                   MOVE  "PENDING"  TO   WS-MARK-TEXT
               WHEN "A"
                   MOVE  "APPROVED" TO   WS-MARK-TEXT
               WHEN "R"
                   MOVE  "REJECTED" TO   WS-MARK-TEXT
               WHEN OTHER
                   MOVE  SA-STATUS  TO   WS-MARK-TEXT
           END-EVALUATE.
           MOVE  SA-REQ-DATE        TO   D-DATE.
           MOVE  SA-REQ-TIME        TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  " WS-MARK-TEXT " REQUESTED " D-DATE " " D-TIME
                  " BY " SA-REQ-BY "  DECIDED BY " SA-APPR-BY
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SESSION-EVIDENCE.
      ******************************************************************
      *    EVERY SESSION RECORD ON THE EMPLOYEE ON THE DAY THE CHANGE
      *    WAS RECORDED OR REQUESTED; A CORRECT BY THE ENTERING
      *    OPERATOR IS THE ORIGINATING ONE
           MOVE  "SCREEN SESSIONS (SESSLOG.DAT)" TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           OPEN INPUT SESS-FILE.
           IF  WS-SESS-OK
               PERFORM UNTIL NOT WS-SESS-OK
                   READ SESS-FILE
                   IF  WS-SESS-OK
                   AND SE-EMP-NO = WS-EMP-NO-X
                   AND (SE-DATE = PT-CHG-DATE(WS-POP-IDX)
                        OR SE-DATE = WS-REQ-DATE)
                       PERFORM PRINT-SESSION-ENTRY
                   END-IF
               END-PERFORM
               CLOSE SESS-FILE
           END-IF.
           PERFORM PRINT-SECTION-COUNT.

      ******************************************************************
       PRINT-SESSION-ENTRY.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           MOVE  SPACES             TO   WS-MARK-TEXT.
           IF  WS-ORIGIN-SCREEN
           AND SE-OPER-ID = PT-CHANGED-BY(WS-POP-IDX)
           AND SE-FUNCTION = "CORRECT"
               SET  WS-ORIGIN-FOUND TO   TRUE
               MOVE  "<-- ORIGIN"   TO   WS-MARK-TEXT
           END-IF.
           MOVE  SE-DATE            TO   D-DATE.
           MOVE  SE-TIME            TO   WS-TIME-WORK.
           PERFORM SET-DISPLAY-TIME.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  " D-DATE " " D-TIME
                  "  OPERATOR " SE-OPER-ID
                  "  " SE-FUNCTION "  " SE-DISP "  " WS-MARK-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-TRANSACTION-EVIDENCE.
      ******************************************************************
      *    THE CHANGE LINES FOR THE EMPLOYEE ON THE APPLIED/REJECTED
      *    REPORT OF THE LATEST EMPTRANS RUN
           MOVE  SPACES             TO   WS-SECTION-TITLE.
           STRING "BATCH TRANSACTIONS (" DELIMITED BY SIZE
                  WS-TRPT-NAME DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           IF  NOT WS-ORIGIN-TRANSACTION
               MOVE  "  NOT A BATCH TRANSACTION"  TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           ELSE
               OPEN INPUT TRPT-FILE
               IF  WS-TRPT-OK
                   PERFORM UNTIL NOT WS-TRPT-OK
                       READ TRPT-FILE
                       IF  WS-TRPT-OK
                       AND TP-CODE = "C"
                       AND TP-EMP-NO = WS-EMP-NO-X
                           PERFORM PRINT-TRANSACTION-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE TRPT-FILE
               END-IF
               IF  WS-SECTION-ITEMS = ZERO
                   MOVE  SPACES     TO   PA-BUFFER
                   STRING "  NO CHANGE LINE FOR THE EMPLOYEE -- THE R"
                          "EPORT HOLDS THE LATEST EMPTRANS RUN ONLY"
                       DELIMITED BY SIZE INTO PA-BUFFER
                   PERFORM PRINT-A-LINE
               ELSE
                   PERFORM PRINT-SECTION-COUNT
               END-IF
           END-IF.

      ******************************************************************
       PRINT-TRANSACTION-ENTRY.
      ******************************************************************
           ADD  1                   TO   WS-SECTION-ITEMS.
           MOVE  SPACES             TO   WS-MARK-TEXT.
           IF  TP-DISP = "APPLIED" OR TP-DISP = "QUEUED"
               SET  WS-ORIGIN-FOUND TO   TRUE
               MOVE  "<-- ORIGIN"   TO   WS-MARK-TEXT
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  " TP-CODE " " TP-EMP-NO "  " TP-DISP
                  " " TP-REASON " " TP-REASON-TEXT
                  "  BATCH " TP-BATCH-ID "  " WS-MARK-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-PAY-SCALE-CHECK.
      ******************************************************************
      *    THE NEW SALARY AGAINST THE GRID VERSION IN FORCE ON THE
      *    EFFECTIVE DATE (THE DAY IT WAS RECORDED WHEN THERE IS NONE)
           MOVE  "PAY SCALE CHECK (SALGRDCK)"    TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE  PT-NEW-SALARY(WS-POP-IDX)    TO   WS-CHK-SALARY.
           IF  PT-EFF-DATE(WS-POP-IDX) = ZERO
               MOVE  PT-CHG-DATE(WS-POP-IDX)  TO   WS-GRID-EFF-DATE
           ELSE
               MOVE  PT-EFF-DATE(WS-POP-IDX)  TO   WS-GRID-EFF-DATE
           END-IF.
           CALL "SALGRDCK" USING WS-CHK-SALARY, WS-GRID-RESULT,
                                  WS-GRID-GRADE, WS-GRID-STEP,
                                  WS-GRID-EFF-DATE.
           MOVE  WS-GRID-RESULT     TO   PT-GRDCK-RESULT(WS-POP-IDX).
           MOVE  WS-GRID-EFF-DATE   TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE TRUE
               WHEN WS-GRID-RESULT = "N"
                   STRING "  NOT ACCEPTED -- OFF THE PAY SCALE FOR GR"
                          "ADE " WS-GRID-GRADE " ON THE GRID IN FORCE"
                          " ON " D-DATE
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN WS-GRID-GRADE = ZERO
                   STRING "  ACCEPTED -- NO GRID IN FORCE ON " D-DATE
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN OTHER
                   STRING "  ACCEPTED -- GRADE " WS-GRID-GRADE
                          " STEP " WS-GRID-STEP
                          " ON THE GRID IN FORCE ON " D-DATE
                       DELIMITED BY SIZE INTO PA-BUFFER
           END-EVALUATE.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-EVIDENCE-NOTES.
      ******************************************************************
           MOVE  "EVIDENCE NOTES"   TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           IF  NOT WS-ORIGIN-BATCH AND NOT WS-ORIGIN-FOUND
               MOVE  "Y"            TO   PT-EXCEPTION(WS-POP-IDX)
                                         PT-ORIGIN-GAP(WS-POP-IDX)
               ADD  1               TO   WS-SECTION-ITEMS
               MOVE  SPACES         TO   PA-BUFFER
               IF  WS-ORIGIN-SCREEN
                   STRING "  EXCEPTION: NO CORRECT SESSION BY THE ENT"
                          "ERING OPERATOR FOUND ON SESSLOG.DAT"
                       DELIMITED BY SIZE INTO PA-BUFFER
               ELSE
                   STRING "  EXCEPTION: NO APPLIED OR QUEUED TRANSACT"
                          "ION FOUND ON THE EMPTRANS REPORT"
                       DELIMITED BY SIZE INTO PA-BUFFER
               END-IF
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-GRID-RESULT = "N"
               MOVE  "Y"            TO   PT-EXCEPTION(WS-POP-IDX)
               ADD  1               TO   WS-SECTION-ITEMS
               MOVE  "  EXCEPTION: NEW SALARY IS OFF THE PAY SCALE"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
      *    A DIFFERENT PLACEMENT IS WORTH A QUESTION, NOT A FINDING
           IF  WS-GRID-RESULT NOT = "N"
           AND WS-GRID-GRADE NOT = ZERO
           AND PT-NEW-GRADE(WS-POP-IDX) NOT = ZERO
           AND PT-NEW-GRADE(WS-POP-IDX) NOT = WS-GRID-GRADE
               ADD  1               TO   WS-SECTION-ITEMS
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  NOTE: RECORDED GRADE "
                      PT-NEW-GRADE(WS-POP-IDX)
                      " DIFFERS FROM THE SCALE PLACEMENT, GRADE "
                      WS-GRID-GRADE
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  PT-EXCEPTION(WS-POP-IDX) = "Y"
               ADD  1               TO   WS-EXCEPTION-CNT
           END-IF.
           IF  WS-SECTION-ITEMS = ZERO
               MOVE  "  NONE -- ORIGIN CORROBORATED, AMOUNT ON SCALE"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-EXCEPTION-SUMMARY.
      ******************************************************************
           MOVE  "SELECTION SUMMARY"     TO   PA-BUFFER.
           MOVE  "AFTER"            TO   PA-WHEN.
           MOVE  "PAGE"             TO   PA-WHAT.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SEL-CNT         TO   D-COUNT.
           MOVE  WS-EXCEPTION-CNT   TO   D-COUNT-2.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  EVIDENCE SHEETS " D-COUNT
                  "   WITH EXCEPTIONS " D-COUNT-2
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "SHEETS WITH EXCEPTIONS"     TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-CNT
               IF  PT-EXCEPTION(WS-POP-IDX) = "Y"
                   ADD  1           TO   WS-SECTION-ITEMS
                   MOVE  PT-SHEET-NO(WS-POP-IDX)  TO   D-SHEET
                   MOVE  PT-CHG-DATE(WS-POP-IDX)  TO   D-DATE
                   MOVE  SPACES     TO   PA-BUFFER
                   STRING "  SHEET " D-SHEET
                          "  EMPLOYEE " PT-EMP-NO(WS-POP-IDX)
                          "  CHANGED " D-DATE
                          "  BY " PT-CHANGED-BY(WS-POP-IDX)
                       DELIMITED BY SIZE INTO PA-BUFFER
                   IF  PT-ORIGIN-GAP(WS-POP-IDX) = "Y"
                       MOVE  "ORIGIN NOT CORROBORATED"
                                    TO   PA-BUFFER(65:23)
                   END-IF
                   IF  PT-GRDCK-RESULT(WS-POP-IDX) = "N"
                       MOVE  "OFF PAY SCALE"  TO   PA-BUFFER(90:13)
                   END-IF
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM.
           PERFORM PRINT-SECTION-COUNT.
           MOVE  "END OF SELECTION" TO   WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.

      ******************************************************************
       WRITE-SELECTION-HEADER.
      ******************************************************************
           MOVE  SPACES             TO   ASEL-HEAD-REC.
           MOVE  "H"                TO   AH-REC-TYPE.
           MOVE  AS-FROM-DATE       TO   AH-FROM-DATE.
           MOVE  AS-TO-DATE         TO   AH-TO-DATE.
           MOVE  WS-METHOD          TO   AH-METHOD.
           MOVE  WS-SAMPLE-SIZE     TO   AH-SAMPLE-SIZE.
           MOVE  WS-SEED            TO   AH-SEED.
           MOVE  WS-THRESHOLD       TO   AH-THRESHOLD.
           MOVE  WS-POP-CNT         TO   AH-POP-CNT.
           MOVE  WS-POP-VALUE       TO   AH-POP-VALUE.
           MOVE  RUN-COMPANY        TO   AH-COMPANY.
           MOVE  WS-AUDIT-START-DATE     TO   AH-RUN-DATE.
           MOVE  WS-AUDIT-START-TIME     TO   AH-RUN-TIME.
           MOVE  WS-OPER-ID         TO   AH-OPER-ID.
           WRITE ASEL-HEAD-REC.

      ******************************************************************
       WRITE-SELECTION-ITEM.
      ******************************************************************
           MOVE  SPACES             TO   ASEL-ITEM-REC.
           MOVE  "S"                TO   AI-REC-TYPE.
           MOVE  PT-SHEET-NO(WS-POP-IDX)      TO   AI-SHEET-NO.
           MOVE  PT-EMP-NO(WS-POP-IDX)        TO   AI-EMP-NO.
           MOVE  PT-CHG-DATE(WS-POP-IDX)      TO   AI-CHG-DATE.
           MOVE  PT-CHG-TIME(WS-POP-IDX)      TO   AI-CHG-TIME.
           MOVE  PT-OLD-SALARY(WS-POP-IDX)    TO   AI-OLD-SALARY.
           MOVE  PT-NEW-SALARY(WS-POP-IDX)    TO   AI-NEW-SALARY.
           MOVE  PT-SELECT(WS-POP-IDX)        TO   AI-SELECT.
           MOVE  PT-SELECT-REF(WS-POP-IDX)    TO   AI-SELECT-REF.
           MOVE  PT-GRDCK-RESULT(WS-POP-IDX)  TO   AI-GRDCK-RESULT.
           IF  PT-EXCEPTION(WS-POP-IDX) = "Y"
               MOVE  "Y"            TO   AI-EXCEPTION
           ELSE
               MOVE  "N"            TO   AI-EXCEPTION
           END-IF.
           IF  PT-ORIGIN-GAP(WS-POP-IDX) = "Y"
               MOVE  "Y"            TO   AI-ORIGIN-GAP
           ELSE
               MOVE  "N"            TO   AI-ORIGIN-GAP
           END-IF.
           WRITE ASEL-ITEM-REC.

      ******************************************************************
       PRINT-SECTION-HEADING.
      ******************************************************************
           MOVE  ZERO               TO   WS-SECTION-ITEMS.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SECTION-TITLE   TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-SECTION-COUNT.
      ******************************************************************
           MOVE  WS-SECTION-ITEMS   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-SECTION-ITEMS = ZERO
               MOVE  "  NOTHING FOUND"   TO   PA-BUFFER
           ELSE
               STRING "  " D-COUNT " ITEM(S)"
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       SET-DISPLAY-TIME.
      ******************************************************************
           MOVE  WS-TIME-HH         TO   D-TIME-HH.
           MOVE  WS-TIME-MM         TO   D-TIME-MM.
           MOVE  WS-TIME-SS         TO   D-TIME-SS.

      ******************************************************************
       PRINT-BLANK-LINE.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           ADD  1                   TO   WS-LINES-PRINTED.
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
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
      *    THE TRANSACTION REPORT, THE SELECTION FILE AND THE SPOOL ARE
      *    THE RUN COMPANY'S; THE APPROVAL QUEUE AND THE SESSION LOG
      *    ARE SHARED BY THE GROUP
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** AUDSAMPL: SAMPLING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-TRPT-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TRPT-NAME
               MOVE  WS-ASEL-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ASEL-NAME
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
                                  WS-SEL-CNT, WS-AUDIT-STATUS.
      ******************************************************************
