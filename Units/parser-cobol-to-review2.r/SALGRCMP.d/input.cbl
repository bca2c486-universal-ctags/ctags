      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SALGRCMP --- salary-grid comparison for management sign-off
      *               before a new scale takes effect: two versions
      *               of SALGRID.DAT side by side, grade by grade and
      *               step by step, with the old and new amount, the
      *               change and the percentage.  The new grid is the
      *               version in force on GRIDCMP-NEW-DATE (the latest
      *               on file when none is set), the old one the
      *               version in force on GRIDCMP-OLD-DATE (the
      *               version the new one replaces when none is set).
      *               A grade on only one side is shown as added or
      *               dropped, and a step cut or a dropped grade ends
      *               the run in a warning -- neither is ever routine.
      *               The report closes with a sign-off block.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SALGRCMP.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PAY-SCALE GRID -- SAME FILE AND SHAPE SALGRDCK LOADS
           SELECT GRID-FILE        ASSIGN TO "SALGRID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  GRID-FILE.
       01  GRID-REC.
           05  GR-GRADE            PIC  9(02).
           05  GR-STEP-GROUP       OCCURS 10.
               10  FILLER          PIC  X.
               10  GR-STEP-AMT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
      *    VERSION LINE AHEAD OF EACH GRID (SEE SALGRDCK)
       01  GRID-VERSION-REC.
           05  GV-TAG              PIC  X(07).
           05  FILLER              PIC  X.
           05  GV-EFF-DATE         PIC  X(08).
           05  FILLER              PIC  X.
           05  GV-LABEL            PIC  X(40).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SALGRCMP".
       01  WS-GRID-STATUS          PIC  X(02).
           88  WS-GRID-OK          VALUE "00".
           88  WS-GRID-EOF         VALUE "10".
      *    GRID VERSION TAKEN -- THE LATEST EFFECTIVE ON OR BEFORE
      *    WS-GRID-AS-OF, AS SALGRDCK PICKS IT
       01  WS-GRID-AS-OF           PIC  9(08).
       01  WS-GRID-VER-DATE        PIC  9(08) VALUE ZERO.
       01  WS-GRID-VER-LABEL       PIC  X(40) VALUE SPACES.
       01  WS-GRID-TAKE-FLAG       PIC  X     VALUE "Y".
           88  WS-GRID-TAKING      VALUE "Y".
       01  WS-CHECK-GV             PIC  9(08).
       01  WS-CHECK-GV-X           REDEFINES WS-CHECK-GV
                                   PIC  X(08).
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    AS-OF DATES THAT PICK THE TWO VERSIONS (SPACES = DEFAULT)
       01  WS-NEW-AS-OF            PIC  9(08) VALUE 99999999.
       01  WS-OLD-AS-OF-X          PIC  X(08) VALUE SPACES.
      *    THE GRID AS LOADED, THEN KEPT AS THE OLD AND NEW SIDES --
      *    GRADES DOWN, STEPS ACROSS, THE SAME SHAPE SALGRDCK CARRIES
       01  WS-GRID-TABLE.
           05  WS-GRID-CNT         PIC  9(02) VALUE ZERO.
           05  WS-G-GRADE-ENTRY    OCCURS 10.
               10  WS-G-GRADE      PIC  9(02).
               10  WS-G-STEP       OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-OLD-GRID.
           05  WS-OG-CNT           PIC  9(02) VALUE ZERO.
           05  WS-OG-GRADE-ENTRY   OCCURS 10.
               10  WS-OG-GRADE     PIC  9(02).
               10  WS-OG-STEP      OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-OLD-VER-DATE         PIC  9(08) VALUE ZERO.
       01  WS-OLD-VER-LABEL        PIC  X(40) VALUE SPACES.
       01  WS-NEW-GRID.
           05  WS-NG-CNT           PIC  9(02) VALUE ZERO.
           05  WS-NG-GRADE-ENTRY   OCCURS 10.
               10  WS-NG-GRADE     PIC  9(02).
               10  WS-NG-STEP      OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-NEW-VER-DATE         PIC  9(08) VALUE ZERO.
       01  WS-NEW-VER-LABEL        PIC  X(40) VALUE SPACES.
       01  WS-S-IDX                PIC  9(02).
       01  WS-OG-IDX               PIC  9(02).
       01  WS-NG-IDX               PIC  9(02).
       01  WS-OLD-HIT              PIC  9(02) VALUE ZERO.
       01  WS-NEW-HIT              PIC  9(02) VALUE ZERO.
       01  WS-STEP-CHANGE          PIC S9(07)V9(02) VALUE ZERO.
       01  WS-STEP-PCT             PIC S9(05)V9(02) VALUE ZERO.
       01  WS-CMP-COUNTS.
           05  WS-STEPS-COMPARED   PIC  9(06) VALUE ZERO.
           05  WS-STEPS-RAISED     PIC  9(06) VALUE ZERO.
           05  WS-STEPS-LOWERED    PIC  9(06) VALUE ZERO.
           05  WS-STEPS-UNCHANGED  PIC  9(06) VALUE ZERO.
           05  WS-GRADES-ADDED     PIC  9(06) VALUE ZERO.
           05  WS-GRADES-DROPPED   PIC  9(06) VALUE ZERO.
       01  D-CMP-LINE.
           05  D-CL-GRADE          PIC  9(02).
           05  FILLER              PIC  X(02).
           05  D-CL-STEP           PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-CL-OLD            PIC  --,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-NEW            PIC  --,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-CHANGE         PIC  --,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-PCT            PIC  ---9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-NOTE           PIC  X(13).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
           COPY "PRNPARM.CPY".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SALGRCMP STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
      *    THE NEW SIDE FIRST -- THE OLD SIDE'S DEFAULT DEPENDS ON IT
           MOVE  WS-NEW-AS-OF       TO   WS-GRID-AS-OF.
           PERFORM LOAD-SALARY-GRID.
           MOVE  WS-GRID-TABLE      TO   WS-NEW-GRID.
           MOVE  WS-GRID-VER-DATE   TO   WS-NEW-VER-DATE.
           MOVE  WS-GRID-VER-LABEL  TO   WS-NEW-VER-LABEL.
           IF  WS-OLD-AS-OF-X NUMERIC
               MOVE  WS-OLD-AS-OF-X TO   WS-GRID-AS-OF
           ELSE
      *        THE DAY BEFORE THE NEW VERSION TOOK EFFECT, AS A BOUND
      *        -- THE LATEST VERSION DATED BELOW THE NEW ONE
               IF  WS-NEW-VER-DATE > ZERO
                   COMPUTE WS-GRID-AS-OF = WS-NEW-VER-DATE - 1
               ELSE
                   MOVE  ZERO       TO   WS-GRID-AS-OF
               END-IF
           END-IF.
           PERFORM LOAD-SALARY-GRID.
           MOVE  WS-GRID-TABLE      TO   WS-OLD-GRID.
           MOVE  WS-GRID-VER-DATE   TO   WS-OLD-VER-DATE.
           MOVE  WS-GRID-VER-LABEL  TO   WS-OLD-VER-LABEL.

           IF  WS-NG-CNT = ZERO OR WS-OG-CNT = ZERO
            OR WS-OLD-VER-DATE = WS-NEW-VER-DATE
               DISPLAY "*** SALGRCMP: SALGRID.DAT DOES NOT HOLD TWO "
                       "VERSIONS TO COMPARE ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-COMPARE-SPOOL.
      *    EVERY GRADE ON THE NEW GRID, THEN ANY THE NEW GRID DROPS
           PERFORM VARYING WS-NG-IDX FROM 1 BY 1
                   UNTIL WS-NG-IDX > WS-NG-CNT
               PERFORM COMPARE-NEW-GRADE
           END-PERFORM.
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                   UNTIL WS-OG-IDX > WS-OG-CNT
               PERFORM CHECK-DROPPED-GRADE
           END-PERFORM.
           PERFORM PRINT-COMPARE-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** SALGRCMP FINISHED -- STEPS RAISED: "
                   WS-STEPS-RAISED "  LOWERED: " WS-STEPS-LOWERED
                   "  UNCHANGED: " WS-STEPS-UNCHANGED " ***".
           IF  (WS-STEPS-LOWERED NOT = ZERO
            OR  WS-GRADES-DROPPED NOT = ZERO)
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "WARN"
               MOVE 4                TO   RETURN-CODE
           ELSE
               MOVE 0                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       LOAD-SALARY-GRID.
      ******************************************************************
      *    ONE VERSION PER PASS -- THE FILE IS READ AGAIN FOR EACH SIDE
           MOVE  ZERO               TO   WS-GRID-CNT WS-GRID-VER-DATE.
           MOVE  SPACES             TO   WS-GRID-VER-LABEL.
           MOVE  "Y"                TO   WS-GRID-TAKE-FLAG.
           OPEN INPUT GRID-FILE.
           IF  WS-GRID-OK
               PERFORM UNTIL WS-GRID-EOF
                   READ GRID-FILE
                       AT END
                           SET WS-GRID-EOF TO TRUE
                       NOT AT END
                           IF  GV-TAG = "VERSION"
                               PERFORM START-GRID-VERSION
                           END-IF
                           IF  GV-TAG NOT = "VERSION"
                           AND WS-GRID-TAKING AND WS-GRID-CNT < 10
                               ADD  1   TO   WS-GRID-CNT
                               MOVE GR-GRADE  TO
                                    WS-G-GRADE(WS-GRID-CNT)
                               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                                       UNTIL WS-S-IDX > 10
                                   MOVE GR-STEP-AMT(WS-S-IDX)  TO
                                        WS-G-STEP(WS-GRID-CNT,
                                                  WS-S-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRID-FILE
           END-IF.

      ******************************************************************
       START-GRID-VERSION.
      ******************************************************************
      *    A VERSION IN FORCE ON THE AS-OF DATE AND LATER THAN THE ONE
      *    TAKEN SO FAR REPLACES IT; ANY OTHER VERSION'S ROWS ARE
      *    SKIPPED.  A VERSION LINE WITH NO REAL DATE COUNTS AS IN
      *    FORCE FROM THE BEGINNING
           MOVE  "N"                TO   WS-GRID-TAKE-FLAG.
           MOVE  GV-EFF-DATE        TO   WS-CHECK-GV-X.
           IF  WS-CHECK-GV NOT NUMERIC
               MOVE  ZERO           TO   WS-CHECK-GV
           END-IF.
           IF  WS-CHECK-GV NOT > WS-GRID-AS-OF
           AND (WS-CHECK-GV > WS-GRID-VER-DATE OR WS-GRID-CNT = ZERO)
               SET  WS-GRID-TAKING  TO   TRUE
               MOVE  WS-CHECK-GV    TO   WS-GRID-VER-DATE
               MOVE  GV-LABEL       TO   WS-GRID-VER-LABEL
               MOVE  ZERO           TO   WS-GRID-CNT
           END-IF.

      ******************************************************************
       OPEN-COMPARE-SPOOL.
      ******************************************************************
           MOVE  "./salgrcmp.dat"   TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING, SO A LINE
      *    PASSED ON IT WOULD BE LOST (SEE TEST-PRINTER)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "SALARY GRID COMPARISON -- FOR SIGN-OFF"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "OLD: VERSION EFFECTIVE " WS-OLD-VER-DATE
                  "  " WS-OLD-VER-LABEL
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "NEW: VERSION EFFECTIVE " WS-NEW-VER-DATE
                  "  " WS-NEW-VER-LABEL
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "GR  ST     OLD AMOUNT     NEW AMOUNT         CHANGE"
                                    TO   PA-BUFFER.
           MOVE  "    PCT"          TO   PA-BUFFER(54:7).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       COMPARE-NEW-GRADE.
      ******************************************************************
      *    THE SAME GRADE ON THE OLD GRID, IF IT WAS THERE
           MOVE  ZERO               TO   WS-OLD-HIT.
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                   UNTIL WS-OG-IDX > WS-OG-CNT
                      OR WS-OLD-HIT > ZERO
               IF  WS-OG-GRADE(WS-OG-IDX) = WS-NG-GRADE(WS-NG-IDX)
                   MOVE  WS-OG-IDX  TO   WS-OLD-HIT
               END-IF
           END-PERFORM.
           IF  WS-OLD-HIT = ZERO
               ADD  1               TO   WS-GRADES-ADDED
           END-IF.
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > 10
               MOVE  SPACES                      TO   D-CMP-LINE
               MOVE  WS-NG-GRADE(WS-NG-IDX)      TO   D-CL-GRADE
               MOVE  WS-S-IDX                    TO   D-CL-STEP
               MOVE  WS-NG-STEP(WS-NG-IDX, WS-S-IDX)  TO   D-CL-NEW
               IF  WS-OLD-HIT = ZERO
                   MOVE  "GRADE ADDED"           TO   D-CL-NOTE
               ELSE
                   PERFORM COMPARE-ONE-STEP
               END-IF
               MOVE  D-CMP-LINE                  TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-PERFORM.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       COMPARE-ONE-STEP.
      ******************************************************************
           ADD  1                   TO   WS-STEPS-COMPARED.
           MOVE  WS-OG-STEP(WS-OLD-HIT, WS-S-IDX)  TO   D-CL-OLD.
           COMPUTE WS-STEP-CHANGE =
                   WS-NG-STEP(WS-NG-IDX, WS-S-IDX)
                 - WS-OG-STEP(WS-OLD-HIT, WS-S-IDX).
           MOVE  WS-STEP-CHANGE     TO   D-CL-CHANGE.
           IF  WS-OG-STEP(WS-OLD-HIT, WS-S-IDX) NOT = ZERO
               COMPUTE WS-STEP-PCT ROUNDED =
                       WS-STEP-CHANGE * 100
                     / WS-OG-STEP(WS-OLD-HIT, WS-S-IDX)
               MOVE  WS-STEP-PCT    TO   D-CL-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-STEP-CHANGE > ZERO
                   ADD  1           TO   WS-STEPS-RAISED
               WHEN WS-STEP-CHANGE < ZERO
                   ADD  1           TO   WS-STEPS-LOWERED
                   MOVE  "** CUT **" TO  D-CL-NOTE
               WHEN OTHER
                   ADD  1           TO   WS-STEPS-UNCHANGED
                   MOVE  "UNCHANGED" TO  D-CL-NOTE
           END-EVALUATE.

      ******************************************************************
       CHECK-DROPPED-GRADE.
      ******************************************************************
      *    A GRADE THE NEW GRID NO LONGER CARRIES -- ANYONE STILL IN
      *    IT WILL FALL OFF SCALE WHEN THE NEW GRID TAKES EFFECT
           MOVE  ZERO               TO   WS-NEW-HIT.
           PERFORM VARYING WS-NG-IDX FROM 1 BY 1
                   UNTIL WS-NG-IDX > WS-NG-CNT
                      OR WS-NEW-HIT > ZERO
               IF  WS-NG-GRADE(WS-NG-IDX) = WS-OG-GRADE(WS-OG-IDX)
                   MOVE  WS-NG-IDX  TO   WS-NEW-HIT
               END-IF
           END-PERFORM.
           IF  WS-NEW-HIT = ZERO
               ADD  1               TO   WS-GRADES-DROPPED
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > 10
                   MOVE  SPACES                  TO   D-CMP-LINE
                   MOVE  WS-OG-GRADE(WS-OG-IDX)  TO   D-CL-GRADE
                   MOVE  WS-S-IDX                TO   D-CL-STEP
                   MOVE  WS-OG-STEP(WS-OG-IDX, WS-S-IDX)
                                                 TO   D-CL-OLD
                   MOVE  "GRADE DROPPED"         TO   D-CL-NOTE
                   MOVE  D-CMP-LINE              TO   PA-BUFFER
                   PERFORM PRINT-A-LINE
               END-PERFORM
               MOVE  SPACES         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       PRINT-COMPARE-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "STEPS RAISED: " WS-STEPS-RAISED
                  "  LOWERED: " WS-STEPS-LOWERED
                  "  UNCHANGED: " WS-STEPS-UNCHANGED
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "GRADES ADDED: " WS-GRADES-ADDED
                  "  DROPPED: " WS-GRADES-DROPPED
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "APPROVED BY: ______________________   DATE: ________"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
      *    GRIDCMP-NEW-DATE / GRIDCMP-OLD-DATE PICK THE VERSIONS IN
      *    FORCE ON THOSE DATES
           MOVE  "GRIDCMP-NEW-DATE" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:8) NUMERIC
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-NEW-AS-OF
           END-IF.
           MOVE  "GRIDCMP-OLD-DATE" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:8) NUMERIC
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-OLD-AS-OF-X
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.

      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-STEPS-COMPARED, WS-AUDIT-STATUS.
      ******************************************************************
