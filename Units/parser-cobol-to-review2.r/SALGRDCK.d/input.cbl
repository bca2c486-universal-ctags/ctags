      *               G1-TABLE/G1-ROW).  INSERTTBL, EMPMAINT and
      *               EMPTRANS call it so an off-scale value is
      *               rejected with the grade it was checked against.
      *               SALGRID.DAT carries every grid version, each
      *               opened by a VERSION line with its effective-from
      *               date; a salary is checked against the version in
      *               force on the caller's effective date (zero =
      *               today), so a correction or retroactive item dated
      *               before a scale revision is still checked against
      *               the scale it belongs to.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               10  FILLER          PIC  X.
               10  GR-STEP-AMT     PIC S9(07)V9(02)
                                   SIGN LEADING SEPARATE.
      *    A VERSION LINE OPENS EACH GRID: "VERSION", THE EFFECTIVE-
      *    FROM DATE AND A LABEL.  GRADE ROWS AHEAD OF THE FIRST
      *    VERSION LINE ARE A GRID IN FORCE FROM THE BEGINNING
       01  GRID-VERSION-REC.
           05  GV-TAG              PIC  X(07).
           05  FILLER              PIC  X.
           05  GV-EFF-DATE         PIC  X(08).
           05  FILLER              PIC  X.
           05  GV-LABEL            PIC  X(40).

       WORKING-STORAGE             SECTION.
       01  WS-GRID-STATUS          PIC  X(02).
           88  WS-GRID-LOADED      VALUE "Y".
       01  WS-GRID-PRESENT-FLAG    PIC  X     VALUE "N".
           88  WS-GRID-PRESENT     VALUE "Y".
      *    ONE ENTRY PER GRID VERSION, EACH WITH ITS GRADES DOWN AND
      *    STEPS ACROSS -- THE PROVEN TWO-DIMENSIONAL OCCURS SHAPE
      *    ONE LEVEL DEEPER
       01  WS-GRID-TABLE.
           05  WS-VER-CNT          PIC  9(02) VALUE ZERO.
           05  WS-V-ENTRY          OCCURS 12.
               10  WS-V-EFF-DATE   PIC  9(08).
               10  WS-GRID-CNT     PIC  9(02).
               10  WS-G-GRADE-ENTRY OCCURS 10.
                   15  WS-G-GRADE  PIC  9(02).
                   15  WS-G-STEP   OCCURS 10
                                   PIC S9(07)V9(02).
       01  WS-V-IDX                PIC  9(02).
       01  WS-G-IDX                PIC  9(02).
       01  WS-S-IDX                PIC  9(02).
      *    VERSION IN FORCE ON THE CHECK DATE (0 = NONE IN FORCE YET)
       01  WS-V-HIT                PIC  9(02) VALUE ZERO.
       01  WS-CHECK-DATE           PIC  9(08).
       01  WS-CHECK-GV             PIC  9(08).
       01  WS-CHECK-GV-X           REDEFINES WS-CHECK-GV
                                   PIC  X(08).

       LINKAGE                     SECTION.
       01  LNK-SALARY              PIC S9(07)V9(02).
      *    CALLERS CAN RECORD EMP_GRADE/EMP_STEP INSTEAD OF THROWING
      *    THE PLACEMENT AWAY
       01  LNK-STEP                PIC  9(02).
      *    EFFECTIVE DATE OF THE CHANGE BEING CHECKED (YYYYMMDD) --
      *    PICKS THE GRID VERSION; ZERO = TODAY
       01  LNK-EFF-DATE            PIC  9(08).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-SALARY,
                                                   LNK-RESULT,
                                                   LNK-GRADE,
                                                   LNK-STEP,
                                                   LNK-EFF-DATE.
      ******************************************************************
       MAIN-RTN.
           IF  NOT WS-GRID-LOADED
               PERFORM LOAD-SALARY-GRID
           END-IF.
           MOVE  ZERO               TO   LNK-GRADE LNK-STEP.
           IF  WS-GRID-PRESENT
               PERFORM FIND-GRID-VERSION
           END-IF.
           IF  NOT WS-GRID-PRESENT OR WS-V-HIT = ZERO
      *        NO GRID CONFIGURED, OR NONE YET IN FORCE ON THE DATE --
      *        PASS THROUGH RATHER THAN REJECT EVERY SALARY IN THE SHOP
               MOVE  "Y"            TO   LNK-RESULT
           ELSE
               MOVE  "N"            TO   LNK-RESULT
               PERFORM VARYING WS-G-IDX FROM 1 BY 1
                       UNTIL WS-G-IDX > WS-GRID-CNT(WS-V-HIT)
                          OR LNK-RESULT = "Y"
                   PERFORM CHECK-ONE-GRADE
               END-PERFORM
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
       FIND-GRID-VERSION.
      ******************************************************************
      *    THE LATEST VERSION EFFECTIVE ON OR BEFORE THE CHECK DATE --
      *    THE FILE NEED NOT HOLD THE VERSIONS IN DATE ORDER
           IF  LNK-EFF-DATE = ZERO
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE  LNK-EFF-DATE   TO   WS-CHECK-DATE
           END-IF.
           MOVE  ZERO               TO   WS-V-HIT.
           PERFORM VARYING WS-V-IDX FROM 1 BY 1
                   UNTIL WS-V-IDX > WS-VER-CNT
               IF  WS-V-EFF-DATE(WS-V-IDX) NOT > WS-CHECK-DATE
                   IF  WS-V-HIT = ZERO
                       MOVE  WS-V-IDX    TO   WS-V-HIT
                   ELSE
                       IF  WS-V-EFF-DATE(WS-V-IDX) >
                           WS-V-EFF-DATE(WS-V-HIT)
                           MOVE  WS-V-IDX    TO   WS-V-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-ONE-GRADE.
      ******************************************************************
      *    A SALARY INSIDE THIS GRADE'S STEP-1..STEP-10 RANGE IS
      *    CHECKED AGAINST THIS GRADE; AN EXACT STEP MATCH PASSES
           IF  LNK-SALARY NOT < WS-G-STEP(WS-V-HIT, WS-G-IDX, 1)
           AND LNK-SALARY NOT > WS-G-STEP(WS-V-HIT, WS-G-IDX, 10)
               MOVE  WS-G-GRADE(WS-V-HIT, WS-G-IDX)  TO   LNK-GRADE
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > 10
                          OR LNK-RESULT = "Y"
                   IF  LNK-SALARY =
                       WS-G-STEP(WS-V-HIT, WS-G-IDX, WS-S-IDX)
                       MOVE  "Y"    TO   LNK-RESULT
                       MOVE  WS-S-IDX    TO   LNK-STEP
                   END-IF
                       AT END
                           SET WS-GRID-EOF TO TRUE
                       NOT AT END
                           IF  GV-TAG = "VERSION"
                               PERFORM START-GRID-VERSION
                           ELSE
                               PERFORM LOAD-GRADE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "*** SALGRDCK: SALGRID.DAT NOT FOUND -- "
                       "GRID CHECK PASSES ALL SALARIES ***"
           END-IF.

      ******************************************************************
       START-GRID-VERSION.
      ******************************************************************
      *    A VERSION LINE WITH NO REAL DATE IS TAKEN AS IN FORCE FROM
      *    THE BEGINNING RATHER THAN DROPPING ITS WHOLE GRID
           IF  WS-VER-CNT < 12
               ADD  1               TO   WS-VER-CNT
               MOVE  ZERO           TO   WS-GRID-CNT(WS-VER-CNT)
               MOVE  GV-EFF-DATE    TO   WS-CHECK-GV-X
               IF  WS-CHECK-GV NUMERIC
                   MOVE  WS-CHECK-GV     TO
                         WS-V-EFF-DATE(WS-VER-CNT)
               ELSE
                   MOVE  ZERO            TO
                         WS-V-EFF-DATE(WS-VER-CNT)
               END-IF
           END-IF.

      ******************************************************************
       LOAD-GRADE-ROW.
      ******************************************************************
      *    ROWS AHEAD OF ANY VERSION LINE OPEN A VERSION OF THEIR OWN,
      *    IN FORCE FROM THE BEGINNING
           IF  WS-VER-CNT = ZERO
               ADD  1               TO   WS-VER-CNT
               MOVE  ZERO           TO   WS-V-EFF-DATE(WS-VER-CNT)
                                         WS-GRID-CNT(WS-VER-CNT)
           END-IF.
           IF  WS-GRID-CNT(WS-VER-CNT) < 10
               ADD  1               TO   WS-GRID-CNT(WS-VER-CNT)
               MOVE  WS-GRID-CNT(WS-VER-CNT)  TO   WS-G-IDX
               MOVE  GR-GRADE       TO
                     WS-G-GRADE(WS-VER-CNT, WS-G-IDX)
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                       UNTIL WS-S-IDX > 10
                   MOVE GR-STEP-AMT(WS-S-IDX)  TO
                        WS-G-STEP(WS-VER-CNT, WS-G-IDX, WS-S-IDX)
               END-PERFORM
           END-IF.
      ******************************************************************
