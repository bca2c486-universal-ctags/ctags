      *               counts -- with anyone whose salary matches no
      *               step flagged as drift from before SALGRDCK
      *               existed.  The real pay-scale view HR keeps
      *               asking for, not EMPSTAT's ad hoc bands.  Runs
      *               for the company on the run card against the
      *               group's grid.
      *               Placement is under the grid version in force on
      *               SALPLACE-GRID-DATE (today when none is set), so a
      *               new scale can be previewed before it takes effect.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
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
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SALPLACE".
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
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./salplace.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPRPT/AUDRPT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

           END-IF.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** SALPLACE: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_SALARY, EMP_NO
           END-EXEC.
           EXEC SQL
      ******************************************************************
       LOAD-SALARY-GRID.
      ******************************************************************
      *    THE VERSION IN FORCE ON SALPLACE-GRID-DATE (SHOPCNFG.DAT),
      *    TODAY'S WHEN NONE IS SET -- SO PLACEMENT CAN BE PREVIEWED
      *    UNDER A GRID NOT YET IN FORCE, OR REVIEWED UNDER AN OLD ONE
           MOVE  WS-AUDIT-START-DATE     TO   WS-GRID-AS-OF.
           MOVE  "SALPLACE-GRID-DATE"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:8) NUMERIC
               MOVE  WS-CFG-VALUE(1:8)   TO   WS-GRID-AS-OF
           END-IF.
           OPEN INPUT GRID-FILE.
           IF  WS-GRID-OK
               PERFORM UNTIL WS-GRID-EOF
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
                   END-READ
               END-PERFORM
               CLOSE GRID-FILE
               DISPLAY "*** SALPLACE: GRID VERSION EFFECTIVE "
                       WS-GRID-VER-DATE " " WS-GRID-VER-LABEL
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
       OPEN-PLACE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
           MOVE  "PAY-SCALE PLACEMENT AND COMPA-RATIO"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "GRID VERSION EFFECTIVE " WS-GRID-VER-DATE
                  "  " WS-GRID-VER-LABEL
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "NO    SALARY         GR  ST  COMPA   FLAG"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** SALPLACE: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
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
