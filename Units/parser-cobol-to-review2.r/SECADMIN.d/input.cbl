      *               administrative action written to SECAUDIT.DAT
      *               and the session logged through AUDITLOG -- the
      *               operator file stops being maintained in a text
      *               editor.  Level M is the designated My Number
      *               staff level: maintenance as F, plus the only
      *               access MYNUMVLT grants to Individual Numbers.
      *               Each operator also carries a salary visibility
      *               -- F full amounts, D department totals only, N
      *               none -- set on add or changed with V, which
      *               EMPMAINT and FETCHTBL honour through SALVIS.
      *               And each operator belongs to one group company
      *               (blank = the parent), set on add or moved with
      *               C and checked against COMPANY.DAT, so the
      *               maintenance screens show that operator only
      *               their own company's employees.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  OA-FAIL-CNT         PIC  9.
           05  FILLER              PIC  X.
           05  OA-SUSPEND          PIC  X.
           05  FILLER              PIC  X.
           05  OA-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  OA-COMPANY          PIC  X(02).

       FD  SECAUD-FILE.
       01  SECAUD-REC.
       01  WS-OPER-LEVEL           PIC  X     VALUE SPACE.
           88  WS-OPER-ADMIN       VALUE "A".
       01  WS-OPER-NAME            PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY         PIC  X(02) VALUE SPACES.
       01  WS-SIGNON-OK-FLAG       PIC  X     VALUE "N".
           88  WS-SIGNON-OK        VALUE "Y".
       01  WS-SIGNON-TRIES         PIC  9     VALUE ZERO.
           88  WS-FUNC-ADD         VALUE "A".
           88  WS-FUNC-SUSPEND     VALUE "S".
           88  WS-FUNC-RESET       VALUE "R".
           88  WS-FUNC-SAL-VIS     VALUE "V".
           88  WS-FUNC-COMPANY     VALUE "C".
           88  WS-FUNC-QUIT        VALUE "Q".
       01  WS-MESSAGE              PIC  X(40) VALUE SPACES.
      *    THE OPERATOR FILE IN MEMORY FOR EVERY FUNCTION
               10  WS-OP-EXPIRY    PIC  9(08).
               10  WS-OP-FAILS     PIC  9.
               10  WS-OP-SUSPEND   PIC  X.
               10  WS-OP-SAL-VIS   PIC  X.
               10  WS-OP-COMPANY   PIC  X(02).
       01  WS-OP-IDX               PIC  9(03).
       01  WS-OP-HIT               PIC  9(03) VALUE ZERO.
       01  WS-ACTIONS-DONE         PIC  9(06) VALUE ZERO.
       01  WS-E-NAME               PIC  X(20).
       01  WS-E-PASSWORD           PIC  X(08).
       01  WS-E-EXPIRY             PIC  9(08).
       01  WS-E-SAL-VIS            PIC  X.
       01  WS-E-COMPANY            PIC  X(02).
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

      ******************************************************************
       SCREEN                      SECTION.
           05  LINE 1  COLUMN 21  VALUE " ADMINISTRATION".
           05  LINE 3  COLUMN 1   VALUE "FUNCTION (L=LOOKUP, A=ADD,".
           05  LINE 4  COLUMN 1   VALUE "  S=SUSPEND/REINSTATE,".
           05  LINE 4  COLUMN 24  VALUE "V=SALARY VISIBILITY,".
           05  LINE 5  COLUMN 1   VALUE "  R=RESET PASSWORD,".
           05  LINE 5  COLUMN 21  VALUE "C=COMPANY,".
           05  LINE 6  COLUMN 1   VALUE "  Q=QUIT):".
           05  LINE 6  COLUMN 13  PIC X       USING WS-FUNCTION.
           05  LINE 7  COLUMN 1   VALUE "OPERATOR  : ".
           05  LINE 7  COLUMN 13  PIC X(08)   USING WS-E-TARGET-ID.
           05  LINE 8  COLUMN 1   VALUE "LEVEL     : ".
           05  LINE 8  COLUMN 13  PIC X       USING WS-E-LEVEL.
           05  LINE 8  COLUMN 16  VALUE "(L/F/M/A)".
           05  LINE 9  COLUMN 1   VALUE "NAME      : ".
           05  LINE 9  COLUMN 13  PIC X(20)   USING WS-E-NAME.
           05  LINE 10 COLUMN 1   VALUE "PASSWORD  : ".
           05  LINE 10 COLUMN 13  PIC X(08)   USING WS-E-PASSWORD.
           05  LINE 11 COLUMN 1   VALUE "EXPIRY    : ".
           05  LINE 11 COLUMN 13  PIC 9(08)   USING WS-E-EXPIRY.
           05  LINE 12 COLUMN 1   VALUE "SALARY VIS: ".
           05  LINE 12 COLUMN 13  PIC X       USING WS-E-SAL-VIS.
           05  LINE 12 COLUMN 16  VALUE "(F=FULL/D=DEPT TOTALS/N=NONE)".
           05  LINE 13 COLUMN 1   VALUE "COMPANY   : ".
           05  LINE 13 COLUMN 13  PIC X(02)   USING WS-E-COMPANY.
           05  LINE 13 COLUMN 16  VALUE "(BLANK = PARENT, SEE COMPANY".
           05  LINE 13 COLUMN 44  VALUE ".DAT)".
           05  LINE 14 COLUMN 1   VALUE "MESSAGE   : ".
           05  LINE 14 COLUMN 13  PIC X(40)   FROM  WS-MESSAGE.
           05  LINE 16 COLUMN 1   VALUE "ENTER=SUBMIT  F3=EXIT  F12=".
           05  LINE 16 COLUMN 28  VALUE "CANCEL ENTRY".

      ******************************************************************
       PROCEDURE                   DIVISION.
           MOVE  SPACES             TO   WS-E-NAME.
           MOVE  SPACES             TO   WS-E-PASSWORD.
           MOVE  ZERO               TO   WS-E-EXPIRY.
           MOVE  SPACE              TO   WS-E-SAL-VIS.
           MOVE  SPACES             TO   WS-E-COMPANY.

      ******************************************************************
       PROCESS-FUNCTION.
                   PERFORM DO-SUSPEND
               WHEN WS-FUNC-RESET
                   PERFORM DO-RESET
               WHEN WS-FUNC-SAL-VIS
                   PERFORM DO-SAL-VIS
               WHEN WS-FUNC-COMPANY
                   PERFORM DO-COMPANY
               WHEN OTHER
                   MOVE  "*** UNKNOWN FUNCTION, USE L/A/S/V/R/C/Q ***"
                                       TO   WS-MESSAGE
           END-EVALUATE.

               MOVE  WS-OP-LEVEL(WS-OP-HIT)   TO   WS-E-LEVEL
               MOVE  WS-OP-NAME(WS-OP-HIT)    TO   WS-E-NAME
               MOVE  WS-OP-EXPIRY(WS-OP-HIT)  TO   WS-E-EXPIRY
               MOVE  WS-OP-SAL-VIS(WS-OP-HIT) TO   WS-E-SAL-VIS
               MOVE  WS-OP-COMPANY(WS-OP-HIT) TO   WS-E-COMPANY
               MOVE  SPACES             TO   WS-MESSAGE
               STRING "*** FAILS " WS-OP-FAILS(WS-OP-HIT)
                      " SUSPEND " WS-OP-SUSPEND(WS-OP-HIT) " ***"
      ******************************************************************
       DO-ADD.
      ******************************************************************
           PERFORM CHECK-ENTRY-COMPANY.
           EVALUATE TRUE
               WHEN WS-OP-HIT > ZERO
                   MOVE  "*** OPERATOR ALREADY EXISTS ***"
                OR WS-E-PASSWORD = SPACES
                   MOVE  "*** ID AND PASSWORD REQUIRED ***"
                                        TO   WS-MESSAGE
               WHEN WS-E-LEVEL NOT = "L" AND "F" AND "M" AND "A"
                   MOVE  "*** LEVEL MUST BE L, F, M OR A ***"
                                        TO   WS-MESSAGE
               WHEN WS-E-SAL-VIS NOT = "F" AND "D" AND "N" AND SPACE
                   MOVE  "*** SALARY VIS MUST BE F, D OR N ***"
                                        TO   WS-MESSAGE
               WHEN WS-CO-STATUS NOT = "OK"
                   MOVE  "*** COMPANY NOT ON COMPANY.DAT ***"
                                        TO   WS-MESSAGE
               WHEN WS-OP-CNT NOT < 100
                   MOVE  "*** OPERATOR FILE FULL ***"
                   MOVE  ZERO           TO   WS-OP-FAILS(WS-OP-HIT)
                   MOVE  "N"            TO
                         WS-OP-SUSPEND(WS-OP-HIT)
      *            LEFT BLANK, A NEW OPERATOR SEES NO SALARIES UNTIL
      *            SOMEONE CLEARS THEM WITH V
                   IF  WS-E-SAL-VIS = SPACE
                       MOVE  "N"        TO   WS-OP-SAL-VIS(WS-OP-HIT)
                   ELSE
                       MOVE  WS-E-SAL-VIS  TO
                             WS-OP-SAL-VIS(WS-OP-HIT)
                   END-IF
                   MOVE  WS-E-COMPANY   TO   WS-OP-COMPANY(WS-OP-HIT)
                   PERFORM REWRITE-OPERATOR-FILE
                   PERFORM WRITE-SECURITY-AUDIT
                   MOVE  "*** OPERATOR ADDED ***"  TO   WS-MESSAGE
                                    TO   WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       DO-SAL-VIS.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-OP-HIT = ZERO
                   MOVE  "*** NO SUCH OPERATOR ***"
                                    TO   WS-MESSAGE
               WHEN WS-E-SAL-VIS NOT = "F" AND "D" AND "N"
                   MOVE  "*** SALARY VIS MUST BE F, D OR N ***"
                                    TO   WS-MESSAGE
               WHEN OTHER
                   MOVE  WS-E-SAL-VIS   TO
                         WS-OP-SAL-VIS(WS-OP-HIT)
                   PERFORM REWRITE-OPERATOR-FILE
                   PERFORM WRITE-SECURITY-AUDIT
                   MOVE  SPACES         TO   WS-MESSAGE
                   STRING "*** SALARY VISIBILITY NOW " WS-E-SAL-VIS
                          " ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       DO-COMPANY.
      ******************************************************************
      *    MOVES AN OPERATOR TO ANOTHER GROUP COMPANY -- BLANK PUTS
      *    THEM BACK ON THE PARENT
           PERFORM CHECK-ENTRY-COMPANY.
           EVALUATE TRUE
               WHEN WS-OP-HIT = ZERO
                   MOVE  "*** NO SUCH OPERATOR ***"
                                    TO   WS-MESSAGE
               WHEN WS-CO-STATUS NOT = "OK"
                   MOVE  "*** COMPANY NOT ON COMPANY.DAT ***"
                                    TO   WS-MESSAGE
               WHEN OTHER
                   MOVE  WS-E-COMPANY   TO
                         WS-OP-COMPANY(WS-OP-HIT)
                   PERFORM REWRITE-OPERATOR-FILE
                   PERFORM WRITE-SECURITY-AUDIT
                   MOVE  SPACES         TO   WS-MESSAGE
                   STRING "*** OPERATOR NOW ON COMPANY " WS-CO-CODE
                          " ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
       CHECK-ENTRY-COMPANY.
      ******************************************************************
           IF  WS-E-COMPANY = SPACES
               MOVE  "01"           TO   WS-CO-CODE
           ELSE
               MOVE  WS-E-COMPANY   TO   WS-CO-CODE
           END-IF.
           MOVE  "CHECK"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       LOAD-OPERATOR-FILE.
      ******************************************************************
                               END-IF
                               MOVE OA-SUSPEND    TO
                                    WS-OP-SUSPEND(WS-OP-CNT)
                               MOVE OA-SAL-VIS    TO
                                    WS-OP-SAL-VIS(WS-OP-CNT)
                               MOVE OA-COMPANY    TO
                                    WS-OP-COMPANY(WS-OP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE  WS-OP-EXPIRY(WS-OP-IDX)   TO  OA-EXPIRY
                   MOVE  WS-OP-FAILS(WS-OP-IDX)    TO  OA-FAIL-CNT
                   MOVE  WS-OP-SUSPEND(WS-OP-IDX)  TO  OA-SUSPEND
                   MOVE  WS-OP-SAL-VIS(WS-OP-IDX)  TO  OA-SAL-VIS
                   MOVE  WS-OP-COMPANY(WS-OP-IDX)  TO  OA-COMPANY
                   WRITE OPERAUTH-REC
               END-PERFORM
               CLOSE OPERAUTH-FILE
                       MOVE  "SUSPEND"  TO   SA-ACTION
                   WHEN WS-FUNC-RESET
                       MOVE  "RESET"    TO   SA-ACTION
                   WHEN WS-FUNC-SAL-VIS
                       MOVE  "SALVIS"   TO   SA-ACTION
                   WHEN WS-FUNC-COMPANY
                       MOVE  "COMPANY"  TO   SA-ACTION
                   WHEN OTHER
                       MOVE  "OTHER"    TO   SA-ACTION
               END-EVALUATE
                   CALL "SIGNCHK" USING WS-OPER-ID,
                                         WS-OPER-PASSWD,
                                         WS-SIGN-RESULT,
                                         WS-OPER-LEVEL, WS-OPER-NAME,
                                         WS-OPER-SAL-VIS,
                                         WS-OPER-COMPANY
                   EVALUATE WS-SIGN-RESULT
                       WHEN "OK"
                           SET  WS-SIGNON-OK  TO   TRUE
