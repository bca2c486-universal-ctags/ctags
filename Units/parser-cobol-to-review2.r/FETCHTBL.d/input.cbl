      *
      *  FETCHTBL --- demonstrates CONNECT, SELECT COUNT(*), 
      *               DECLARE cursor, FETCH cursor, COMMIT, 
      *               ROLLBACK, DISCONNECT.  Salaries on the
      *               listing, EMPLIST.PRT and EMPLIST.CSV are shown
      *               only as far as SALVIS clears them -- for the
      *               operator signed on at the console, or for the
      *               EMPLIST recipients on DISTMTRX.DAT in a batch
      *               run: full amounts, department totals only, or
      *               none; an uncleared run also drops the salary
      *               range filter, which would otherwise give the
      *               amounts away.  Only the run company's
      *               employees are counted and listed -- at the
      *               console, the signed-on operator's own company
      *               -- into that company's copy of the listing
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               FILE STATUS IS WS-PRINT-STATUS.
      *    CSV EXTRACT -- ALTERNATE OUTPUT MODE SO THE RESULT SET CAN
      *    BE HANDED OFF TO A SPREADSHEET INSTEAD OF RE-KEYED BY HAND
           SELECT CSV-FILE         ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *    SHARED AUDIT TRAIL -- READ BACK HERE TO RECONCILE THIS
       01  WS-PRINT-STATUS         PIC  X(02).
           88  WS-PRINT-OK         VALUE "00".
       01  WS-PRINT-NAME           PIC  X(40) VALUE "EMPLIST.PRT".
       01  WS-CSV-NAME             PIC  X(40) VALUE "EMPLIST.CSV".
       01  WS-FETCHPRM-STATUS      PIC  X(02).
           88  WS-FETCHPRM-OK      VALUE "00".
       01  WS-CSV-STATUS           PIC  X(02).
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
       01  WS-ROWS-FETCHED         PIC  9(06) VALUE ZERO.
      *    "OK" UNLESS THE FETCH LOOP HITS A REAL SQL ERROR BELOW, SO
      *    THE FINAL RETURN-CODE REFLECTS THE WHOLE RUN, NOT JUST
       01  D-SALARY-TOTAL          PIC  --,---,---,---,--9.99.
      *    CONTROL-TOTALS REGISTER CONTRACT (SEE CTLREG/BALANCER)
       01  WS-CTL-COUNT            PIC  9(09) VALUE ZERO.
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) -- AN
      *    INTERACTIVE RUN IS CLEARED AS THE OPERATOR AT THE CONSOLE
       01  WS-OPER-ID              PIC  X(08) VALUE SPACES.
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
       01  WS-SIGN-RESULT          PIC  X(02) VALUE SPACES.
       01  WS-OPER-LEVEL           PIC  X     VALUE SPACE.
       01  WS-OPER-NAME            PIC  X(20) VALUE SPACES.
      *    SALARY VISIBILITY FOR THE RUN, AS SALVIS DECIDED IT
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
           88  WS-SAL-FULL         VALUE "F".
           88  WS-SAL-DEPT         VALUE "D".
       01  WS-OPER-COMPANY         PIC  X(02) VALUE SPACES.
       01  WS-MASK-AMOUNT          PIC  X(13) VALUE "   **********".
       01  WS-MASK-TOTAL           PIC  X(21) VALUE
           "   ******************".
       01  WS-SHOWN-SALARY         PIC  X(13).
       01  WS-SHOWN-TOTAL          PIC  X(21).
      *    DEPARTMENT TOTALS -- ALL A RUN CLEARED FOR D GETS; ENTRY
      *    N+1 HOLDS DEPARTMENT N (0-999)
       01  WS-DEPT-TOTALS.
           05  WS-DT-ENTRY         OCCURS 1000.
               10  WS-DT-AMOUNT    PIC S9(11)V9(02).
               10  WS-DT-ROWS      PIC  9(06).
       01  WS-DT-IDX               PIC  9(04).
       01  WS-DT-DEPT              PIC  9(03).
       01  WS-DEPT-TOTAL-LINE      PIC  X(120).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  EMP-CNT                 PIC  9(04).

      *    SIGN BYTE INSTEAD OF A READABLE "-" (SAME FIX AS EMPMAINT'S
      *    WS-EMP-SALARY)
       01  WS-CSV-SALARY            PIC -(7)9.99.
       01  WS-CSV-SHOWN             PIC  X(11).
       01  WS-CSV-MASK              PIC  X(11) VALUE "   ********".
       01  WS-CSV-TOTAL             PIC -(11)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      *    CONNECT -- CREDENTIALS AND RUN SETTINGS COME FROM THE SHOP
      *    CONFIGURATION SERVICE, WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** FETCHTBL: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
      *    SELECT COUNT(*) INTO HOST-VARIABLE
           EXEC SQL 
               SELECT COUNT(*) INTO :EMP-CNT FROM EMP
               WHERE COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           DISPLAY "TOTAL RECORD: " EMP-CNT.

      *    INSTEAD OF JUST PRINTING A NUMBER NOBODY DOUBLE-CHECKS
           PERFORM RECONCILE-WITH-LOAD.

      *    HOW MUCH OF THE SALARY COLUMN THIS RUN MAY SHOW -- DECIDED
      *    BEFORE THE FILTERS, SINCE AN UNCLEARED RUN MAY NOT FILTER
      *    ON SALARY EITHER
           PERFORM DECIDE-SALARY-VISIBILITY.
           PERFORM SET-COMPANY-FILES.

      *    ACCEPT AN OPTIONAL SALARY-RANGE / NAME-PATTERN FILTER, AND
      *    THE OUTPUT MODE -- BUT ONLY WHEN RUNNING INTERACTIVELY;
      *    A BATCH-CHAINED CALL (SEE EMPBATCH) KEEPS THE MATCH-EVERY-
      *        THE PARAMETER CARD WHEN ONE IS PRESENT -- NO MORE
      *        "BATCH MEANS MATCH-EVERYTHING REPORT MODE ONLY"
               PERFORM LOAD-FETCH-PARM-CARD
               IF  NOT WS-SAL-FULL
                   PERFORM DROP-SALARY-RANGE
               END-IF
           END-IF.

      *    DECLARE CURSOR -- WS-NAME-PATTERN/WS-SAL-MIN/WS-SAL-MAX
                      COALESCE(EMP_STATUS, 'A')
                      FROM EMP
                      WHERE EMP_NAME LIKE :WS-NAME-PATTERN
                        AND COMPANY_CD = :RUN-COMPANY
                        AND EMP_SALARY
                            BETWEEN :WS-SAL-MIN AND :WS-SAL-MAX
                        AND (:WS-DEPT-FILTER = 0
      *    MODE; CSV MODE JUST SPOOLS ONE COMMA-SEPARATED LINE PER ROW
           MOVE  ZERO               TO   WS-LINE-CNT.
           MOVE  ZERO               TO   WS-SALARY-TOTAL.
           INITIALIZE WS-DEPT-TOTALS.
           IF  WS-MODE-CSV
               OPEN OUTPUT CSV-FILE
           ELSE

      *    GRAND-TOTAL LINE -- CSV MODE SKIPS THE REPORT FOOTER SINCE
      *    THE EXTRACT IS MEANT TO BE PLAIN DATA ROWS ONLY
      *    A RUN CLEARED FOR DEPARTMENT TOTALS ONLY GETS THEM HERE,
      *    IN EITHER MODE, SINCE ITS DETAIL ROWS CARRY NO AMOUNTS
           IF  WS-MODE-CSV
               IF  WS-SAL-DEPT
                   PERFORM WRITE-DEPT-TOTALS
               END-IF
               CLOSE CSV-FILE
           ELSE
               IF  WS-SAL-FULL OR WS-SAL-DEPT
                   MOVE  WS-SALARY-TOTAL  TO   D-SALARY-TOTAL
                   MOVE  D-SALARY-TOTAL   TO   WS-SHOWN-TOTAL
               ELSE
                   MOVE  WS-MASK-TOTAL    TO   WS-SHOWN-TOTAL
               END-IF
               DISPLAY WS-RULE-LINE
               DISPLAY "TOTAL SALARY:        " WS-SHOWN-TOTAL
               IF  WS-PRINT-OK
                   WRITE PRINT-REC
                       FROM WS-RULE-LINE
                   MOVE  SPACE        TO   PRINT-REC
                   STRING "TOTAL SALARY:        " WS-SHOWN-TOTAL
                       DELIMITED BY SIZE INTO PRINT-REC
                   WRITE PRINT-REC
               END-IF
               IF  WS-SAL-DEPT
                   PERFORM WRITE-DEPT-TOTALS
               END-IF
               IF  WS-PRINT-OK
                   CLOSE PRINT-FILE
               END-IF
           END-IF.
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** FETCHTBL: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
           END-IF.

      ******************************************************************
       SET-COMPANY-FILES.
      ******************************************************************
           MOVE  WS-PRINT-NAME      TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-PRINT-NAME.
           MOVE  WS-CSV-NAME        TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-CSV-NAME.

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
                   PERFORM PRINT-HEADERS
               END-IF
               MOVE  EMP-NO        TO    D-EMP-NO
               IF  WS-SAL-FULL
                   MOVE  EMP-SALARY    TO    D-EMP-SALARY
                   MOVE  D-EMP-SALARY  TO    WS-SHOWN-SALARY
               ELSE
                   MOVE  WS-MASK-AMOUNT    TO    WS-SHOWN-SALARY
               END-IF
               MOVE  EMP-DEPT      TO    D-EMP-DEPT
               CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                     WS-NAME-DISP-LEN, WS-NAME-CELLS
               MOVE  SPACES        TO    WS-DETAIL-LINE
               STRING D-EMP-NO                          " "
                      WS-NAME-DISP(1:WS-NAME-DISP-LEN)  " "
                      WS-SHOWN-SALARY                   " "
                      D-EMP-DEPT                        "  "
                      D-EMP-FLAG
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           ADD  EMP-SALARY     TO    WS-SALARY-TOTAL.
           ADD  1              TO    WS-ROWS-FETCHED.
           IF  WS-SAL-DEPT
               COMPUTE WS-DT-IDX = EMP-DEPT + 1
               ADD  EMP-SALARY     TO    WS-DT-AMOUNT(WS-DT-IDX)
               ADD  1              TO    WS-DT-ROWS(WS-DT-IDX)
           END-IF.
      ******************************************************************
       RECOVER-FETCH-LOOP.
      ******************************************************************
       WRITE-CSV-ROW.
      ******************************************************************
           MOVE  SPACE               TO   CSV-REC.
           IF  WS-SAL-FULL
               MOVE  EMP-SALARY      TO   WS-CSV-SALARY
               MOVE  WS-CSV-SALARY   TO   WS-CSV-SHOWN
           ELSE
               MOVE  WS-CSV-MASK     TO   WS-CSV-SHOWN
           END-IF.
      *    TARGET 0 CELLS = NO PADDING -- JUST THE TRIMMED BYTE COUNT
      *    SO THE CSV FIELD CARRIES NO TRAILING PAD
           CALL "DSPNAME" USING EMP-NAME, WS-NAME-DISP,
                  WS-NAME-DISP(1:WS-NAME-DISP-LEN)
                                DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-SHOWN  DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  EMP-DEPT      DELIMITED BY SIZE
                  INTO CSV-REC.
           IF  WS-CSV-OK
               WRITE CSV-REC
           END-IF.
      ******************************************************************
       WRITE-DEPT-TOTALS.
      ******************************************************************
      *    ONE LINE PER DEPARTMENT THAT HAD ROWS ON THE LISTING -- ON
      *    THE CSV THE SAME FOUR COLUMNS, WITH NO EMP NO
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > 1000
               IF  WS-DT-ROWS(WS-DT-IDX) > ZERO
                   COMPUTE WS-DT-DEPT = WS-DT-IDX - 1
                   IF  WS-MODE-CSV
                       MOVE  WS-DT-AMOUNT(WS-DT-IDX)  TO  WS-CSV-TOTAL
                       MOVE  SPACE           TO   CSV-REC
                       STRING ",DEPARTMENT TOTAL,"  DELIMITED BY SIZE
                              WS-CSV-TOTAL          DELIMITED BY SIZE
                              ","                   DELIMITED BY SIZE
                              WS-DT-DEPT            DELIMITED BY SIZE
                              INTO CSV-REC
                       IF  WS-CSV-OK
                           WRITE CSV-REC
                       END-IF
                   ELSE
                       MOVE  WS-DT-AMOUNT(WS-DT-IDX)  TO  D-SALARY-TOTAL
                       MOVE  SPACES          TO   WS-DEPT-TOTAL-LINE
                       STRING "DEPT " WS-DT-DEPT " TOTAL:      "
                              D-SALARY-TOTAL
                           DELIMITED BY SIZE INTO WS-DEPT-TOTAL-LINE
                       DISPLAY WS-DEPT-TOTAL-LINE
                       IF  WS-PRINT-OK
                           WRITE PRINT-REC  FROM  WS-DEPT-TOTAL-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       DECIDE-SALARY-VISIBILITY.
      ******************************************************************
      *    A BATCH RUN'S OUTPUT GOES TO THE EMPLIST RECIPIENTS, SO IT
      *    IS CLEARED FROM THE DISTRIBUTION MATRIX (OPERATOR SPACES);
      *    AN INTERACTIVE RUN AS THE OPERATOR WHO SIGNS ON FOR IT
           MOVE  SPACES             TO   WS-OPER-ID.
           MOVE  SPACE              TO   WS-OPER-SAL-VIS.
           IF  NOT WS-BATCH-MODE-ON
               PERFORM SIGN-ON-OPERATOR
           END-IF.
           CALL "SALVIS" USING WS-PROGRAM-NAME, WS-OPER-ID,
                                WS-OPER-SAL-VIS.
      ******************************************************************
       SIGN-ON-OPERATOR.
      ******************************************************************
      *    A REFUSED OR SKIPPED SIGN-ON IS CLEARED FOR NOTHING -- A
      *    BLANK ID MUST NOT FALL THROUGH TO THE MATRIX CLEARANCE
           DISPLAY "OPERATOR ID (FOR SALARY CLEARANCE): ".
           ACCEPT  WS-OPER-ID       FROM CONSOLE.
           DISPLAY "PASSWORD: ".
           ACCEPT  WS-OPER-PASSWD   FROM CONSOLE.
           CALL "SIGNCHK" USING WS-OPER-ID, WS-OPER-PASSWD,
                                 WS-SIGN-RESULT, WS-OPER-LEVEL,
                                 WS-OPER-NAME, WS-OPER-SAL-VIS,
                                 WS-OPER-COMPANY.
           IF  WS-SIGN-RESULT NOT = "OK"
               DISPLAY "*** SIGN-ON NOT ACCEPTED (" WS-SIGN-RESULT
                       ") -- SALARIES WITHHELD ***"
               MOVE  "N"            TO   WS-OPER-SAL-VIS
               IF  WS-OPER-ID = SPACES OR LOW-VALUE
                   MOVE  "UNSIGNED" TO   WS-OPER-ID
               END-IF
           ELSE
      *        AN OPERATOR SEES THEIR OWN COMPANY'S STAFF ONLY,
      *        WHATEVER COMPANY THE RUN CARD NAMES
               IF  WS-OPER-COMPANY NOT = RUN-COMPANY
                   MOVE  WS-OPER-COMPANY TO  RUN-COMPANY
                   MOVE  WS-OPER-COMPANY TO  WS-CO-CODE
                   DISPLAY "*** LISTING LIMITED TO COMPANY "
                           WS-OPER-COMPANY " ***"
               END-IF
           END-IF.
      ******************************************************************
       DROP-SALARY-RANGE.
      ******************************************************************
           IF  WS-SAL-MIN NOT = -9999999.99
           OR  WS-SAL-MAX NOT =  9999999.99
               DISPLAY "*** SALARY RANGE FILTER IGNORED -- RUN NOT "
                       "CLEARED FOR SALARIES ***"
               MOVE  -9999999.99    TO   WS-SAL-MIN
               MOVE   9999999.99    TO   WS-SAL-MAX
           END-IF.
      ******************************************************************
       LOAD-FETCH-PARM-CARD.
      ******************************************************************
           IF  WS-NAME-PATTERN = SPACE OR LOW-VALUE
               MOVE  "%"            TO   WS-NAME-PATTERN
           END-IF.
      *    NO SALARY RANGE FOR A RUN NOT CLEARED TO SEE SALARIES
           IF  WS-SAL-FULL
               PERFORM ACCEPT-SALARY-RANGE
           END-IF.
           DISPLAY "ENTER DEPT NO (BLANK FOR ALL DEPARTMENTS): ".
           ACCEPT  WS-DEPT-IN       FROM CONSOLE.
           IF  WS-DEPT-IN NOT = SPACES AND LOW-VALUE
               MOVE  FUNCTION NUMVAL(WS-DEPT-IN)     TO   WS-DEPT-FILTER
           END-IF.
      ******************************************************************
       ACCEPT-SALARY-RANGE.
      ******************************************************************
           DISPLAY "ENTER MIN SALARY (BLANK FOR NO MINIMUM): ".
           ACCEPT  WS-SAL-MIN-IN    FROM CONSOLE.
           IF  WS-SAL-MIN-IN NOT = SPACES AND LOW-VALUE
           IF  WS-SAL-MAX-IN NOT = SPACES AND LOW-VALUE
               MOVE  FUNCTION NUMVAL(WS-SAL-MAX-IN)  TO   WS-SAL-MAX
           END-IF.
      ******************************************************************

