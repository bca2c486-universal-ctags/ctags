      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TRANENTRY --- batch-balanced transaction entry screen in the
      *                style of EMPMAINT: captures the A/C/D/T
      *                records (T = department transfer, on its
      *                effective date) the branches phone in with the
      *                same per-field edits EMPTRANS applies at apply
      *                time, keeps a running record count and salary
      *                hash total, stages the records in TRANWORK.DAT,
      *                and only releases them onto EMPTRAN.DAT once the
      *                operator's keyed control totals match -- so the
      *                night run stops being the first thing to see a
      *                typo, and an abandoned session leaves nothing
      *                on the live file.
      *                Every EMP NO is keyed with its check digit and
      *                proved against EMPNOALC; an add keyed with no
      *                number is given the next one EMPNOALC issues,
      *                shown to the operator before the next entry.
      *                The batch is staged and released on the files
      *                of the operator's own company of the group.
      *                A keyed salary is checked against the grid
      *                version in force on the keyed effective date.
      *                A balanced batch is filed as an intake batch of
      *                its own through TRANBAT -- its own file and an
      *                entry on the company's batch register -- and
      *                the operator is shown its batch ID for any
      *                later hold or withdrawal; TRANCOLL gathers the
      *                night's batches onto EMPTRAN.DAT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE SESSION'S STAGING FILE -- KEYED RECORDS WAIT HERE AND
      *    ARE ONLY FILED AS A BATCH WHEN THE BATCH BALANCES, SO AN
      *    ABANDONED SESSION NEVER LEAVES HALF A BATCH FOR EMPTRANS
           SELECT WORK-FILE        ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    SAME SHAPE AS EMPTRANS' TRANSACTION RECORD -- WHAT
      *    BALANCES HERE IS FILED RECORD-FOR-RECORD AS THE BATCH
       FD  WORK-FILE.
       01  WORK-REC.
           05  TW-CODE             PIC  X.
           05  TW-TERM-DATE        PIC  X(08).
           05  TW-STATUS           PIC  X.
           05  TW-EFF-DATE         PIC  X(08).
           05  TW-CHECK-DIGIT      PIC  X.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "TRANENTRY".
      *    PASSWORD, EXPIRY AND LOCKOUT ALL LIVE THERE
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
       01  WS-SIGN-RESULT          PIC  X(02) VALUE SPACES.
       01  WS-WORK-STATUS          PIC  X(02).
           88  WS-WORK-OK          VALUE "00".
           88  WS-WORK-EOF         VALUE "10".
      *    TRANBAT SERVICE CONTRACT FIELDS (SEE TRANBAT)
       01  WS-TB-ACTION            PIC  X(08).
       01  WS-TB-BATCH-ID          PIC  9(08).
       01  WS-TB-SOURCE            PIC  X(04) VALUE "TERM".
       01  WS-TB-COUNT             PIC  9(06).
       01  WS-TB-HASH              PIC S9(11)V9(02).
       01  WS-TB-STATUS            PIC  X(02).
       01  WS-OPER-ID              PIC  X(08) VALUE SPACES.
       01  WS-OPER-LEVEL           PIC  X     VALUE SPACE.
           88  WS-OPER-LOOKUP-ONLY VALUE "L".
           88  WS-OPER-FULL        VALUE "F".
       01  WS-OPER-NAME            PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY         PIC  X(02) VALUE SPACES.
       01  WS-WORK-NAME            PIC  X(40) VALUE "TRANWORK.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-SIGNON-OK-FLAG       PIC  X     VALUE "N".
           88  WS-SIGNON-OK        VALUE "Y".
       01  WS-SIGNON-TRIES         PIC  9     VALUE ZERO.
       01  WS-CHECK-EFF            PIC  9(08).
       01  WS-CHECK-EFF-X          REDEFINES WS-CHECK-EFF
                                   PIC  X(08).
      *    EMP_NO ALLOCATION SERVICE CONTRACT (SEE EMPNOALC) -- AN
      *    ADD KEYED WITHOUT A NUMBER IS ISSUED ONE ONCE IT EDITS
      *    CLEAN, SO A REJECTED ENTRY NEVER BURNS A NUMBER
       01  WS-ENA-ACTION           PIC  X(08).
       01  WS-ENA-EMP-NO           PIC  9(04).
       01  WS-ENA-STATUS           PIC  X(02) VALUE "OK".
       01  WS-NEW-NUMBER-FLAG      PIC  X     VALUE "N".
           88  WS-NEW-NUMBER       VALUE "Y".
      *    SALARY GRADE/STEP GRID CONTRACT (SEE SALGRDCK/SALGRID.DAT)
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
      *    CLASSIC BATCH BALANCING -- THE RUNNING TOTALS THE OPERATOR
      *    MUST MATCH FROM THEIR OWN ADDING-MACHINE TAPE BEFORE THE
      *    BATCH MAY CLOSE
      *    SCREEN-EDGE ENTRY FIELDS
       01  WS-E-CODE               PIC  X.
       01  WS-E-EMP-NO             PIC  X(04).
       01  WS-E-CHECK-DIGIT        PIC  X.
       01  WS-E-NAME               PIC  X(60).
       01  WS-E-KANA               PIC  X(60).
       01  WS-E-SALARY             PIC  X(09).
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "TRANENTRY -- EMP TRANSACTION".
           05  LINE 1  COLUMN 30  VALUE " ENTRY".
           05  LINE 3  COLUMN 1   VALUE "CODE (A/C/D/T,".
           05  LINE 3  COLUMN 15  VALUE " X=CLOSE BATCH):".
           05  LINE 3  COLUMN 33  PIC X       USING WS-E-CODE.
           05  LINE 5  COLUMN 1   VALUE "EMP NO    : ".
           05  LINE 5  COLUMN 13  PIC X(04)   USING WS-E-EMP-NO.
           05  LINE 5  COLUMN 19  VALUE "CHECK DIGIT: ".
           05  LINE 5  COLUMN 32  PIC X       USING WS-E-CHECK-DIGIT.
           05  LINE 5  COLUMN 35  VALUE "(BOTH BLANK ON AN ADD = ".
           05  LINE 5  COLUMN 59  VALUE "NEXT NUMBER)".
           05  LINE 6  COLUMN 1   VALUE "NAME      : ".
           05  LINE 6  COLUMN 13  PIC X(60)   USING WS-E-NAME.
           05  LINE 7  COLUMN 1   VALUE "KANA      : ".
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
      *    THE BATCH IS FILED FOR THE OPERATOR'S OWN COMPANY, FOR
      *    THAT COMPANY'S NIGHT RUN OF EMPTRANS TO APPLY
           PERFORM SET-COMPANY-FILES.

      *    A KILLED OR ABANDONED SESSION LEAVES ITS UNBALANCED
      *    RECORDS IN TRANWORK.DAT -- THEY WERE NEVER FILED
      *    AND ARE DISCARDED HERE; THE BRANCH RE-KEYS THE BATCH
           PERFORM CLEAR-STAGING-FILE.

           MOVE  SPACES             TO   WS-MESSAGE.
           MOVE  SPACE              TO   WS-E-CODE.
           MOVE  SPACES             TO   WS-E-EMP-NO.
           MOVE  SPACE              TO   WS-E-CHECK-DIGIT.
           MOVE  SPACES             TO   WS-E-NAME.
           MOVE  SPACES             TO   WS-E-KANA.
           MOVE  SPACES             TO   WS-E-SALARY.
       ACCEPT-ONE-ENTRY.
      ******************************************************************
           PERFORM EDIT-ENTRY-FIELDS.
           IF  WS-ENTRY-CLEAN AND WS-NEW-NUMBER
               PERFORM ISSUE-NEW-EMP-NO
           END-IF.
           IF  WS-ENTRY-CLEAN
               PERFORM WRITE-TRAN-RECORD
           ELSE
           MOVE  WS-E-HIRE          TO   WS-CHECK-HIRE-X.
           MOVE  WS-E-TERM          TO   WS-CHECK-TERM-X.
           MOVE  WS-E-EFF           TO   WS-CHECK-EFF-X.
      *    AN ADD WITH NO NUMBER GETS THE NEXT ONE; ANY NUMBER KEYED
      *    MUST CARRY ITS CHECK DIGIT, AND AN ADD'S MUST BE ONE
      *    EMPNOALC RESERVED AND NOBODY HAS USED
           MOVE  "N"                TO   WS-NEW-NUMBER-FLAG.
           MOVE  "OK"               TO   WS-ENA-STATUS.
           IF  WS-E-CODE = "A" AND WS-E-EMP-NO = SPACES
           AND WS-E-CHECK-DIGIT = SPACE
               SET  WS-NEW-NUMBER   TO   TRUE
               MOVE  ZERO           TO   WS-CHECK-NO
           ELSE
               IF  WS-CHECK-NO NUMERIC
                   IF  WS-E-CODE = "A"
                       MOVE  "HELD"      TO   WS-ENA-ACTION
                   ELSE
                       MOVE  "VERIFY"    TO   WS-ENA-ACTION
                   END-IF
                   MOVE  WS-CHECK-NO     TO   WS-ENA-EMP-NO
                   CALL "EMPNOALC" USING WS-ENA-ACTION,
                         WS-PROGRAM-NAME, WS-ENA-EMP-NO,
                         WS-E-CHECK-DIGIT, WS-ENA-STATUS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-E-CODE NOT = "A" AND "C" AND "D" AND "T"
                   MOVE  "01"       TO   WS-REASON
               WHEN WS-CHECK-NO NOT NUMERIC
                   MOVE  "02"       TO   WS-REASON
               WHEN WS-ENA-STATUS = "CD"
                   MOVE  "23"       TO   WS-REASON
               WHEN WS-ENA-STATUS NOT = "OK"
                   MOVE  "24"       TO   WS-REASON
      *        A TRANSFER CARRIES ONLY ITS TARGET DEPARTMENT AND THE
      *        DATE IT TAKES EFFECT
               WHEN WS-E-CODE = "T"
                   MOVE  WS-E-DEPT  TO   WS-CHECK-DEPT-X
                   IF  WS-CHECK-DEPT NOT NUMERIC
                       MOVE  "18"   TO   WS-REASON
                   ELSE
                       IF  WS-CHECK-EFF NOT NUMERIC
                        OR WS-CHECK-EFF = ZERO
                           MOVE  "19"    TO   WS-REASON
                       END-IF
                   END-IF
               WHEN WS-E-CODE = "A" AND WS-E-NAME = SPACES
                   MOVE  "08"       TO   WS-REASON
               WHEN WS-E-CODE NOT = "D" AND
                   MOVE  "11"       TO   WS-REASON
           END-EVALUATE.
      *    RANGE-CLEAN SALARIES MUST ALSO SIT ON THE PAY SCALE --
      *    CAUGHT AT THE KEYBOARD, NOT IN THE NIGHT RUN.  THE SCALE
      *    IS THE ONE IN FORCE ON THE KEYED EFFECTIVE DATE (NONE KEYED
      *    = TODAY'S)
           IF  WS-ENTRY-CLEAN AND WS-E-CODE NOT = "D" AND "T"
               IF  WS-CHECK-EFF NUMERIC
                   MOVE  WS-CHECK-EFF   TO   WS-GRID-EFF-DATE
               ELSE
                   MOVE  ZERO           TO   WS-GRID-EFF-DATE
               END-IF
               CALL "SALGRDCK" USING WS-CHECK-SALARY,
                     WS-GRID-RESULT, WS-GRID-GRADE, WS-GRID-STEP,
                     WS-GRID-EFF-DATE
               IF  WS-GRID-RESULT = "N"
                   MOVE  "09"       TO   WS-REASON
               END-IF
           END-IF.

      ******************************************************************
       ISSUE-NEW-EMP-NO.
      ******************************************************************
           MOVE  "NEXT"             TO   WS-ENA-ACTION.
           CALL "EMPNOALC" USING WS-ENA-ACTION, WS-PROGRAM-NAME,
                                  WS-ENA-EMP-NO, WS-E-CHECK-DIGIT,
                                  WS-ENA-STATUS.
           IF  WS-ENA-STATUS = "OK"
               MOVE  WS-ENA-EMP-NO  TO   WS-CHECK-NO
               MOVE  WS-CHECK-NO-X  TO   WS-E-EMP-NO
           ELSE
               MOVE  "24"           TO   WS-REASON
           END-IF.

      ******************************************************************
       WRITE-TRAN-RECORD.
      ******************************************************************
      *    STAGED, NOT LIVE -- NOTHING IS FILED FOR EMPTRANS UNTIL
      *    THE BATCH PROVES ITS TOTALS IN CLOSE-THE-BATCH
           OPEN EXTEND WORK-FILE.
           IF  NOT WS-WORK-OK
               OPEN OUTPUT WORK-FILE
               MOVE  WS-E-TERM      TO   TW-TERM-DATE
               MOVE  WS-E-STATUS    TO   TW-STATUS
               MOVE  WS-E-EFF       TO   TW-EFF-DATE
               MOVE  WS-E-CHECK-DIGIT    TO   TW-CHECK-DIGIT
               WRITE WORK-REC
               CLOSE WORK-FILE
               ADD  1               TO   WS-BATCH-COUNT
               IF  WS-E-CODE NOT = "D" AND "T"
                   ADD  WS-CHECK-SALARY  TO   WS-BATCH-HASH
               END-IF
               IF  WS-NEW-NUMBER
                   MOVE  SPACES     TO   WS-MESSAGE
                   STRING "*** ACCEPTED AS EMP NO " WS-E-EMP-NO "-"
                          WS-E-CHECK-DIGIT " ***"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   MOVE  "*** RECORD ACCEPTED ***"  TO   WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
       RELEASE-STAGED-BATCH.
      ******************************************************************
      *    THE TOTALS PROVED -- ONLY NOW ARE THE STAGED RECORDS
      *    FILED AS A BATCH (SEE TRANBAT), AND THE STAGING FILE IS
      *    EMPTIED.  TRANBAT COUNTS THE FILE AGAIN AS IT COPIES IT;
      *    THE OPERATOR IS GIVEN THE BATCH ID TO QUOTE ON A HOLD OR
      *    WITHDRAWAL CARD (SEE TRANCOLL)
           MOVE  "N"                TO   WS-BATCH-CLOSED-FLAG.
           MOVE  "NEXT"             TO   WS-TB-ACTION.
           CALL "TRANBAT" USING WS-TB-ACTION, WS-TB-BATCH-ID,
                                 WS-TB-SOURCE, WS-OPER-ID,
                                 WS-OPER-COMPANY, WS-WORK-NAME,
                                 WS-TB-COUNT, WS-TB-HASH,
                                 WS-TB-STATUS.
           IF  WS-TB-STATUS = "OK"
               MOVE  "FILE"         TO   WS-TB-ACTION
               CALL "TRANBAT" USING WS-TB-ACTION, WS-TB-BATCH-ID,
                                     WS-TB-SOURCE, WS-OPER-ID,
                                     WS-OPER-COMPANY, WS-WORK-NAME,
                                     WS-TB-COUNT, WS-TB-HASH,
                                     WS-TB-STATUS
           END-IF.
           IF  WS-TB-STATUS = "OK"
               SET  WS-BATCH-CLOSED TO   TRUE
               MOVE  SPACES         TO   WS-MESSAGE
               STRING "*** FILED AS BATCH " WS-TB-BATCH-ID " ***"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               DISPLAY "*** TRANENTRY: BATCH " WS-TB-BATCH-ID
                       " FILED -- " WS-TB-COUNT " RECORD(S), HASH "
                       WS-TB-HASH " ***"
               PERFORM CLEAR-STAGING-FILE
           ELSE
               MOVE  "*** BATCH NOT FILED -- TRY AGAIN ***"
                                    TO   WS-MESSAGE
           END-IF.

      ******************************************************************
               CLOSE WORK-FILE
           END-IF.

      ******************************************************************
       SET-COMPANY-FILES.
      ******************************************************************
           MOVE  WS-OPER-COMPANY    TO   WS-CO-CODE.
           MOVE  WS-WORK-NAME       TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-WORK-NAME.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       DO-SIGNON.
      ******************************************************************
                   CALL "SIGNCHK" USING WS-OPER-ID,
                                         WS-OPER-PASSWD,
                                         WS-SIGN-RESULT,
                                         WS-OPER-LEVEL, WS-OPER-NAME,
                                         WS-OPER-SAL-VIS,
                                         WS-OPER-COMPANY
                   EVALUATE WS-SIGN-RESULT
                       WHEN "OK"
                           SET  WS-SIGNON-OK  TO   TRUE
