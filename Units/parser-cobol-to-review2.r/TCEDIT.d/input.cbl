      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TCEDIT --- front-end edit for the TIMECARD.DAT attendance
      *             feed: checks each day's card (EMP_NO, work date,
      *             regular, overtime, late-night and holiday hours)
      *             before EMPPAYX prices the premiums or OTCAPRPT
      *             measures the overtime caps, writes clean cards
      *             to a validated timecard file and rejects (with a
      *             reason code) to a reject file, and prints an edit
      *             summary.  Returns a condition code EMPBATCH can
      *             use to stop the cycle when the reject percentage
      *             is too high.  Each group company sends its own
      *             feed, edited into its own validated and reject
      *             files.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TCEDIT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ATTENDANCE FEED AS RECEIVED -- ONE CARD PER EMPLOYEE PER
      *    WORK DATE
           SELECT TC-FILE          ASSIGN TO DYNAMIC WS-TC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
      *    VALIDATED CARDS ONLY -- SAFE INPUT FOR THE PAY AND CAP
      *    STEPS
           SELECT CLEAN-FILE       ASSIGN TO DYNAMIC WS-CLEAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
      *    REJECTED CARDS, EACH PREFIXED WITH A REASON CODE SO THE
      *    TIMEKEEPING SIDE CAN FIX AND RESUBMIT THEM
           SELECT REJECT-FILE      ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    HOURS ARE HH AND HUNDREDTHS (0750 = 7.5 HOURS).  LATE-NIGHT
      *    HOURS (22:00-05:00) ARE ALSO COUNTED IN THE REGULAR OR
      *    OVERTIME COLUMN THEY FELL IN -- ONLY THE NIGHT PREMIUM IS
      *    PAID ON THEM
       FD  TC-FILE.
       01  TC-REC.
           05  TC-EMP-NO           PIC  X(04).
           05  TC-WORK-DATE        PIC  X(08).
           05  TC-REG-HOURS        PIC  X(04).
           05  TC-OT-HOURS         PIC  X(04).
           05  TC-NIGHT-HOURS      PIC  X(04).
           05  TC-HOL-HOURS        PIC  X(04).

       FD  CLEAN-FILE.
       01  CLEAN-REC               PIC  X(28).

       FD  REJECT-FILE.
       01  REJECT-REC.
           05  REJ-REASON          PIC  X(02).
           05  FILLER              PIC  X.
           05  REJ-TC-REC          PIC  X(28).

       WORKING-STORAGE             SECTION.
       01  WS-TC-STATUS            PIC  X(02).
           88  WS-TC-OK            VALUE "00".
           88  WS-TC-EOF           VALUE "10".
           88  WS-TC-ABSENT        VALUE "35".
       01  WS-CLEAN-STATUS         PIC  X(02).
           88  WS-CLEAN-OK         VALUE "00".
       01  WS-REJECT-STATUS        PIC  X(02).
           88  WS-REJECT-OK        VALUE "00".
      *    REASON CODES CARRIED ON EACH REJECT RECORD:
      *      01 = EMP NO NOT NUMERIC
      *      02 = WORK DATE NOT A REAL CALENDAR DATE
      *      03 = AN HOURS COLUMN NOT NUMERIC
      *      04 = MORE THAN 24 HOURS WORKED IN THE DAY
      *      05 = MORE LATE-NIGHT HOURS THAN HOURS WORKED
       01  WS-REASON               PIC  X(02) VALUE SPACES.
           88  WS-CARD-CLEAN       VALUE SPACES.
      *    REDEFINED VIEWS OF THE RAW FIELDS FOR THE NUMERIC CLASS
      *    TESTS
       01  WS-CHECK-NO             PIC  9(04).
       01  WS-CHECK-NO-X           REDEFINES WS-CHECK-NO
                                   PIC  X(04).
       01  WS-CHECK-DATE           PIC  9(08).
       01  WS-CHECK-DATE-X         REDEFINES WS-CHECK-DATE
                                   PIC  X(08).
       01  WS-CHECK-HOURS.
           05  WS-CHECK-REG        PIC  9(02)V9(02).
           05  WS-CHECK-OT         PIC  9(02)V9(02).
           05  WS-CHECK-NIGHT      PIC  9(02)V9(02).
           05  WS-CHECK-HOL        PIC  9(02)V9(02).
       01  WS-CHECK-HOURS-X        REDEFINES WS-CHECK-HOURS.
           05  WS-CHECK-REG-X      PIC  X(04).
           05  WS-CHECK-OT-X       PIC  X(04).
           05  WS-CHECK-NIGHT-X    PIC  X(04).
           05  WS-CHECK-HOL-X      PIC  X(04).
       01  WS-DAY-HOURS            PIC  9(03)V9(02).
       01  WS-EDIT-SUMMARY.
           05  WS-ROWS-READ        PIC  9(06) VALUE ZERO.
           05  WS-ROWS-CLEAN       PIC  9(06) VALUE ZERO.
           05  WS-ROWS-REJECTED    PIC  9(06) VALUE ZERO.
      *    CYCLE-STOPPING THRESHOLD -- WHEN MORE THAN THIS PERCENTAGE
      *    OF THE FEED REJECTS, THE WHOLE FEED IS SUSPECT AND THE PAY
      *    STEP SHOULD NOT PRICE IT AT ALL
       01  WS-REJECT-PCT-LIMIT     PIC  9(02) VALUE 20.
       01  WS-REJECT-PCT           PIC  9(03) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "TCEDIT".
      *    CONTROL-TOTALS REGISTER CONTRACT (SEE CTLREG/BALANCER) --
      *    CLEAN CARDS AND THE SUM OF ALL THEIR HOURS
       01  WS-CTL-COUNT            PIC  9(09) VALUE ZERO.
       01  WS-CTL-HASH             PIC S9(11)V9(02) VALUE ZERO.
      *    DATECALC CONTRACT FIELDS (SEE DATECALC) -- ITS DATE CHECK
      *    DECIDES WHETHER A WORK DATE IS REAL
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-TC-NAME              PIC  X(40) VALUE "TIMECARD.DAT".
       01  WS-CLEAN-NAME           PIC  X(40) VALUE "TIMECARD.CHK".
       01  WS-REJECT-NAME          PIC  X(40) VALUE "TIMECARD.REJ".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TCEDIT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** TCEDIT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    THE FEED ARRIVES ONCE A PERIOD -- ON A NIGHT WITHOUT ONE
      *    THE CARDS ALREADY VALIDATED STAND AND THE CYCLE GOES ON
           OPEN INPUT  TC-FILE.
           IF  WS-TC-ABSENT
               DISPLAY "*** TCEDIT: NO TIMECARD.DAT THIS RUN -- "
                       "TIMECARD.CHK LEFT AS IS ***"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 0               TO   RETURN-CODE
               GOBACK
           END-IF.
           IF  NOT WS-TC-OK
               DISPLAY "*** TCEDIT: UNABLE TO OPEN TIMECARD.DAT, "
                       "STATUS: " WS-TC-STATUS " ***"
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT REJECT-FILE.
           IF  NOT WS-CLEAN-OK OR NOT WS-REJECT-OK
               DISPLAY "*** TCEDIT: UNABLE TO OPEN OUTPUT FILES, "
                       "STATUS: " WS-CLEAN-STATUS "/" WS-REJECT-STATUS
                       " ***"
               CLOSE TC-FILE
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-TC-EOF
               READ TC-FILE
                   AT END
                       SET WS-TC-EOF TO TRUE
                   NOT AT END
                       ADD  1       TO   WS-ROWS-READ
                       PERFORM EDIT-TIMECARD
               END-READ
           END-PERFORM.

           CLOSE TC-FILE CLEAN-FILE REJECT-FILE.

      *    EDIT SUMMARY AND FINAL CONDITION CODE -- RC 8 STOPS THE
      *    CYCLE IN EMPBATCH, RC 4 MEANS "PAYABLE, BUT LOOK AT THE
      *    REJECT FILE", RC 0 IS A FULLY CLEAN FEED
           IF  WS-ROWS-READ > ZERO
               COMPUTE WS-REJECT-PCT ROUNDED =
                       WS-ROWS-REJECTED * 100 / WS-ROWS-READ
           END-IF.
           DISPLAY "*** TCEDIT EDIT SUMMARY ***".
           DISPLAY "***   CARDS READ    : " WS-ROWS-READ " ***".
           DISPLAY "***   CARDS CLEAN   : " WS-ROWS-CLEAN " ***".
           DISPLAY "***   CARDS REJECTED: " WS-ROWS-REJECTED
                   " (" WS-REJECT-PCT " PCT) ***".
           DISPLAY "***   HOURS ACCEPTED: " WS-CTL-HASH " ***".
           EVALUATE TRUE
               WHEN WS-REJECT-PCT > WS-REJECT-PCT-LIMIT
                   DISPLAY "*** TCEDIT: REJECT PERCENTAGE OVER "
                           WS-REJECT-PCT-LIMIT " PCT -- FEED SUSPECT,"
                           " PAY STEP SHOULD NOT RUN ***"
                   MOVE "FAIL"      TO   WS-AUDIT-STATUS
                   MOVE 8           TO   RETURN-CODE
               WHEN WS-ROWS-REJECTED > ZERO
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
                   MOVE 4           TO   RETURN-CODE
               WHEN OTHER
                   MOVE 0           TO   RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           CALL "CTLREG" USING WS-PROGRAM-NAME, WS-CTL-COUNT,
                                WS-CTL-HASH.
           DISPLAY "*** TCEDIT FINISHED ***".
           GOBACK.

      ******************************************************************
       EDIT-TIMECARD.
      ******************************************************************
           MOVE  SPACES             TO   WS-REASON.
           MOVE  TC-EMP-NO          TO   WS-CHECK-NO-X.
           MOVE  TC-WORK-DATE       TO   WS-CHECK-DATE-X.
           MOVE  TC-REG-HOURS       TO   WS-CHECK-REG-X.
           MOVE  TC-OT-HOURS        TO   WS-CHECK-OT-X.
           MOVE  TC-NIGHT-HOURS     TO   WS-CHECK-NIGHT-X.
           MOVE  TC-HOL-HOURS       TO   WS-CHECK-HOL-X.
           MOVE  "OK"               TO   WS-DC-STATUS.
           IF  WS-CHECK-DATE NUMERIC
               MOVE  "DOW"          TO   WS-DC-FUNCTION
               MOVE  WS-CHECK-DATE  TO   WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                      WS-DC-DATE-1, WS-DC-DATE-2,
                                      WS-DC-DAYS, WS-DC-RESULT-DATE,
                                      WS-DC-DOW, WS-DC-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHECK-NO NOT NUMERIC
                   MOVE  "01"       TO   WS-REASON
               WHEN WS-CHECK-DATE NOT NUMERIC
                 OR WS-DC-STATUS NOT = "OK"
                   MOVE  "02"       TO   WS-REASON
               WHEN WS-CHECK-REG NOT NUMERIC
                 OR WS-CHECK-OT NOT NUMERIC
                 OR WS-CHECK-NIGHT NOT NUMERIC
                 OR WS-CHECK-HOL NOT NUMERIC
                   MOVE  "03"       TO   WS-REASON
           END-EVALUATE.
           IF  WS-CARD-CLEAN
               COMPUTE WS-DAY-HOURS = WS-CHECK-REG + WS-CHECK-OT
                                    + WS-CHECK-HOL
               EVALUATE TRUE
                   WHEN WS-DAY-HOURS > 24
                       MOVE  "04"   TO   WS-REASON
                   WHEN WS-CHECK-NIGHT > WS-DAY-HOURS
                       MOVE  "05"   TO   WS-REASON
               END-EVALUATE
           END-IF.
           IF  WS-CARD-CLEAN
               ADD  1               TO   WS-ROWS-CLEAN
               ADD  1               TO   WS-CTL-COUNT
               ADD  WS-CHECK-REG WS-CHECK-OT WS-CHECK-NIGHT
                    WS-CHECK-HOL    TO   WS-CTL-HASH
               WRITE CLEAN-REC      FROM TC-REC
           ELSE
               ADD  1               TO   WS-ROWS-REJECTED
               MOVE  SPACES         TO   REJECT-REC
               MOVE  WS-REASON      TO   REJ-REASON
               MOVE  TC-REC         TO   REJ-TC-REC
               WRITE REJECT-REC
               DISPLAY "*** REJECTED (REASON " WS-REASON "): "
                       TC-REC " ***"
           END-IF.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** TCEDIT: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-TC-NAME     TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TC-NAME
               MOVE  WS-CLEAN-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-CLEAN-NAME
               MOVE  WS-REJECT-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-REJECT-NAME
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
                                  WS-AUDIT-START-TIME, WS-ROWS-CLEAN,
                                  WS-AUDIT-STATUS.
      ******************************************************************
