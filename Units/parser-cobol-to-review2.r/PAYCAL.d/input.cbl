      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PAYCAL --- shared pay-calendar subprogram: answers, off the
      *             PAYCAL.DAT calendar, which pay period a run date
      *             belongs to and that period's attendance cutoff,
      *             change cutoff and nominal pay date -- so the
      *             payroll steps stamp the period the calendar says
      *             rather than the month the clock happens to show,
      *             BANKXFR knows the payday, and SCHEDULER knows
      *             when the attendance month has closed.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PAYCAL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ONE RECORD PER PAY PERIOD, IN PERIOD ORDER -- PERIOD
      *    (YYYYMM), ATTENDANCE CUTOFF, CHANGE CUTOFF AND NOMINAL PAY
      *    DATE (YYYYMMDD); A LINE STARTING "*" IS A COMMENT
           SELECT PAYCAL-FILE      ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PAYCAL-FILE.
       01  PAYCAL-REC.
           05  PC-PERIOD           PIC  9(06).
           05  FILLER              PIC  X.
           05  PC-ATT-CUTOFF       PIC  9(08).
           05  FILLER              PIC  X.
           05  PC-CHG-CUTOFF       PIC  9(08).
           05  FILLER              PIC  X.
           05  PC-PAY-DATE         PIC  9(08).

       WORKING-STORAGE             SECTION.
       01  WS-PAYCAL-STATUS        PIC  X(02).
           88  WS-PAYCAL-OK        VALUE "00".
           88  WS-PAYCAL-EOF       VALUE "10".
       01  WS-CAL-LOADED-FLAG      PIC  X     VALUE "N".
           88  WS-CAL-LOADED       VALUE "Y".
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT          PIC  9(03) VALUE ZERO.
           05  WS-CAL-ENTRY        OCCURS 120.
               10  WS-CAL-PERIOD   PIC  9(06).
               10  WS-CAL-ATT-CUTOFF
                                   PIC  9(08).
               10  WS-CAL-CHG-CUTOFF
                                   PIC  9(08).
               10  WS-CAL-PAY-DATE PIC  9(08).
       01  WS-CAL-IDX              PIC  9(03).
       01  WS-CAL-HIT              PIC  9(03).

       LINKAGE                     SECTION.
      *    "DATE"    -- THE PERIOD A RUN ON LNK-DATE PAYS: THE FIRST
      *                 PERIOD WHOSE PAY DATE IS NOT BEFORE IT
      *    "PERIOD"  -- THE DATES OF PERIOD LNK-PERIOD
      *    "LASTCUT" -- THE LATEST PERIOD WHOSE ATTENDANCE CUTOFF IS
      *                 BEFORE LNK-DATE (THE LAST ATTENDANCE MONTH
      *                 CLOSED)
       01  LNK-FUNCTION            PIC  X(08).
       01  LNK-DATE                PIC  9(08).
       01  LNK-PERIOD              PIC  9(06).
       01  LNK-ATT-CUTOFF          PIC  9(08).
       01  LNK-CHG-CUTOFF          PIC  9(08).
       01  LNK-PAY-DATE            PIC  9(08).
      *    "OK", "NF" = NO SUCH PERIOD ON THE CALENDAR, "NC" = NO
      *    CALENDAR FILE, "FN" = UNKNOWN FUNCTION
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-FUNCTION,
                                                   LNK-DATE,
                                                   LNK-PERIOD,
                                                   LNK-ATT-CUTOFF,
                                                   LNK-CHG-CUTOFF,
                                                   LNK-PAY-DATE,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           IF  NOT WS-CAL-LOADED
               PERFORM LOAD-CALENDAR-TABLE
           END-IF.
           MOVE  "OK"               TO   LNK-STATUS.
           MOVE  ZERO               TO   WS-CAL-HIT.
           IF  WS-CAL-CNT = ZERO
               MOVE  "NC"           TO   LNK-STATUS
               EXIT PROGRAM
           END-IF.

           EVALUATE LNK-FUNCTION
               WHEN "DATE"
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-CNT
                              OR WS-CAL-HIT > ZERO
                       IF  WS-CAL-PAY-DATE(WS-CAL-IDX) NOT < LNK-DATE
                           MOVE  WS-CAL-IDX  TO   WS-CAL-HIT
                       END-IF
                   END-PERFORM
               WHEN "PERIOD"
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-CNT
                              OR WS-CAL-HIT > ZERO
                       IF  WS-CAL-PERIOD(WS-CAL-IDX) = LNK-PERIOD
                           MOVE  WS-CAL-IDX  TO   WS-CAL-HIT
                       END-IF
                   END-PERFORM
               WHEN "LASTCUT"
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-CNT
                       IF  WS-CAL-ATT-CUTOFF(WS-CAL-IDX) < LNK-DATE
                           MOVE  WS-CAL-IDX  TO   WS-CAL-HIT
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE  "FN"       TO   LNK-STATUS
                   EXIT PROGRAM
           END-EVALUATE.

           IF  WS-CAL-HIT = ZERO
               MOVE  "NF"           TO   LNK-STATUS
           ELSE
               MOVE  WS-CAL-PERIOD(WS-CAL-HIT)      TO   LNK-PERIOD
               MOVE  WS-CAL-ATT-CUTOFF(WS-CAL-HIT)  TO   LNK-ATT-CUTOFF
               MOVE  WS-CAL-CHG-CUTOFF(WS-CAL-HIT)  TO   LNK-CHG-CUTOFF
               MOVE  WS-CAL-PAY-DATE(WS-CAL-HIT)    TO   LNK-PAY-DATE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
       LOAD-CALENDAR-TABLE.
      ******************************************************************
           SET  WS-CAL-LOADED       TO   TRUE.
           OPEN INPUT PAYCAL-FILE.
           IF  WS-PAYCAL-OK
               PERFORM UNTIL WS-PAYCAL-EOF
                   READ PAYCAL-FILE
                       AT END
                           SET WS-PAYCAL-EOF TO TRUE
                       NOT AT END
                           IF  PC-PERIOD NUMERIC
                           AND PC-ATT-CUTOFF NUMERIC
                           AND PC-CHG-CUTOFF NUMERIC
                           AND PC-PAY-DATE NUMERIC
                           AND WS-CAL-CNT < 120
                               ADD  1   TO   WS-CAL-CNT
                               MOVE PC-PERIOD     TO
                                    WS-CAL-PERIOD(WS-CAL-CNT)
                               MOVE PC-ATT-CUTOFF TO
                                    WS-CAL-ATT-CUTOFF(WS-CAL-CNT)
                               MOVE PC-CHG-CUTOFF TO
                                    WS-CAL-CHG-CUTOFF(WS-CAL-CNT)
                               MOVE PC-PAY-DATE   TO
                                    WS-CAL-PAY-DATE(WS-CAL-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYCAL-FILE
           ELSE
               DISPLAY "*** PAYCAL: PAYCAL.DAT NOT FOUND -- NO PAY "
                       "CALENDAR CONFIGURED ***"
           END-IF.
      ******************************************************************
