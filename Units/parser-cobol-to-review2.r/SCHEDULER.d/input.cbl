      *                card is copied to STEPCTL.DAT and EMPBATCH is
      *                submitted -- so the weekly EMPHRSYN and the
      *                month-end LOGARCH stop depending on someone
      *                remembering.  A PAYCUT cycle is month-end
      *                work that needs the attendance month closed:
      *                it runs at month end only once the pay
      *                calendar's (PAYCAL.DAT) attendance cutoff has
      *                passed, and otherwise on the first business day
      *                after the cutoff.  A cycle runs for one
      *                company of the group: the schedule line names
      *                it (blank = the parent) and the run-company
      *                card (see COMPANY) is cut for it before
      *                EMPBATCH goes, so the subsidiary's nightly
      *                cycle is just another line on the schedule.
      *                The card is copied whole, the concurrency-group
      *                column included.  A schedule line may name a
      *                saved report definition instead (see RPTGEN):
      *                that cycle runs the report generator for the
      *                one report in place of EMPBATCH and needs no
      *                step card, so a recurring management question
      *                is one more schedule line.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE SCHEDULE -- CYCLE NAME, FREQUENCY RULE (DAILY,
      *    WEEKLY-N WITH N = 1 MONDAY .. 7 SUNDAY, MONTHEND, PAYCUT),
      *    PREREQUISITE CYCLE (BLANK = NONE), STEP CARD FILE, THE
      *    COMPANY THE CYCLE RUNS FOR (BLANK = THE PARENT) AND A SAVED
      *    REPORT DEFINITION THE CYCLE RUNS INSTEAD OF EMPBATCH
           SELECT SCHED-FILE       ASSIGN TO "JOBSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           05  JS-PREREQ           PIC  X(10).
           05  FILLER              PIC  X.
           05  JS-STEPCARD         PIC  X(20).
           05  FILLER              PIC  X.
           05  JS-COMPANY          PIC  X(02).
           05  FILLER              PIC  X.
           05  JS-REPORT           PIC  X(10).

       FD  CARD-FILE.
       01  CARD-REC                PIC  X(15).

       FD  STEPCTL-FILE.
       01  STEPCTL-REC             PIC  X(15).

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".
      *    SHARED WITH EMPBATCH (EXTERNAL) -- NAMES THE CYCLE BEING
      *    SUBMITTED SO ITS SAME-DAY REFUSAL STANDS DOWN
       01  WS-SCHED-CYCLE          PIC  X(10) EXTERNAL.
      *    SHARED WITH RPTGEN (EXTERNAL) -- THE SAVED DEFINITION A
      *    REPORT CYCLE RUNS
       01  WS-RPT-REQUEST          PIC  X(10) EXTERNAL.
      *    DATECALC CONTRACT FIELDS -- DAY-OF-WEEK AND NEXT BUSINESS
      *    DAY DRIVE THE FREQUENCY RULES
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-MONTH-END-FLAG       PIC  X     VALUE "N".
           88  WS-IS-MONTH-END     VALUE "Y".
       01  WS-FREQ-DOW             PIC  9.
      *    PAY CALENDAR CONTRACT FIELDS (SEE PAYCAL)
       01  WS-PC-FUNCTION          PIC  X(08).
       01  WS-PC-DATE              PIC  9(08).
       01  WS-PC-PERIOD            PIC  9(06).
       01  WS-PC-ATT-CUTOFF        PIC  9(08).
       01  WS-PC-CHG-CUTOFF        PIC  9(08).
       01  WS-PC-PAY-DATE          PIC  9(08).
       01  WS-PC-STATUS            PIC  X(02).
      *    A PAYCUT CYCLE'S RELEASE DAY -- THE MONTH-END BUSINESS DAY
      *    OF THE MONTH THE LAST ATTENDANCE CUTOFF FELL IN, OR THE
      *    BUSINESS DAY AFTER THE CUTOFF WHEN THAT IS LATER
       01  WS-CUT-NEXT-MONTH       PIC  9(08).
       01  WS-CUT-NEXT-MONTH-R     REDEFINES WS-CUT-NEXT-MONTH.
           05  WS-CN-YYYY          PIC  9(04).
           05  WS-CN-MM            PIC  9(02).
           05  WS-CN-DD            PIC  9(02).
       01  WS-CUT-MONTH-END        PIC  9(08).
       01  WS-RELEASE-DATE         PIC  9(08).
       01  WS-CYCLE-DUE-FLAG       PIC  X.
           88  WS-CYCLE-DUE        VALUE "Y".
       01  WS-PREREQ-MET-FLAG      PIC  X.
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-CYCLE-STATUS         PIC  X(04).
       01  WS-CYCLE-STEPS          PIC  9(06) VALUE ZERO.
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
           END-PERFORM.
           CLOSE SCHED-FILE.

           MOVE  SPACES             TO   WS-SCHED-CYCLE
                                         WS-RPT-REQUEST.
      *    A STANDALONE RUN AFTERWARDS IS THE PARENT'S AGAIN
           MOVE  SPACES             TO   WS-CO-CODE.
           PERFORM SET-RUN-COMPANY.
           DISPLAY "*** SCHEDULER SUMMARY -- CYCLES: "
                   WS-CYCLES-SEEN "  SUBMITTED: " WS-CYCLES-RUN
                   "  HELD: " WS-CYCLES-HELD " ***".
                   IF  WS-IS-MONTH-END
                       SET  WS-CYCLE-DUE  TO   TRUE
                   END-IF
               WHEN JS-FREQ = "PAYCUT"
                   PERFORM CHECK-PAY-CUTOFF
               WHEN OTHER
                   DISPLAY "*** SCHEDULER: UNKNOWN FREQUENCY "
                           JS-FREQ " ON CYCLE " JS-CYCLE " ***"
               END-IF
           END-IF.

      ******************************************************************
       CHECK-PAY-CUTOFF.
      ******************************************************************
      *    THE PAYROLL MONTH-END STEPS NEED THE ATTENDANCE MONTH
      *    CLOSED -- DUE ON THE RELEASE DAY OF THE LAST CUTOFF PASSED
           MOVE  ZERO               TO   WS-RELEASE-DATE.
           MOVE  "LASTCUT"          TO   WS-PC-FUNCTION.
           MOVE  WS-TODAY           TO   WS-PC-DATE.
           CALL "PAYCAL" USING WS-PC-FUNCTION, WS-PC-DATE,
                                WS-PC-PERIOD, WS-PC-ATT-CUTOFF,
                                WS-PC-CHG-CUTOFF, WS-PC-PAY-DATE,
                                WS-PC-STATUS.
           IF  WS-PC-STATUS = "OK"
               MOVE  WS-PC-ATT-CUTOFF    TO   WS-CUT-NEXT-MONTH
               MOVE  01             TO   WS-CN-DD
               IF  WS-CN-MM = 12
                   ADD  1           TO   WS-CN-YYYY
                   MOVE 01          TO   WS-CN-MM
               ELSE
                   ADD  1           TO   WS-CN-MM
               END-IF
               MOVE  "PREVBD"       TO   WS-DC-FUNCTION
               MOVE  WS-CUT-NEXT-MONTH   TO   WS-DC-DATE-1
               PERFORM CALL-DATECALC
               MOVE  WS-DC-RESULT-DATE   TO   WS-CUT-MONTH-END
               IF  WS-CUT-MONTH-END > WS-PC-ATT-CUTOFF
                   MOVE  WS-CUT-MONTH-END     TO   WS-RELEASE-DATE
               ELSE
                   MOVE  "NEXTBD"   TO   WS-DC-FUNCTION
                   MOVE  WS-PC-ATT-CUTOFF     TO   WS-DC-DATE-1
                   PERFORM CALL-DATECALC
                   MOVE  WS-DC-RESULT-DATE    TO   WS-RELEASE-DATE
               END-IF
           END-IF.
           IF  WS-RELEASE-DATE = WS-TODAY
               SET  WS-CYCLE-DUE    TO   TRUE
           ELSE
      *        MONTH END WITH THE ATTENDANCE MONTH STILL OPEN -- SAID
      *        SO, THE CYCLE COMES ROUND AFTER THE CUTOFF
               IF  WS-IS-MONTH-END
                   IF  WS-PC-STATUS = "OK"
                       DISPLAY "*** SCHEDULER: CYCLE " JS-CYCLE
                               " WAITS FOR THE ATTENDANCE CUTOFF -- "
                               "NOT BEFORE THE BUSINESS DAY AFTER "
                               "THE NEXT CUTOFF ***"
                   ELSE
                       ADD  1       TO   WS-CYCLES-HELD
                       DISPLAY "*** SCHEDULER: CYCLE " JS-CYCLE
                               " HELD -- NO ATTENDANCE CUTOFF ON THE "
                               "PAY CALENDAR (" WS-PC-STATUS ") ***"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

      ******************************************************************
       CHECK-PREREQUISITE.
      ******************************************************************
      ******************************************************************
       SUBMIT-ONE-CYCLE.
      ******************************************************************
      *    A REPORT CYCLE HAS NO STEP CARD TO COPY
           IF  JS-REPORT = SPACES
               PERFORM COPY-STEP-CARD
           ELSE
               MOVE  "00"           TO   WS-CARD-STATUS
           END-IF.
           MOVE  JS-COMPANY         TO   WS-CO-CODE.
           IF  WS-CARD-OK
               PERFORM SET-RUN-COMPANY
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   ADD  1           TO   WS-CYCLES-HELD
                   DISPLAY "*** SCHEDULER: STEP CARD " JS-STEPCARD
                           " FOR CYCLE " JS-CYCLE " NOT READABLE -- "
                           "CYCLE HELD ***"
      *        A CYCLE FOR A COMPANY THE REGISTER DOES NOT KNOW WOULD
      *        RUN AS SOMEBODY ELSE'S -- HELD INSTEAD
               WHEN WS-CO-STATUS NOT = "OK"
                   ADD  1           TO   WS-CYCLES-HELD
                   DISPLAY "*** SCHEDULER: COMPANY " JS-COMPANY
                           " FOR CYCLE " JS-CYCLE " NOT ON "
                           "COMPANY.DAT OR NOT SET -- CYCLE HELD ***"
               WHEN OTHER
                   PERFORM RUN-ONE-CYCLE
           END-EVALUATE.

      ******************************************************************
       RUN-ONE-CYCLE.
      ******************************************************************
           DISPLAY "*** SCHEDULER: SUBMITTING CYCLE " JS-CYCLE
                   " FOR COMPANY " WS-CO-CODE " ***".
           MOVE  JS-CYCLE           TO   WS-SCHED-CYCLE.
           MOVE  0                  TO   RETURN-CODE.
           IF  JS-REPORT = SPACES
               CALL "EMPBATCH"
           ELSE
               MOVE  JS-REPORT      TO   WS-RPT-REQUEST
               CALL "RPTGEN"
               MOVE  SPACES         TO   WS-RPT-REQUEST
           END-IF.
           MOVE  RETURN-CODE        TO   WS-CYCLE-RC.
           ADD  1                   TO   WS-CYCLES-RUN.
           DISPLAY "*** SCHEDULER: CYCLE " JS-CYCLE
                   " CONDITION CODE " WS-CYCLE-RC " ***".
      *    THE CYCLE LEAVES ITS OWN AUDIT RECORD UNDER ITS NAME
      *    -- WHAT LATER CYCLES' PREREQUISITE CHECKS READ
           EVALUATE TRUE
               WHEN WS-CYCLE-RC = 0
                   MOVE "OK"        TO   WS-CYCLE-STATUS
               WHEN WS-CYCLE-RC < 8
                   MOVE "WARN"      TO   WS-CYCLE-STATUS
               WHEN OTHER
                   MOVE "FAIL"      TO   WS-CYCLE-STATUS
           END-EVALUATE.
           MOVE  1                  TO   WS-CYCLE-STEPS.
           CALL "AUDITLOG" USING JS-CYCLE, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-CYCLE-STEPS,
                                  WS-CYCLE-STATUS.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
      *    BLANK = THE PARENT (SEE COMPANY)
           MOVE  "SET"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       COPY-STEP-CARD.
