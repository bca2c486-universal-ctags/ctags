      *               option), falling back to the classic edit/load/
      *               report sequence when no card is present, with
      *               condition-code chaining between steps so a
      *               failed load never feeds a report.  A card
      *               holds up to 40 steps.  The cycle runs for the
      *               company on the run-company card (see COMPANY)
      *               and refuses one the register does not know; the
      *               same-day resubmit check is kept per company.
      *               Steps sharing a group code on the card run side
      *               by side, each as its own process under STEPRUN,
      *               and the cycle waits for the whole group before
      *               the next step; condition codes, elapsed times
      *               and the stop rule still go step by step.  A
      *               rehearsal cycle (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               says so at the start, is never refused as a
      *               same-day resubmit and leaves the business date
      *               unrecorded, so the real cycle can follow it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      *    BUSINESS DATE OF THE LAST COMPLETED SUBMISSION -- CHECKED
      *    FIRST SO A FAT-FINGERED RESUBMIT CANNOT DOUBLE-PROCESS THE
      *    EMP LOAD ON THE SAME BUSINESS DAY
           SELECT LASTRUN-FILE     ASSIGN TO DYNAMIC WS-LASTRUN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.
      *    BATCH-WINDOW CUTOFF TIME (HHMM) -- THE CYCLE MUST BE DONE
               FILE STATUS IS WS-BATWIN-STATUS.
      *    STEP-CONTROL CARD -- ONE RECORD PER STEP IN EXECUTION
      *    ORDER: STEP NAME, THEN Y (RUN), N (SKIP) OR R (RESTART
      *    FROM THIS STEP -- EVERYTHING BEFORE IT IS SKIPPED), THEN
      *    AN OPTIONAL TWO-CHARACTER CONCURRENCY GROUP: CONSECUTIVE
      *    STEPS CARRYING THE SAME GROUP CODE RUN SIDE BY SIDE AND THE
      *    CYCLE WAITS FOR ALL OF THEM BEFORE THE NEXT STEP.  WITH NO
      *    CARD PRESENT THE BUILT-IN DEFAULT SEQUENCE RUNS.
           SELECT STEPCTL-FILE     ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.
      *    COMPLETION FILE OF ONE CONCURRENT STEP (SEE STEPRUN)
           SELECT DONE-FILE        ASSIGN TO DYNAMIC WS-DONE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
           05  SC-STEP-NAME        PIC  X(10).
           05  FILLER              PIC  X.
           05  SC-RUN-FLAG         PIC  X.
           05  FILLER              PIC  X.
           05  SC-GROUP            PIC  X(02).

       FD  DONE-FILE.
           COPY "STEPDONE.CPY".

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPBATCH".
           88  WS-RUNCAL-EOF        VALUE "10".
       01  WS-LASTRUN-STATUS        PIC  X(02).
           88  WS-LASTRUN-OK        VALUE "00".
      *    EACH COMPANY'S OWN COPY (SEE COMPANY) -- THE SUBSIDIARY'S
      *    CYCLE DOES NOT READ AS A RESUBMIT OF THE PARENT'S
       01  WS-LASTRUN-NAME          PIC  X(40) VALUE "LASTRUN.DAT".
           COPY "REHEARSE.CPY".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION           PIC  X(08).
       01  WS-CO-CODE               PIC  X(02).
       01  WS-CO-NAME               PIC  X(30).
       01  WS-CO-ROLE               PIC  X.
       01  WS-CO-FILE-NAME          PIC  X(40).
       01  WS-CO-STATUS             PIC  X(02).
       01  WS-RUN-DATE              PIC  9(08).
       01  WS-DATE-INT              PIC S9(09) COMP.
      *    1 = MONDAY ... 7 = SUNDAY, DERIVED FROM THE INTEGER DATE
       01  WS-STEPCTL-STATUS        PIC  X(02).
           88  WS-STEPCTL-OK        VALUE "00".
           88  WS-STEPCTL-EOF       VALUE "10".
       01  WS-DONE-STATUS           PIC  X(02).
           88  WS-DONE-OK           VALUE "00".
       01  WS-DONE-NAME             PIC  X(40) VALUE SPACES.
      *    THE STEP SCHEDULE FOR THIS SUBMISSION -- LOADED FROM THE
      *    CONTROL CARD OR THE BUILT-IN DEFAULT SEQUENCE
       01  WS-STEP-TABLE.
           05  WS-STEP-CNT          PIC  9(02) VALUE ZERO.
           05  WS-STEP-ENTRY        OCCURS 40.
               10  WS-STE-NAME      PIC  X(10).
               10  WS-STE-FLAG      PIC  X.
               10  WS-STE-GROUP     PIC  X(02).
      *            HOW A GROUP MEMBER IS RUNNING: L = LAUNCHED AS
      *            ITS OWN PROCESS, I = RUN IN LINE (LAUNCH FAILED),
      *            D = FINISHED, X = NEVER REPORTED BACK
               10  WS-STE-STATE     PIC  X.
               10  WS-STE-RC        PIC S9(4) COMP-5.
               10  WS-STE-START     PIC  9(08).
               10  WS-STE-END       PIC  9(08).
       01  WS-STEP-IDX              PIC  9(02).
      *    CONCURRENCY-GROUP BOOKKEEPING -- THE GROUP RUNS FROM
      *    WS-STEP-IDX TO WS-GROUP-END ON THE STEP TABLE
       01  WS-GROUP-FIRST           PIC  9(02).
       01  WS-GROUP-END             PIC  9(02).
       01  WS-GROUP-IDX             PIC  9(02).
       01  WS-GROUP-RUN-CNT         PIC  9(02).
       01  WS-GROUP-OPEN-CNT        PIC  9(02).
       01  WS-GROUP-START-TIME      PIC  9(08).
       01  WS-GROUP-START-SECS      PIC S9(09) COMP.
       01  WS-GROUP-WAIT-SECS       PIC S9(09) COMP.
       01  WS-NOW-TIME              PIC  9(08).
       01  WS-NOW-SECS              PIC S9(09) COMP.
       01  D-GROUP-CNT              PIC  Z9.
      *    HOW A GROUP MEMBER IS STARTED AS A PROCESS OF ITS OWN, HOW
      *    OFTEN THE CYCLE LOOKS FOR ITS COMPLETION FILE, AND HOW LONG
      *    IT WAITS BEFORE A SILENT MEMBER COUNTS AS FAILED
      *    (SHOPCNFG.DAT KEYS STEP-LAUNCH-CMD, STEP-POLL-SECS AND
      *    STEP-GROUP-MAX-MINS)
      *    THE LAUNCH COMMAND IS THE SITE'S OWN JOB-SUBMIT COMMAND AND
      *    HAS NO DEFAULT -- A CONCURRENT GROUP WITHOUT ONE IS REFUSED
       01  WS-LAUNCH-CMD            PIC  X(40) VALUE SPACES.
       01  WS-POLL-SECS             PIC  9(02) VALUE 5.
       01  WS-GROUP-MAX-MINS        PIC  9(03) VALUE 120.
       01  WS-LAUNCH-LINE           PIC  X(80).
       01  WS-CFG-KEY               PIC  X(20).
       01  WS-CFG-VALUE             PIC  X(40).
       01  WS-CFG-STATUS            PIC  X(02).
       01  WS-RESTART-SEEN-FLAG     PIC  X     VALUE "N".
           88  WS-RESTART-SEEN      VALUE "Y".
       01  WS-CYCLE-STOP-FLAG       PIC  X     VALUE "N".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

      *    THE COMPANY THIS CYCLE RUNS FOR -- ONE THE REGISTER DOES
      *    NOT KNOW WOULD LOAD AND PAY UNDER A CODE NOBODY OWNS
           MOVE  "RUN"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS NOT = "OK"
               MOVE  "EMB-020"      TO   WS-MSG-ID
               MOVE  WS-CO-CODE     TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
           MOVE  "EMB-021"          TO   WS-MSG-ID.
           MOVE  WS-CO-CODE         TO   WS-MSG-SUB-1.
           PERFORM SEND-MESSAGE.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               MOVE  "EMB-026"      TO   WS-MSG-ID
               PERFORM SEND-MESSAGE
           END-IF.
           MOVE  "FILE"             TO   WS-CO-FUNCTION.
           MOVE  "LASTRUN.DAT"      TO   WS-CO-FILE-NAME.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           MOVE  WS-CO-FILE-NAME    TO   WS-LASTRUN-NAME.

      *    GATE THE WHOLE CYCLE ON THE RUN CALENDAR FIRST -- NO
      *    SECOND RUN ON THE SAME BUSINESS DAY, NO POSTING ON A
      *    WEEKEND OR A CONFIGURED HOLIDAY

      *    RUN THE SCHEDULED STEPS IN ORDER -- A STEP ENDING WITH
      *    CONDITION CODE 8 STOPS THE REST OF THE CYCLE, SO A FAILED
      *    (OR SUSPECT) LOAD NEVER FEEDS A REPORT OR AN EXTRACT.  A
      *    RUN OF STEPS SHARING A GROUP CODE GOES AS ONE CONCURRENT
      *    GROUP, AND THE NEXT STEP WAITS FOR THE WHOLE GROUP
           SET  WS-BATCH-MODE-ON    TO   TRUE.
           PERFORM LOAD-GROUP-SETTINGS.
           PERFORM LOAD-STEP-SCHEDULE.
           MOVE  1                  TO   WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX > WS-STEP-CNT
               PERFORM FIND-GROUP-END
               IF  WS-GROUP-END = WS-STEP-IDX
                   PERFORM RUN-ONE-STEP
               ELSE
                   PERFORM RUN-STEP-GROUP
               END-IF
               COMPUTE WS-STEP-IDX = WS-GROUP-END + 1
           END-PERFORM.

      *    FINAL CONDITION CODE FOR THE JOB AS A WHOLE -- THE WORST
      *    RECORD THE BUSINESS DATE ONLY NOW THAT THE CYCLE HAS RUN
      *    TO COMPLETION -- A FAILED (OR PREFLIGHT-REFUSED) CYCLE
      *    LEAVES THE DATE UNRECORDED SO A SAME-DAY RESUBMIT WITH
      *    THE RESTART-FROM-STEP CARD IS NOT REFUSED AT THE DOOR.
      *    A REHEARSAL CHANGED NOTHING, SO IT IS NOT THE DAY'S CYCLE
           IF  RETURN-CODE < 8 AND NOT RH-REHEARSAL
               PERFORM RECORD-BUSINESS-DATE
           END-IF.

                           SET WS-STEPCTL-EOF TO TRUE
                       NOT AT END
                           IF  SC-STEP-NAME NOT = SPACES
                           AND WS-STEP-CNT < 40
                               ADD  1   TO   WS-STEP-CNT
                               MOVE SC-STEP-NAME  TO
                                    WS-STE-NAME(WS-STEP-CNT)
                               MOVE SC-RUN-FLAG   TO
                                    WS-STE-FLAG(WS-STEP-CNT)
                               MOVE SC-GROUP      TO
                                    WS-STE-GROUP(WS-STEP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
                                         WS-STE-FLAG(2)
                                         WS-STE-FLAG(3)
                                         WS-STE-FLAG(4)
               MOVE  SPACES         TO   WS-STE-GROUP(1)
                                         WS-STE-GROUP(2)
                                         WS-STE-GROUP(3)
                                         WS-STE-GROUP(4)
           END-IF.

      ******************************************************************
               PERFORM SEND-MESSAGE
           ELSE
               MOVE  WS-STE-NAME(WS-STEP-IDX)  TO   WS-STEP-NAME
               MOVE  0              TO   RETURN-CODE
               PERFORM STEP-TIMER-START
               PERFORM DISPATCH-STEP
               MOVE  RETURN-CODE    TO   WS-STEP-RC
               PERFORM STEP-TIMER-STOP
               PERFORM FINISH-ONE-STEP
           END-IF
           END-IF.

      ******************************************************************
       FINISH-ONE-STEP.
      ******************************************************************
      *    THE SAME BOOKKEEPING FOR EVERY STEP, IN LINE OR CONCURRENT
      *    -- ELAPSED TIME, BATCH WINDOW, CONDITION CODE AND THE STOP
      *    RULE ALL GO STEP BY STEP IN CARD ORDER
           ADD  1                   TO   WS-STEPS-RUN.
           PERFORM REPORT-STEP-ELAPSED.
           MOVE  "EMB-010"          TO   WS-MSG-ID.
           MOVE  WS-STEP-NAME       TO   WS-MSG-SUB-1.
           MOVE  WS-STEP-RC         TO   D-STEP-RC.
           MOVE  D-STEP-RC          TO   WS-MSG-SUB-2.
           PERFORM SEND-MESSAGE.
           IF  WS-STEP-RC > WS-WORST-RC
               MOVE  WS-STEP-RC     TO   WS-WORST-RC
           END-IF.
           IF  WS-STEP-RC NOT < 8
               SET  WS-CYCLE-STOPPED  TO  TRUE
               MOVE  "EMB-011"      TO   WS-MSG-ID
               MOVE  WS-STEP-NAME   TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
           END-IF.

      ******************************************************************
       FIND-GROUP-END.
      ******************************************************************
      *    A STEP WITHOUT A GROUP CODE IS A GROUP OF ONE; OTHERWISE
      *    THE GROUP RUNS ON WHILE THE NEXT ENTRY CARRIES THE SAME CODE
           MOVE  WS-STEP-IDX        TO   WS-GROUP-FIRST WS-GROUP-END.
           IF  WS-STE-GROUP(WS-STEP-IDX) NOT = SPACES
               PERFORM VARYING WS-GROUP-IDX FROM WS-STEP-IDX BY 1
                       UNTIL WS-GROUP-IDX > WS-STEP-CNT
                          OR WS-STE-GROUP(WS-GROUP-IDX) NOT =
                             WS-STE-GROUP(WS-STEP-IDX)
                   MOVE  WS-GROUP-IDX    TO   WS-GROUP-END
               END-PERFORM
           END-IF.

      ******************************************************************
       RUN-STEP-GROUP.
      ******************************************************************
      *    A GROUP LEFT WITH FEWER THAN TWO STEPS TO RUN (SKIP FLAGS,
      *    A RESTART INSIDE THE GROUP) OR MET AFTER A FAILED STEP GOES
      *    THROUGH THE ORDINARY ONE-AT-A-TIME PATH
           MOVE  ZERO               TO   WS-GROUP-RUN-CNT.
           PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-END
               IF  WS-STE-FLAG(WS-GROUP-IDX) NOT = "N"
                   ADD  1           TO   WS-GROUP-RUN-CNT
               END-IF
           END-PERFORM.
           IF  WS-GROUP-RUN-CNT < 2 OR WS-CYCLE-STOPPED
               PERFORM VARYING WS-STEP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-STEP-IDX > WS-GROUP-END
                   PERFORM RUN-ONE-STEP
               END-PERFORM
           ELSE
      *        NO LAUNCH COMMAND CONFIGURED FOR THIS SITE -- THE CYCLE
      *        STOPS HERE AND EVERY MEMBER IS REPORTED AS SKIPPED
           IF  WS-LAUNCH-CMD = SPACES
               MOVE  "EMB-027"      TO   WS-MSG-ID
               MOVE  WS-STE-GROUP(WS-GROUP-FIRST)  TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
               SET  WS-CYCLE-STOPPED     TO   TRUE
               IF  WS-WORST-RC < 8
                   MOVE  8          TO   WS-WORST-RC
               END-IF
               PERFORM VARYING WS-STEP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-STEP-IDX > WS-GROUP-END
                   PERFORM RUN-ONE-STEP
               END-PERFORM
           ELSE
               MOVE  "EMB-022"      TO   WS-MSG-ID
               MOVE  WS-STE-GROUP(WS-GROUP-FIRST)  TO   WS-MSG-SUB-1
               MOVE  WS-GROUP-RUN-CNT    TO   D-GROUP-CNT
               MOVE  D-GROUP-CNT    TO   WS-MSG-SUB-2
               PERFORM SEND-MESSAGE
               ACCEPT  WS-GROUP-START-TIME  FROM TIME
               MOVE  WS-GROUP-START-TIME TO  WS-TIME-PARTS
               COMPUTE WS-GROUP-START-SECS =
                       WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS
               PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-END
                   IF  WS-STE-FLAG(WS-GROUP-IDX) NOT = "N"
                       PERFORM LAUNCH-GROUP-STEP
                   END-IF
               END-PERFORM
      *        A STEP THAT COULD NOT BE LAUNCHED STILL RUNS, HERE, ALONG
      *        SIDE THE ONES THAT WERE
               PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-END
                   IF  WS-STE-FLAG(WS-GROUP-IDX) NOT = "N"
                   AND WS-STE-STATE(WS-GROUP-IDX) = "I"
                       PERFORM RUN-INLINE-MEMBER
                   END-IF
               END-PERFORM
               PERFORM POLL-STEP-GROUP
               PERFORM UNTIL WS-GROUP-OPEN-CNT = ZERO
                   CALL "C$SLEEP" USING WS-POLL-SECS
                   PERFORM POLL-STEP-GROUP
               END-PERFORM
               PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-END
                   PERFORM FINISH-GROUP-MEMBER
               END-PERFORM
               MOVE  "EMB-023"      TO   WS-MSG-ID
               MOVE  WS-STE-GROUP(WS-GROUP-FIRST)  TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
           END-IF
           END-IF.

      ******************************************************************
       LAUNCH-GROUP-STEP.
      ******************************************************************
      *    THE COMPLETION FILE GOES OUT PENDING FIRST, SO A DONE
      *    RECORD LEFT FROM AN EARLIER NIGHT CANNOT BE TAKEN FOR THIS
      *    ONE; THE STEP THEN STARTS IN THE BACKGROUND UNDER STEPRUN
           MOVE  WS-STE-NAME(WS-GROUP-IDX)  TO   WS-STEP-NAME.
           MOVE  "I"                TO   WS-STE-STATE(WS-GROUP-IDX).
           PERFORM BUILD-DONE-NAME.
           OPEN OUTPUT DONE-FILE.
           IF  WS-DONE-OK
               MOVE  SPACES         TO   STEPDONE-REC
               MOVE  WS-STEP-NAME   TO   SD-STEP-NAME
               SET  SD-STATE-PENDING     TO   TRUE
               MOVE  ZERO           TO   SD-STEP-RC SD-START-TIME
                                         SD-END-TIME
               WRITE STEPDONE-REC
               CLOSE DONE-FILE
               MOVE  SPACES         TO   WS-LAUNCH-LINE
               STRING WS-LAUNCH-CMD DELIMITED BY "  "
                      " "           DELIMITED BY SIZE
                      WS-STEP-NAME  DELIMITED BY SPACE
                      " &"          DELIMITED BY SIZE
                   INTO WS-LAUNCH-LINE
               MOVE  0              TO   RETURN-CODE
               CALL "SYSTEM" USING WS-LAUNCH-LINE
               IF  RETURN-CODE = 0
                   MOVE  "L"        TO   WS-STE-STATE(WS-GROUP-IDX)
               END-IF
               MOVE  0              TO   RETURN-CODE
           END-IF.
           IF  WS-STE-STATE(WS-GROUP-IDX) = "I"
               MOVE  "EMB-024"      TO   WS-MSG-ID
               MOVE  WS-STEP-NAME   TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
           END-IF.

      ******************************************************************
       RUN-INLINE-MEMBER.
      ******************************************************************
           MOVE  WS-STE-NAME(WS-GROUP-IDX)  TO   WS-STEP-NAME.
           MOVE  0                  TO   RETURN-CODE.
           PERFORM STEP-TIMER-START.
           PERFORM DISPATCH-STEP.
           MOVE  RETURN-CODE        TO   WS-STE-RC(WS-GROUP-IDX).
           PERFORM STEP-TIMER-STOP.
           MOVE  WS-STEP-START-TIME TO   WS-STE-START(WS-GROUP-IDX).
           MOVE  WS-STEP-END-TIME   TO   WS-STE-END(WS-GROUP-IDX).
           MOVE  "D"                TO   WS-STE-STATE(WS-GROUP-IDX).

      ******************************************************************
       POLL-STEP-GROUP.
      ******************************************************************
      *    PICK UP EVERY MEMBER THAT HAS FINISHED SINCE THE LAST LOOK
      *    AND COUNT THE ONES STILL OUT
           MOVE  ZERO               TO   WS-GROUP-OPEN-CNT.
           PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-END
               IF  WS-STE-FLAG(WS-GROUP-IDX) NOT = "N"
               AND WS-STE-STATE(WS-GROUP-IDX) = "L"
                   PERFORM READ-STEP-DONE
                   IF  WS-STE-STATE(WS-GROUP-IDX) = "L"
                       ADD  1       TO   WS-GROUP-OPEN-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF  WS-GROUP-OPEN-CNT > ZERO
               PERFORM CHECK-GROUP-TIMEOUT
           END-IF.

      ******************************************************************
       READ-STEP-DONE.
      ******************************************************************
      *    A FILE STILL PENDING, EMPTY OR HALF-WRITTEN JUST MEANS THE
      *    STEP HAS NOT FINISHED YET
           MOVE  WS-STE-NAME(WS-GROUP-IDX)  TO   WS-STEP-NAME.
           PERFORM BUILD-DONE-NAME.
           OPEN INPUT DONE-FILE.
           IF  WS-DONE-OK
               READ DONE-FILE
                   NOT AT END
                       IF  SD-STATE-DONE AND SD-STEP-RC NUMERIC
                           MOVE  SD-STEP-RC    TO
                                 WS-STE-RC(WS-GROUP-IDX)
                           MOVE  SD-START-TIME TO
                                 WS-STE-START(WS-GROUP-IDX)
                           MOVE  SD-END-TIME   TO
                                 WS-STE-END(WS-GROUP-IDX)
                           MOVE  "D"      TO
                                 WS-STE-STATE(WS-GROUP-IDX)
                       END-IF
               END-READ
               CLOSE DONE-FILE
           END-IF.

      ******************************************************************
       CHECK-GROUP-TIMEOUT.
      ******************************************************************
      *    A MEMBER SILENT PAST THE GROUP LIMIT (ABENDED, KILLED, NEVER
      *    STARTED) COUNTS AS FAILED, SO THE CYCLE STOPS RATHER THAN
      *    WAITING ON IT ALL NIGHT
           ACCEPT  WS-NOW-TIME      FROM TIME.
           MOVE  WS-NOW-TIME        TO   WS-TIME-PARTS.
           COMPUTE WS-NOW-SECS =
                   WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
           COMPUTE WS-GROUP-WAIT-SECS =
                   WS-NOW-SECS - WS-GROUP-START-SECS.
           IF  WS-GROUP-WAIT-SECS < ZERO
               ADD  86400           TO   WS-GROUP-WAIT-SECS
           END-IF.
           IF  WS-GROUP-WAIT-SECS > WS-GROUP-MAX-MINS * 60
               PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-END
                   IF  WS-STE-FLAG(WS-GROUP-IDX) NOT = "N"
                   AND WS-STE-STATE(WS-GROUP-IDX) = "L"
                       MOVE  "X"    TO   WS-STE-STATE(WS-GROUP-IDX)
                       MOVE  8      TO   WS-STE-RC(WS-GROUP-IDX)
                       MOVE  WS-GROUP-START-TIME  TO
                             WS-STE-START(WS-GROUP-IDX)
                       MOVE  WS-NOW-TIME     TO
                             WS-STE-END(WS-GROUP-IDX)
                       MOVE  "EMB-025"  TO   WS-MSG-ID
                       MOVE  WS-STE-NAME(WS-GROUP-IDX)  TO
                             WS-MSG-SUB-1
                       MOVE  WS-GROUP-MAX-MINS    TO   WS-MSG-SUB-2
                       PERFORM SEND-MESSAGE
                   END-IF
               END-PERFORM
               MOVE  ZERO           TO   WS-GROUP-OPEN-CNT
           END-IF.

      ******************************************************************
       FINISH-GROUP-MEMBER.
      ******************************************************************
           IF  WS-STE-FLAG(WS-GROUP-IDX) = "N"
               MOVE  "EMB-008"      TO   WS-MSG-ID
               MOVE  WS-STE-NAME(WS-GROUP-IDX) TO   WS-MSG-SUB-1
               PERFORM SEND-MESSAGE
           ELSE
               MOVE  WS-STE-NAME(WS-GROUP-IDX) TO   WS-STEP-NAME
               MOVE  WS-STE-RC(WS-GROUP-IDX)   TO   WS-STEP-RC
               MOVE  WS-STE-START(WS-GROUP-IDX)
                                    TO   WS-STEP-START-TIME
               MOVE  WS-STE-END(WS-GROUP-IDX)  TO   WS-STEP-END-TIME
               PERFORM FINISH-ONE-STEP
           END-IF.

      ******************************************************************
       BUILD-DONE-NAME.
      ******************************************************************
           MOVE  SPACES             TO   WS-DONE-NAME.
           STRING "STEPDONE-" WS-STEP-NAME ".DAT"
               DELIMITED BY SPACE INTO WS-DONE-NAME.

      ******************************************************************
       LOAD-GROUP-SETTINGS.
      ******************************************************************
           MOVE  "STEP-LAUNCH-CMD"  TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE NOT = SPACES
               MOVE  WS-CFG-VALUE   TO   WS-LAUNCH-CMD
           END-IF.
           MOVE  "STEP-POLL-SECS"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
           AND WS-CFG-VALUE(1:2) NOT = "00"
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-POLL-SECS
           END-IF.
           MOVE  "STEP-GROUP-MAX-MINS"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:3) NUMERIC
           AND WS-CFG-VALUE(1:3) NOT = "000"
               MOVE  WS-CFG-VALUE(1:3)   TO   WS-GROUP-MAX-MINS
           END-IF.

      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.

      ******************************************************************
       DISPATCH-STEP.
      ******************************************************************
                   CALL "DEPTLOAD"
               WHEN "INSERTTBL"
                   CALL "INSERTTBL"
               WHEN "LEAVEGRT"
                   CALL "LEAVEGRT"
               WHEN "TRANCOLL"
                   CALL "TRANCOLL"
               WHEN "EMPTRANS"
                   CALL "EMPTRANS"
               WHEN "EMPHRSYN"
                   CALL "FETCHTBL"
               WHEN "EMPRPT"
                   CALL "EMPRPT"
               WHEN "TCEDIT"
                   CALL "TCEDIT"
               WHEN "RETROPAY"
                   CALL "RETROPAY"
               WHEN "EMPPAYX"
                   CALL "EMPPAYX"
               WHEN "LOANPOST"
                   CALL "LOANPOST"
               WHEN "RTAXPOST"
                   CALL "RTAXPOST"
               WHEN "EXPPOST"
                   CALL "EXPPOST"
               WHEN "RETALLOW"
                   CALL "RETALLOW"
               WHEN "EMPJSON"
                   CALL "EMPJSON"
               WHEN "EMPDELTA"
                   CALL "RICHECK"
               WHEN "DEDLOAD"
                   CALL "DEDLOAD"
               WHEN "ALWLOAD"
                   CALL "ALWLOAD"
               WHEN "LOANLOAD"
                   CALL "LOANLOAD"
               WHEN "RTAXLOAD"
                   CALL "RTAXLOAD"
               WHEN "EXPLOAD"
                   CALL "EXPLOAD"
               WHEN "PAYVAR"
                   CALL "PAYVAR"
               WHEN "BANKXFR"
                   CALL "BANKXFR"
               WHEN "XMITSEND"
                   CALL "XMITSEND"
               WHEN "RPTGEN"
                   CALL "RPTGEN"
               WHEN "COSTFCST"
                   CALL "COSTFCST"
               WHEN "TURNOVER"
                   CALL "TURNOVER"
               WHEN "EMPSTAT"
                   CALL "EMPSTAT"
               WHEN "BUDGVAR"
                   CALL "BUDGVAR"
               WHEN "DEPTRPT"
                   CALL "DEPTRPT"
               WHEN "DIVRPT"
                   CALL "DIVRPT"
               WHEN "RETWATCH"
                   CALL "RETWATCH"
               WHEN "PAYTREND"
                   CALL "PAYTREND"
               WHEN "MGMTPACK"
                   CALL "MGMTPACK"
               WHEN "AUDSAMPL"
                   CALL "AUDSAMPL"
               WHEN "PAYSCRN"
                   CALL "PAYSCRN"
               WHEN "BANKRTN"
                   CALL "BANKRTN"
               WHEN "GLPOST"
                   CALL "RESTDRILL"
               WHEN "LOGARCH"
                   CALL "LOGARCH"
               WHEN "OTCAPRPT"
                   CALL "OTCAPRPT"
               WHEN "LEAVE5RPT"
                   CALL "LEAVE5RPT"
               WHEN "SIDETERM"
                   CALL "SIDETERM"
               WHEN "WAGELDGR"
                   CALL "WAGELDGR"
               WHEN "POSLOAD"
                   CALL "POSLOAD"
               WHEN "POSRPT"
                   CALL "POSRPT"
               WHEN "XFERRPT"
                   CALL "XFERRPT"
               WHEN "REORG"
                   CALL "REORG"
               WHEN "CTRWATCH"
                   CALL "CTRWATCH"
               WHEN "APPRLOAD"
                   CALL "APPRLOAD"
               WHEN "APPRRPT"
                   CALL "APPRRPT"
               WHEN "PDPURGE"
                   CALL "PDPURGE"
               WHEN "WRKREG"
                   CALL "WRKREG"
               WHEN "PAYRECON"
                   CALL "PAYRECON"
               WHEN OTHER
                   MOVE  "EMB-012"  TO   WS-MSG-ID
                   MOVE  WS-STEP-NAME    TO   WS-MSG-SUB-1
      *    ONLY A COMPLETED CYCLE RECORDS ITS DATE (SEE END OF
      *    MAIN-RTN), SO A FAILED NIGHT CAN STILL BE RESUBMITTED.
      *    A SCHEDULER-SUBMITTED CYCLE (WS-SCHED-CYCLE SET) IS
      *    EXEMPT -- THE SCHEDULE FILE GOVERNS ITS FREQUENCY -- AND
      *    SO IS A REHEARSAL, WHICH COMMITS NOTHING
           IF  (WS-SCHED-CYCLE = SPACES OR LOW-VALUE)
           AND NOT RH-REHEARSAL
               OPEN INPUT LASTRUN-FILE
               IF  WS-LASTRUN-OK
                   READ LASTRUN-FILE
       STEP-TIMER-STOP.
      ******************************************************************
           ACCEPT  WS-STEP-END-TIME     FROM TIME.

      ******************************************************************
       REPORT-STEP-ELAPSED.
      ******************************************************************
      *    FROM THE STEP'S OWN START AND END CLOCK TIMES -- A GROUP
      *    MEMBER'S ARE THE ONES STEPRUN RECORDED, NOT THE GROUP'S
           MOVE  WS-STEP-START-TIME TO   WS-TIME-PARTS.
           COMPUTE WS-STEP-START-SECS =
                   WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
               PERFORM SEND-MESSAGE
           END-IF.
      ******************************************************************
      *    CHECK-REHEARSAL-MODE -- SHARED WITH COMMITWK
           COPY "REHCHECK.CPY".
      ******************************************************************
