      *    Program-Name's edit -- replacing the hand concatenation
      *    that let duplicates sail through because each file was
      *    only ever checked against itself.
      *
      *    Before anything is released the branch register
      *    (BRANCHES.DAT) is checked: which branches are expected,
      *    each one's cutoff time and what to do when it is late, and
      *    the file date and sequence last accepted from it.  A
      *    branch whose file has not arrived, or whose header carries
      *    a date and sequence already accepted (yesterday's file sent
      *    again), is held back with an operator alert.  Before its
      *    cutoff that simply means wait; after it the register's
      *    action decides -- W waits on (return code 4, nothing
      *    written), P proceeds without the branch and documents the
      *    exclusion on SAMPLE.XCL, S stops the consolidation (return
      *    code 8).  A run that consolidates records the new file
      *    date and sequence of every branch it took in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUP-STATUS.
           SELECT Sort-File ASSIGN TO "SAMPLE.SRT".
      *    BRANCH REGISTER -- EXPECTED BRANCHES, CUTOFFS, LATE ACTION
      *    AND THE LAST FILE ACCEPTED FROM EACH
           SELECT Register-File ASSIGN TO "BRANCHES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.
      *    EACH BRANCH FILE IN TURN, OPENED ONLY TO READ ITS HEADER
           SELECT Arrival-File ASSIGN TO DYNAMIC WS-ARRIVAL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARRIVAL-STATUS.
      *    BRANCHES LEFT OUT OF A CONSOLIDATION THAT WENT AHEAD
           SELECT Exclusion-File ASSIGN TO "SAMPLE.XCL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCLUSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
         02 Sort-Branch             PIC X(8).
         02 Sort-Detail             PIC X(28).

       FD Register-File.
       01 Register-Record.
         02 Reg-Branch-Id           PIC X(8).
         02 FILLER                  PIC X.
      *    Y = EXPECTED EVERY RUN, N = NOT EXPECTED (CLOSED, HOLIDAY)
         02 Reg-Expected            PIC X.
         02 FILLER                  PIC X.
      *    HHMM -- A MISSING FILE IS ONLY LATE ONCE THIS HAS PASSED
         02 Reg-Cutoff              PIC 9(4).
         02 FILLER                  PIC X.
      *    W = WAIT, P = PROCEED WITHOUT IT, S = STOP
         02 Reg-Late-Action         PIC X.
         02 FILLER                  PIC X.
         02 Reg-Last-Date           PIC 9(8).
         02 FILLER                  PIC X.
         02 Reg-Last-Seq            PIC 9(6).

      *    A BRANCH FILE'S HEADER -- H, FILE DATE (YYYYMMDD) IN THE
      *    REFERENCE-NUMBER SLOT, SEQUENCE AT THE START OF THE REST
       FD Arrival-File.
       01 Arrival-Record.
         02 Arr-Record-Type         PIC X.
         02 Arr-File-Date           PIC X(8).
         02 Arr-File-Seq            PIC X(6).
         02 FILLER                  PIC X(13).

       FD Exclusion-File.
       01 Exclusion-Record.
         02 Xcl-Branch-Id           PIC X(8).
         02 FILLER                  PIC X.
         02 Xcl-Reason              PIC X(20).
         02 FILLER                  PIC X.
         02 Xcl-File-Date           PIC X(8).
         02 FILLER                  PIC X.
         02 Xcl-File-Seq            PIC X(6).
         02 FILLER                  PIC X.
         02 Xcl-Run-Date            PIC 9(8).
         02 FILLER                  PIC X.
         02 Xcl-Run-Time            PIC 9(4).
         02 FILLER                  PIC X.
         02 Xcl-Note                PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-1-STATUS        PIC X(02).
       01 WS-BRANCH-2-STATUS        PIC X(02).
       01 WS-BRANCH-3-STATUS        PIC X(02).
       01 WS-MERGED-STATUS          PIC X(02).
       01 WS-DUP-STATUS             PIC X(02).
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-ARRIVAL-STATUS         PIC X(02).
       01 WS-EXCLUSION-STATUS       PIC X(02).
       01 WS-ARRIVAL-NAME           PIC X(12).
       01 WS-EOF-SWITCH             PIC X       VALUE "N".
           88 WS-EOF                            VALUE "Y".
       01 WS-RETURN-DONE-SWITCH     PIC X       VALUE "N".
         02 WS-DETAILS-MERGED       PIC 9(06)   VALUE ZERO.
         02 WS-DUPS-REJECTED        PIC 9(06)   VALUE ZERO.
       01 WS-BALANCE-CHECK          PIC 9(06).
      *    THE THREE BRANCHES AND THEIR FILES, IN RELEASE ORDER
       01 WS-BRANCH-NAMES-INIT.
         02 FILLER                  PIC X(20)   VALUE
            "BRANCH-1SAMPLE1.DAT".
         02 FILLER                  PIC X(20)   VALUE
            "BRANCH-2SAMPLE2.DAT".
         02 FILLER                  PIC X(20)   VALUE
            "BRANCH-3SAMPLE3.DAT".
       01 WS-BRANCH-NAMES           REDEFINES WS-BRANCH-NAMES-INIT.
         02 WS-BN-ENTRY             OCCURS 3.
           03 WS-BN-ID              PIC X(8).
           03 WS-BN-FILE-NAME       PIC X(12).
      *    THE REGISTER IN MEMORY, PLUS WHAT THIS RUN FOUND FOR EACH
      *    BRANCH.  STATE I = IN, O = OUT (EXCLUDED), H = HELD BACK
      *    (LATE, RUN WAITS OR STOPS), N = NOT EXPECTED
       01 WS-BRANCH-TABLE.
         02 WS-BR-ENTRY             OCCURS 3.
           03 WS-BR-REGISTERED      PIC X.
           03 WS-BR-EXPECTED        PIC X.
           03 WS-BR-CUTOFF          PIC 9(4).
           03 WS-BR-LATE-ACTION     PIC X.
           03 WS-BR-LAST-KEY.
             04 WS-BR-LAST-DATE     PIC 9(8).
             04 WS-BR-LAST-SEQ      PIC 9(6).
           03 WS-BR-FILE-KEY.
             04 WS-BR-FILE-DATE     PIC 9(8).
             04 WS-BR-FILE-SEQ      PIC 9(6).
           03 WS-BR-STATE           PIC X.
             88 WS-BR-IN                        VALUE "I".
             88 WS-BR-OUT                       VALUE "O".
             88 WS-BR-HELD                      VALUE "H".
             88 WS-BR-NOT-EXPECTED              VALUE "N".
           03 WS-BR-REASON          PIC X(20).
       01 WS-BR-IDX                 PIC 9.
      *    WHAT THE REGISTER CHECK DECIDED FOR THE RUN AS A WHOLE
       01 WS-RUN-DECISION           PIC X       VALUE "P".
           88 WS-RUN-PROCEED                    VALUE "P".
           88 WS-RUN-WAIT                       VALUE "W".
           88 WS-RUN-STOP                       VALUE "S".
       01 WS-EXCLUSIONS             PIC 9(02)   VALUE ZERO.
       01 WS-RUN-DATE               PIC 9(08).
       01 WS-RUN-TIME               PIC 9(08).
       01 WS-RUN-TIME-PARTS         REDEFINES WS-RUN-TIME.
         02 WS-RUN-HHMM             PIC 9(04).
         02 FILLER                  PIC 9(04).
       01 WS-CHECK-DATE             PIC 9(08).
       01 WS-CHECK-DATE-X           REDEFINES WS-CHECK-DATE
                                    PIC X(08).
       01 WS-CHECK-SEQ              PIC 9(06).
       01 WS-CHECK-SEQ-X            REDEFINES WS-CHECK-SEQ
                                    PIC X(06).
      *    THE CONSOLIDATED STREAM'S OWN HEADER AND TRAILER
       01 WS-OUT-HEADER.
         02 FILLER                  PIC X       VALUE "H".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-Branch-Arrivals.
           IF  WS-RUN-PROCEED
               SORT Sort-File
                   ON ASCENDING KEY Sort-Reference-No
                                    Sort-Branch
                   INPUT PROCEDURE IS Release-All-Branches
                   OUTPUT PROCEDURE IS Write-Consolidated-Stream
               PERFORM Update-Branch-Register
           END-IF.
           PERFORM Print-Control-Report.
           STOP RUN.

      *    THE REGISTER SAYS WHICH BRANCHES ARE DUE AND WHAT WAS LAST
      *    TAKEN FROM EACH; EVERY DUE BRANCH'S FILE MUST BE THERE AND
      *    CARRY A DATE AND SEQUENCE NEWER THAN THAT.  ONE THAT IS NOT
      *    IS ALERTED AND, ONCE ITS CUTOFF HAS PASSED, DEALT WITH AS
      *    ITS LATE ACTION SAYS -- BEFORE THE CUTOFF THE RUN WAITS
       Check-Branch-Arrivals SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 3
               MOVE "N"    TO WS-BR-REGISTERED(WS-BR-IDX)
               MOVE "N"    TO WS-BR-EXPECTED(WS-BR-IDX)
               MOVE ZERO   TO WS-BR-CUTOFF(WS-BR-IDX)
               MOVE "S"    TO WS-BR-LATE-ACTION(WS-BR-IDX)
               MOVE ZERO   TO WS-BR-LAST-DATE(WS-BR-IDX)
                              WS-BR-LAST-SEQ(WS-BR-IDX)
                              WS-BR-FILE-DATE(WS-BR-IDX)
                              WS-BR-FILE-SEQ(WS-BR-IDX)
               MOVE "N"    TO WS-BR-STATE(WS-BR-IDX)
               MOVE "NOT ON REGISTER" TO WS-BR-REASON(WS-BR-IDX)
           END-PERFORM.
           OPEN INPUT Register-File.
           IF  WS-REGISTER-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: *** OPERATOR ALERT *** "
                       "BRANCHES.DAT NOT READABLE, STATUS "
                       WS-REGISTER-STATUS " - CONSOLIDATION STOPPED"
                       UPON CONSOLE
               SET WS-RUN-STOP TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO Check-Branch-Arrivals-Exit
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ Register-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM Note-Register-Line
               END-READ
           END-PERFORM.
           CLOSE Register-File.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 3
               IF  WS-BR-EXPECTED(WS-BR-IDX) = "Y"
                   PERFORM Check-One-Arrival
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RUN-STOP
                   DISPLAY "BRANCH-MERGE: *** OPERATOR ALERT *** "
                           "CONSOLIDATION STOPPED BY BRANCH REGISTER"
                           UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-WAIT
                   DISPLAY "BRANCH-MERGE: *** OPERATOR ALERT *** "
                           "CONSOLIDATION WAITING FOR BRANCH FILES"
                           UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-EXCLUSIONS > ZERO
                   PERFORM Write-Exclusions
           END-EVALUATE.
       Check-Branch-Arrivals-Exit.
           EXIT.

      *    ONE REGISTER LINE INTO ITS BRANCH'S SLOT -- A LINE FOR A
      *    BRANCH THIS STEP DOES NOT KNOW IS REPORTED AND IGNORED
       Note-Register-Line SECTION.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > 3
                      OR WS-BN-ID(WS-BR-IDX) = Reg-Branch-Id
               CONTINUE
           END-PERFORM.
           IF  WS-BR-IDX > 3
               DISPLAY "BRANCH-MERGE: UNKNOWN BRANCH " Reg-Branch-Id
                       " ON BRANCHES.DAT IGNORED"
               GO TO Note-Register-Line-Exit
           END-IF.
           MOVE "Y"             TO WS-BR-REGISTERED(WS-BR-IDX).
           MOVE Reg-Expected    TO WS-BR-EXPECTED(WS-BR-IDX).
           IF  Reg-Cutoff NUMERIC
               MOVE Reg-Cutoff  TO WS-BR-CUTOFF(WS-BR-IDX)
           END-IF.
           IF  Reg-Late-Action = "W" OR "P" OR "S"
               MOVE Reg-Late-Action TO WS-BR-LATE-ACTION(WS-BR-IDX)
           END-IF.
           IF  Reg-Last-Date NUMERIC
               MOVE Reg-Last-Date TO WS-BR-LAST-DATE(WS-BR-IDX)
           END-IF.
           IF  Reg-Last-Seq NUMERIC
               MOVE Reg-Last-Seq  TO WS-BR-LAST-SEQ(WS-BR-IDX)
           END-IF.
           IF  Reg-Expected = "Y"
               MOVE "I"         TO WS-BR-STATE(WS-BR-IDX)
               MOVE SPACES      TO WS-BR-REASON(WS-BR-IDX)
           ELSE
               MOVE "NOT EXPECTED" TO WS-BR-REASON(WS-BR-IDX)
           END-IF.
       Note-Register-Line-Exit.
           EXIT.

      *    READ THE BRANCH FILE'S HEADER AND SET ITS STATE.  A FILE
      *    WITH NO HEADER, OR ONE NO NEWER THAN THE LAST ACCEPTED,
      *    COUNTS THE SAME AS ONE THAT NEVER CAME
       Check-One-Arrival SECTION.
           MOVE WS-BN-FILE-NAME(WS-BR-IDX) TO WS-ARRIVAL-NAME.
           OPEN INPUT Arrival-File.
           IF  WS-ARRIVAL-STATUS NOT = "00"
               MOVE "NOT RECEIVED" TO WS-BR-REASON(WS-BR-IDX)
           ELSE
               READ Arrival-File
                   AT END
                       MOVE "EMPTY FILE" TO WS-BR-REASON(WS-BR-IDX)
               END-READ
               CLOSE Arrival-File
           END-IF.
           IF  WS-BR-REASON(WS-BR-IDX) = SPACES
               MOVE Arr-File-Date TO WS-CHECK-DATE-X
               MOVE Arr-File-Seq  TO WS-CHECK-SEQ-X
               IF  WS-CHECK-SEQ NOT NUMERIC
                   MOVE ZERO TO WS-CHECK-SEQ
               END-IF
               EVALUATE TRUE
                   WHEN Arr-Record-Type NOT = "H"
                   WHEN WS-CHECK-DATE NOT NUMERIC
                       MOVE "NO FILE HEADER"
                         TO WS-BR-REASON(WS-BR-IDX)
                   WHEN OTHER
                       MOVE WS-CHECK-DATE
                         TO WS-BR-FILE-DATE(WS-BR-IDX)
                       MOVE WS-CHECK-SEQ
                         TO WS-BR-FILE-SEQ(WS-BR-IDX)
                       IF  WS-BR-FILE-KEY(WS-BR-IDX)
                           NOT > WS-BR-LAST-KEY(WS-BR-IDX)
                           MOVE "REPEATED FILE"
                             TO WS-BR-REASON(WS-BR-IDX)
                       END-IF
               END-EVALUATE
           END-IF.
           IF  WS-BR-REASON(WS-BR-IDX) = SPACES
               GO TO Check-One-Arrival-Exit
           END-IF.
           DISPLAY "BRANCH-MERGE: *** OPERATOR ALERT *** "
                   WS-BN-ID(WS-BR-IDX) " "
                   WS-BN-FILE-NAME(WS-BR-IDX) " "
                   WS-BR-REASON(WS-BR-IDX)
                   UPON CONSOLE.
           EVALUATE TRUE
               WHEN WS-RUN-HHMM < WS-BR-CUTOFF(WS-BR-IDX)
               WHEN WS-BR-LATE-ACTION(WS-BR-IDX) = "W"
                   MOVE "H" TO WS-BR-STATE(WS-BR-IDX)
                   IF  NOT WS-RUN-STOP
                       SET WS-RUN-WAIT TO TRUE
                   END-IF
               WHEN WS-BR-LATE-ACTION(WS-BR-IDX) = "P"
                   MOVE "O" TO WS-BR-STATE(WS-BR-IDX)
                   ADD 1 TO WS-EXCLUSIONS
               WHEN OTHER
                   MOVE "H" TO WS-BR-STATE(WS-BR-IDX)
                   SET WS-RUN-STOP TO TRUE
           END-EVALUATE.
       Check-One-Arrival-Exit.
           EXIT.

      *    THE DOCUMENTED EXCLUSIONS OF A RUN THAT WENT AHEAD WITHOUT
      *    ONE OR MORE DUE BRANCHES
       Write-Exclusions SECTION.
           OPEN OUTPUT Exclusion-File.
           IF  WS-EXCLUSION-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: SAMPLE.XCL NOT WRITABLE, "
                       "STATUS " WS-EXCLUSION-STATUS
               GO TO Write-Exclusions-Exit
           END-IF.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 3
               IF  WS-BR-OUT(WS-BR-IDX)
                   MOVE SPACES TO Exclusion-Record
                   MOVE WS-BN-ID(WS-BR-IDX)     TO Xcl-Branch-Id
                   MOVE WS-BR-REASON(WS-BR-IDX) TO Xcl-Reason
                   IF  WS-BR-FILE-DATE(WS-BR-IDX) NOT = ZERO
                       MOVE WS-BR-FILE-DATE(WS-BR-IDX)
                         TO Xcl-File-Date
                       MOVE WS-BR-FILE-SEQ(WS-BR-IDX)
                         TO Xcl-File-Seq
                   END-IF
                   MOVE WS-RUN-DATE             TO Xcl-Run-Date
                   MOVE WS-RUN-HHMM             TO Xcl-Run-Time
                   MOVE "EXCLUDED PER BRANCH REGISTER" TO Xcl-Note
                   WRITE Exclusion-Record
               END-IF
           END-PERFORM.
           CLOSE Exclusion-File.
       Write-Exclusions-Exit.
           EXIT.

      *    ONE RELEASE PASS PER BRANCH -- ONLY D RECORDS JOIN THE
      *    SORT; EACH BRANCH'S OWN H/T WRAPPERS END HERE BECAUSE THE
      *    CONSOLIDATED STREAM GETS A FRESH PAIR OF ITS OWN.  ONLY
      *    BRANCHES THE REGISTER CHECK LET IN ARE RELEASED
       Release-All-Branches SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           IF  NOT WS-BR-IN(1)
               GO TO Release-Branch-1-Done
           END-IF.
           OPEN INPUT Branch-1-File.
           IF  WS-BRANCH-1-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: SAMPLE1.DAT NOT READABLE, "
               END-PERFORM
               CLOSE Branch-1-File
           END-IF.
       Release-Branch-1-Done.
           MOVE "N" TO WS-EOF-SWITCH.
           IF  NOT WS-BR-IN(2)
               GO TO Release-Branch-2-Done
           END-IF.
           OPEN INPUT Branch-2-File.
           IF  WS-BRANCH-2-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: SAMPLE2.DAT NOT READABLE, "
               END-PERFORM
               CLOSE Branch-2-File
           END-IF.
       Release-Branch-2-Done.
           MOVE "N" TO WS-EOF-SWITCH.
           IF  NOT WS-BR-IN(3)
               GO TO Release-Branch-3-Done
           END-IF.
           OPEN INPUT Branch-3-File.
           IF  WS-BRANCH-3-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: SAMPLE3.DAT NOT READABLE, "
               END-PERFORM
               CLOSE Branch-3-File
           END-IF.
       Release-Branch-3-Done.
           CONTINUE.
       Release-All-Branches-Exit.
           EXIT.

       Write-Consolidated-Stream-Exit.
           EXIT.

      *    THE REGISTER IS WRITTEN BACK WITH THE FILE DATE AND
      *    SEQUENCE NOW ACCEPTED FROM EVERY BRANCH THAT WAS IN, SO THE
      *    SAME FILE SENT AGAIN IS CAUGHT NEXT RUN
       Update-Branch-Register SECTION.
           OPEN OUTPUT Register-File.
           IF  WS-REGISTER-STATUS NOT = "00"
               DISPLAY "BRANCH-MERGE: *** OPERATOR ALERT *** "
                       "BRANCHES.DAT NOT REWRITTEN, STATUS "
                       WS-REGISTER-STATUS
                       UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GO TO Update-Branch-Register-Exit
           END-IF.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 3
               IF  WS-BR-REGISTERED(WS-BR-IDX) = "Y"
                   IF  WS-BR-IN(WS-BR-IDX)
                       MOVE WS-BR-FILE-KEY(WS-BR-IDX)
                         TO WS-BR-LAST-KEY(WS-BR-IDX)
                   END-IF
                   MOVE SPACES TO Register-Record
                   MOVE WS-BN-ID(WS-BR-IDX)       TO Reg-Branch-Id
                   MOVE WS-BR-EXPECTED(WS-BR-IDX) TO Reg-Expected
                   MOVE WS-BR-CUTOFF(WS-BR-IDX)   TO Reg-Cutoff
                   MOVE WS-BR-LATE-ACTION(WS-BR-IDX)
                     TO Reg-Late-Action
                   MOVE WS-BR-LAST-DATE(WS-BR-IDX) TO Reg-Last-Date
                   MOVE WS-BR-LAST-SEQ(WS-BR-IDX)  TO Reg-Last-Seq
                   WRITE Register-Record
               END-IF
           END-PERFORM.
           CLOSE Register-File.
       Update-Branch-Register-Exit.
           EXIT.

      *    CONTROL REPORT -- THE PER-BRANCH COUNTS CARRY THROUGH AND
      *    RELEASED MUST EQUAL MERGED PLUS REJECTED
       Print-Control-Report SECTION.
           DISPLAY "BRANCH CONSOLIDATION CONTROL REPORT".
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 3
               EVALUATE TRUE
                   WHEN WS-BR-IN(WS-BR-IDX)
                       DISPLAY "  " WS-BN-ID(WS-BR-IDX)
                               "         : IN   FILE "
                               WS-BR-FILE-DATE(WS-BR-IDX) "/"
                               WS-BR-FILE-SEQ(WS-BR-IDX)
                   WHEN WS-BR-OUT(WS-BR-IDX)
                       DISPLAY "  " WS-BN-ID(WS-BR-IDX)
                               "         : OUT  "
                               WS-BR-REASON(WS-BR-IDX)
                               " - EXCLUDED"
                   WHEN WS-BR-HELD(WS-BR-IDX)
                       DISPLAY "  " WS-BN-ID(WS-BR-IDX)
                               "         : OUT  "
                               WS-BR-REASON(WS-BR-IDX)
                               " - HELD"
                   WHEN OTHER
                       DISPLAY "  " WS-BN-ID(WS-BR-IDX)
                               "         : OUT  "
                               WS-BR-REASON(WS-BR-IDX)
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RUN-STOP
                   DISPLAY "  CONSOLIDATION    : *** STOPPED ***"
               WHEN WS-RUN-WAIT
                   DISPLAY "  CONSOLIDATION    : WAITING FOR BRANCHES"
               WHEN WS-EXCLUSIONS > ZERO
                   DISPLAY "  CONSOLIDATION    : DONE, "
                           WS-EXCLUSIONS " BRANCH(ES) EXCLUDED"
               WHEN OTHER
                   DISPLAY "  CONSOLIDATION    : DONE"
           END-EVALUATE.
           DISPLAY "  BRANCH-1 RECORDS : " WS-BRANCH-1-READ.
           DISPLAY "  BRANCH-2 RECORDS : " WS-BRANCH-2-READ.
           DISPLAY "  BRANCH-3 RECORDS : " WS-BRANCH-3-READ.
