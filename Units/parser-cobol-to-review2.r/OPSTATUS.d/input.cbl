      *               NUMBER BUILDS THE CORRECT RESTART-FROM-STEP
      *               STEPCTL.DAT CARD AND RESUBMITS THE CYCLE,
      *               RECORDING WHICH OPERATOR ASKED -- NO MORE
      *               HAND-EDITED R FLAGS IN THE WRONG ROW.  The
      *               board and the rerun card both follow the
      *               nightly card STEPCTLN.DAT -- its steps, order,
      *               run flags and concurrency groups -- so a step
      *               added there is monitored and rerun without a
      *               change here.  The board shows fifteen entries
      *               at a time; N pages forward through it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *    THE NIGHTLY STEP CARD -- THE STEPS ON THE BOARD, IN CYCLE
      *    ORDER, AND THE FLAGS AND GROUPS A RERUN CARD CARRIES
           SELECT STEPCTLN-FILE    ASSIGN TO "STEPCTLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTLN-STATUS.
      *    THE STEP CARD THE RERUN BUILDS -- SAME LAYOUT EMPBATCH'S
      *    LOAD-STEP-SCHEDULE READS
           SELECT STEPCTL-FILE     ASSIGN TO "STEPCTL.DAT"
       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       FD  STEPCTLN-FILE.
       01  STEPCTLN-REC.
           05  SN-STEP-NAME        PIC  X(10).
           05  FILLER              PIC  X.
           05  SN-RUN-FLAG         PIC  X.
           05  FILLER              PIC  X.
           05  SN-GROUP            PIC  X(02).

       FD  STEPCTL-FILE.
       01  STEPCTL-REC.
           05  SC-STEP-NAME        PIC  X(10).
           05  FILLER              PIC  X.
           05  SC-RUN-FLAG         PIC  X.
           05  FILLER              PIC  X.
           05  SC-GROUP            PIC  X(02).

       FD  RERUN-FILE.
       01  RERUN-REC.
       01  WS-DONE                 PIC  X     VALUE "N".
           88  WS-DONE-YES         VALUE "Y".
       01  WS-CHOICE               PIC  X     VALUE SPACE.
       01  WS-STEPCTLN-STATUS      PIC  X(02).
           88  WS-STEPCTLN-OK      VALUE "00".
           88  WS-STEPCTLN-EOF     VALUE "10".
       01  WS-STEPCTL-STATUS       PIC  X(02).
           88  WS-STEPCTL-OK       VALUE "00".
       01  WS-RERUN-STATUS         PIC  X(02).
       01  WS-SCHED-CYCLE          PIC  X(10) EXTERNAL.
      *    PROGRAMS ON THE BOARD -- LATEST AUDIT ENTRY PER PROGRAM IS
      *    KEPT AS THE TRAIL IS READ IN KEY ORDER, SO THE LAST RECORD
      *    SEEN FOR EACH NAME IS ITS MOST RECENT RUN.  THE STEPS OF
      *    STEPCTLN.DAT COME FIRST (EMPBATCH TAKES UP TO 40), THEN ONE
      *    ROW FOR THE CYCLE'S OWN OUTCOME
       01  WS-STEP-CNT             PIC  9(02) VALUE ZERO.
       01  WS-STEP-MAX             PIC  9(02) VALUE 40.
       01  WS-STEP-OVERFLOW        PIC  X     VALUE "N".
           88  WS-STEP-OVERFLOW-YES VALUE "Y".
       01  WS-MON-CNT              PIC  9(02) VALUE ZERO.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY        OCCURS 41.
               10  WS-MON-PROGRAM  PIC  X(10).
               10  WS-MON-FLAG     PIC  X.
               10  WS-MON-SEEN     PIC  X.
               10  WS-MON-START-DT PIC  9(08).
               10  WS-MON-START-TM PIC  9(08).
               10  WS-MON-END-TM   PIC  9(08).
               10  WS-MON-ROWS     PIC  9(06).
               10  WS-MON-STATUS   PIC  X(04).
               10  WS-MON-GROUP    PIC  X(02).
       01  WS-MON-IDX              PIC  9(02).
      *    FIRST ENTRY ON THE SCREEN AND THE LINE SHOWING WHICH PART
      *    OF THE BOARD THAT IS
       01  WS-PAGE-TOP             PIC  9(02) VALUE 1.
       01  WS-DISP-IDX             PIC  9(02).
       01  WS-PAGE-INFO.
           05  FILLER              PIC  X(08) VALUE "ENTRIES ".
           05  WS-PI-FROM          PIC  Z9.
           05  FILLER              PIC  X     VALUE "-".
           05  WS-PI-TO            PIC  Z9.
           05  FILLER              PIC  X(04) VALUE " OF ".
           05  WS-PI-CNT           PIC  Z9.
       01  WS-START-SECS           PIC S9(09) COMP.
       01  WS-END-SECS             PIC S9(09) COMP.
       01  WS-ELAPSED-SECS         PIC S9(09) COMP.
           05  WS-TP-SS            PIC  9(02).
           05  WS-TP-CC            PIC  9(02).
       01  WS-STAT-LINE.
           05  WS-SL-NO            PIC  Z9.
           05  FILLER              PIC  X.
           05  WS-SL-PROGRAM       PIC  X(10).
           05  FILLER              PIC  X.
           05  WS-SL-START-DT      PIC  9(08).
           05  FILLER              PIC  X.
           05  WS-SL-STATUS        PIC  X(04).
      *    ONE FORMATTED LINE PER MONITORED PROGRAM -- SCREEN SECTION
      *    FIELDS CANNOT BE SUBSCRIPTED, SO THE CURRENT PAGE OF THE
      *    TABLE IS UNROLLED INTO THESE BEFORE EACH DISPLAY
       01  WS-DISPLAY-LINES.
           05  WS-DISP-LINE-1      PIC  X(53).
           05  WS-DISP-LINE-2      PIC  X(53).
           05  WS-DISP-LINE-3      PIC  X(53).
           05  WS-DISP-LINE-4      PIC  X(53).
           05  WS-DISP-LINE-5      PIC  X(53).
           05  WS-DISP-LINE-6      PIC  X(53).
           05  WS-DISP-LINE-7      PIC  X(53).
           05  WS-DISP-LINE-8      PIC  X(53).
           05  WS-DISP-LINE-9      PIC  X(53).
           05  WS-DISP-LINE-10     PIC  X(53).
           05  WS-DISP-LINE-11     PIC  X(53).
           05  WS-DISP-LINE-12     PIC  X(53).
           05  WS-DISP-LINE-13     PIC  X(53).
           05  WS-DISP-LINE-14     PIC  X(53).
           05  WS-DISP-LINE-15     PIC  X(53).
       01  WS-DISP-TABLE           REDEFINES WS-DISPLAY-LINES.
           05  WS-DISP-LINE        OCCURS 15 PIC X(53).

      ******************************************************************
       SCREEN                      SECTION.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "OPSTATUS -- LAST RUN OF EACH".
           05  LINE 1  COLUMN 30  VALUE " PROGRAM".
           05  LINE 2  COLUMN 1   PIC X(19)   FROM WS-PAGE-INFO.
           05  LINE 3  COLUMN 1   VALUE "NO PROGRAM    DATE     TIME ".
           05  LINE 3  COLUMN 29  VALUE "    ELAPSED    ROWS STAT".
           05  LINE 4  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-1.
           05  LINE 5  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-2.
           05  LINE 6  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-3.
           05  LINE 7  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-4.
           05  LINE 8  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-5.
           05  LINE 9  COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-6.
           05  LINE 10 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-7.
           05  LINE 11 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-8.
           05  LINE 12 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-9.
           05  LINE 13 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-10.
           05  LINE 14 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-11.
           05  LINE 15 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-12.
           05  LINE 16 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-13.
           05  LINE 17 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-14.
           05  LINE 18 COLUMN 1   PIC X(53)   FROM WS-DISP-LINE-15.
           05  LINE 19 COLUMN 1   VALUE "R=REFRESH, N=NEXT PAGE,".
           05  LINE 19 COLUMN 24  VALUE " X=RERUN STEP, Q=QUIT: ".
           05  LINE 19 COLUMN 47  PIC X       USING WS-CHOICE.
           05  LINE 20 COLUMN 1   VALUE "ENTRY NO: ".
           05  LINE 20 COLUMN 11  PIC X(02)   USING WS-ENTRY-NO-IN.
           05  LINE 20 COLUMN 15  VALUE "OPERATOR: ".
           05  LINE 20 COLUMN 25  PIC X(08)   USING WS-RERUN-OPER.
           05  LINE 22 COLUMN 1   VALUE "MESSAGE : ".
           05  LINE 22 COLUMN 11  PIC X(40)   FROM  WS-STAT-MSG.

      ******************************************************************
       PROCEDURE                   DIVISION.
               EVALUATE TRUE
                   WHEN WS-CHOICE = "Q" OR "q"
                       SET  WS-DONE-YES TO   TRUE
                   WHEN WS-CHOICE = "N" OR "n"
                       ADD  15          TO   WS-PAGE-TOP
                   WHEN WS-CHOICE = "X" OR "x"
                       PERFORM RERUN-FAILED-STEP
                   WHEN OTHER
      ******************************************************************
       INIT-MONITOR-TABLE.
      ******************************************************************
      *    ONE ENTRY PER STEP OF STEPCTLN.DAT, IN ITS ORDER, WITH ITS
      *    NIGHTLY RUN FLAG AND CONCURRENCY GROUP -- THE RERUN CARD IS
      *    CUT STRAIGHT FROM THESE.  THE LAST ENTRY IS THE CYCLE'S OWN
      *    OUTCOME ROW AND IS NEVER WRITTEN TO THE CARD.
           MOVE  ZERO               TO   WS-STEP-CNT.
           MOVE  "N"                TO   WS-STEP-OVERFLOW.
           OPEN INPUT STEPCTLN-FILE.
           IF  WS-STEPCTLN-OK
               PERFORM UNTIL WS-STEPCTLN-EOF
                   READ STEPCTLN-FILE
                       AT END
                           SET WS-STEPCTLN-EOF TO TRUE
                       NOT AT END
                           IF  SN-STEP-NAME NOT = SPACES
                               PERFORM ADD-MONITOR-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPCTLN-FILE
           ELSE
               DISPLAY "*** OPSTATUS: STEPCTLN.DAT NOT READABLE, "
                       "STATUS " WS-STEPCTLN-STATUS
                       " -- NO STEPS TO RERUN ***"
           END-IF.
           COMPUTE WS-MON-CNT = WS-STEP-CNT + 1.
           MOVE  "EMPBATCH"         TO   WS-MON-PROGRAM(WS-MON-CNT).
           MOVE  SPACE              TO   WS-MON-FLAG(WS-MON-CNT).
           MOVE  SPACES             TO   WS-MON-GROUP(WS-MON-CNT).

      ******************************************************************
       ADD-MONITOR-STEP.
      ******************************************************************
      *    A CARD LONGER THAN EMPBATCH'S SCHEDULE IS SHOWN AS FAR AS
      *    IT GOES BUT NEVER RERUN FROM -- A CARD CUT FROM IT WOULD
      *    DROP THE STEPS PAST THE LIMIT
           IF  WS-STEP-CNT < WS-STEP-MAX
               ADD   1              TO   WS-STEP-CNT
               MOVE  SN-STEP-NAME   TO   WS-MON-PROGRAM(WS-STEP-CNT)
               MOVE  SN-RUN-FLAG    TO   WS-MON-FLAG(WS-STEP-CNT)
               MOVE  SN-GROUP       TO   WS-MON-GROUP(WS-STEP-CNT)
           ELSE
               IF  NOT WS-STEP-OVERFLOW-YES
                   DISPLAY "*** OPSTATUS: STEPCTLN.DAT HAS MORE THAN "
                           WS-STEP-MAX " STEPS -- RERUN DISABLED ***"
               END-IF
               SET  WS-STEP-OVERFLOW-YES TO TRUE
           END-IF.

      ******************************************************************
       LOAD-LATEST-RUNS.
      ******************************************************************
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-CNT
               MOVE  "N"            TO   WS-MON-SEEN(WS-MON-IDX)
           END-PERFORM.
           MOVE  "00"               TO   WS-AUDIT-FILE-STATUS.
      *    KEY ORDER MEANS RECORDS FOR A PROGRAM ARRIVE OLDEST FIRST,
      *    SO OVERWRITING LEAVES EACH ENTRY HOLDING THE LATEST RUN
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-CNT
               IF  WS-MON-PROGRAM(WS-MON-IDX) = AUD-PROGRAM-NAME
                   MOVE  "Y"              TO  WS-MON-SEEN(WS-MON-IDX)
                   MOVE  AUD-START-DATE   TO
      ******************************************************************
       BUILD-DISPLAY-LINES.
      ******************************************************************
           IF  WS-PAGE-TOP > WS-MON-CNT
               MOVE  1              TO   WS-PAGE-TOP
           END-IF.
           MOVE  WS-PAGE-TOP        TO   WS-PI-FROM.
           MOVE  WS-MON-CNT         TO   WS-PI-CNT.
           MOVE  WS-PAGE-TOP        TO   WS-MON-IDX.
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > 15
               IF  WS-MON-IDX > WS-MON-CNT
                   MOVE  SPACES     TO   WS-DISP-LINE(WS-DISP-IDX)
               ELSE
                   PERFORM BUILD-ONE-DISPLAY-LINE
                   MOVE  WS-MON-IDX TO   WS-PI-TO
               END-IF
               ADD   1              TO   WS-MON-IDX
           END-PERFORM.

      ******************************************************************
       BUILD-ONE-DISPLAY-LINE.
      ******************************************************************
           MOVE  SPACES             TO   WS-STAT-LINE.
           MOVE  WS-MON-IDX         TO   WS-SL-NO.
           MOVE  WS-MON-PROGRAM(WS-MON-IDX)  TO   WS-SL-PROGRAM.
           IF  WS-MON-SEEN(WS-MON-IDX) = "Y"
               MOVE  WS-MON-START-DT(WS-MON-IDX)
                                    TO   WS-SL-START-DT
               MOVE  WS-MON-START-TM(WS-MON-IDX)
                                    TO   WS-SL-START-TM
               MOVE  WS-MON-ROWS(WS-MON-IDX)  TO   WS-SL-ROWS
               MOVE  WS-MON-STATUS(WS-MON-IDX)
                                    TO   WS-SL-STATUS
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE  SPACES         TO   WS-SL-ELAPSED
               STRING WS-ELAPSED-HH ":" WS-ELAPSED-MM ":"
                      WS-ELAPSED-SS
                   DELIMITED BY SIZE INTO WS-SL-ELAPSED
               MOVE  WS-STAT-LINE   TO   WS-DISP-LINE(WS-DISP-IDX)
           ELSE
               MOVE  SPACES         TO   WS-DISP-LINE(WS-DISP-IDX)
               STRING WS-STAT-LINE(1:3)
                      WS-MON-PROGRAM(WS-MON-IDX)
                      " -- NO RUN RECORDED --"
                   DELIMITED BY SIZE
                   INTO WS-DISP-LINE(WS-DISP-IDX)
           END-IF.

      ******************************************************************
       RERUN-FAILED-STEP.
      ******************************************************************
                                    TO   WS-ENTRY-NO
           END-IF.
           EVALUATE TRUE
      *        THE LAST ENTRY IS EMPBATCH ITSELF -- NOT A DISPATCHABLE
      *        STEP, SO IT CANNOT GO ON THE CARD
               WHEN WS-ENTRY-NO = ZERO OR WS-ENTRY-NO > WS-STEP-CNT
                   MOVE  "*** ENTER A VALID ENTRY NO ***"
                                    TO   WS-STAT-MSG
               WHEN WS-STEP-OVERFLOW-YES
                   MOVE  "*** STEPCTLN.DAT TOO LONG -- NO RERUN ***"
                                    TO   WS-STAT-MSG
               WHEN WS-RERUN-OPER = SPACES
      *            THE RERUN IS RECORDED AGAINST A PERSON -- NO
      *            ANONYMOUS RESUBMISSIONS
      ******************************************************************
      *    THE CARD EMPBATCH'S APPLY-RESTART-OPTION EXPECTS -- EVERY
      *    STEP AHEAD OF THE CHOSEN ONE SKIPS, THE CHOSEN ONE GETS
      *    THE R FLAG, EVERYTHING AFTER RUNS AS THE NIGHTLY CARD SAYS
           OPEN OUTPUT STEPCTL-FILE.
           IF  WS-STEPCTL-OK
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-CNT
                   MOVE  SPACES         TO   STEPCTL-REC
                   MOVE  WS-MON-PROGRAM(WS-STEP-IDX)
                                        TO   SC-STEP-NAME
                   MOVE  WS-MON-GROUP(WS-STEP-IDX)
                                        TO   SC-GROUP
                   EVALUATE TRUE
                       WHEN WS-STEP-IDX < WS-ENTRY-NO
                           MOVE  "N"    TO   SC-RUN-FLAG
                       WHEN WS-STEP-IDX = WS-ENTRY-NO
                           MOVE  "R"    TO   SC-RUN-FLAG
                       WHEN OTHER
                           MOVE  WS-MON-FLAG(WS-STEP-IDX)
                                        TO   SC-RUN-FLAG
                   END-EVALUATE
                   WRITE STEPCTL-REC
               END-PERFORM
