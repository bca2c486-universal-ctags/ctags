      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SALVIS --- shared salary-visibility decision for every screen,
      *             listing and extract that shows EMP_SALARY: F =
      *             full amounts, D = department totals only, N =
      *             none.  A signed-on caller gets the clearance
      *             SIGNCHK returned from the operator's profile; an
      *             unattended run gets the most restrictive clearance
      *             among the recipients DISTMTRX.DAT lists for the
      *             program, since every one of them is handed the
      *             same output (no recipient listed = SAL-VIS-DEFAULT
      *             in SHOPCNFG.DAT).  Every decision leaves a line on
      *             SALVLOG.DAT and a SALVIS entry on the audit trail
      *             under the same date and time; if the line cannot
      *             be written the decision is N.  A call from the
      *             deployment check (program name *PROBE, see HELLO)
      *             is answered N and leaves no line or entry.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SALVIS.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    WHO GETS WHICH PROGRAM'S OUTPUT, AND WHAT EACH RECIPIENT
      *    IS CLEARED TO SEE OF THE SALARIES ON IT
           SELECT DMTX-FILE        ASSIGN TO "DISTMTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMTX-STATUS.
      *    DECISION LOG -- ONE LINE PER DECISION, APPENDED
           SELECT SVLOG-FILE       ASSIGN TO "SALVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DMTX-FILE.
       01  DMTX-REC.
           05  DM-OWNER            PIC  X(10).
           05  FILLER              PIC  X.
           05  DM-RECIPIENT        PIC  X(20).
           05  FILLER              PIC  X.
           05  DM-COPIES           PIC  9(02).
           05  FILLER              PIC  X.
           05  DM-NOTE             PIC  X(30).
           05  FILLER              PIC  X.
           05  DM-SAL-VIS          PIC  X.

       FD  SVLOG-FILE.
       01  SVLOG-REC.
           05  SV-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  SV-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  SV-PROGRAM          PIC  X(10).
           05  FILLER              PIC  X.
           05  SV-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  SV-RECIPIENT        PIC  X(20).
           05  FILLER              PIC  X.
           05  SV-RCPT-CNT         PIC  9(02).
           05  FILLER              PIC  X.
           05  SV-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  SV-BASIS            PIC  X(08).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SALVIS".
       01  WS-DMTX-STATUS          PIC  X(02).
           88  WS-DMTX-OK          VALUE "00".
           88  WS-DMTX-EOF         VALUE "10".
       01  WS-SVLOG-STATUS         PIC  X(02).
           88  WS-SVLOG-OK         VALUE "00".
           88  WS-SVLOG-NEW        VALUE "35".
      *    THE DECISION BEING BUILT, AND WHAT IT RESTS ON -- OPERATOR
      *    PROFILE, DISTRIBUTION MATRIX OR THE SHOP DEFAULT
       01  WS-SAL-VIS              PIC  X     VALUE "N".
           88  WS-VIS-VALID        VALUE "F" "D" "N".
       01  WS-BASIS                PIC  X(08) VALUE SPACES.
       01  WS-RECIPIENT            PIC  X(20) VALUE SPACES.
       01  WS-RCPT-CNT             PIC  9(02) VALUE ZERO.
      *    RANK OF A CLEARANCE -- THE LOWEST RANK ON THE MATRIX WINS
       01  WS-ROW-VIS              PIC  X.
       01  WS-ROW-RANK             PIC  9     VALUE ZERO.
       01  WS-LOW-RANK             PIC  9     VALUE ZERO.
      *    BUILT-IN DEFAULT FOR A PROGRAM NOBODY IS LISTED FOR --
      *    OVERRIDDEN BY SAL-VIS-DEFAULT IN SHOPCNFG.DAT
       01  WS-DEFAULT-VIS          PIC  X     VALUE "D".
      *    CONFIG SERVICE CONTRACT FIELDS (SEE CONFIG)
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
      *    AUDIT-TRAIL BOOKKEEPING -- THE DECISION'S OWN DATE AND
      *    TIME KEY THE TRAIL ENTRY, SO IT MATCHES THE LOG LINE
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-AUDIT-COUNT          PIC  9(06) VALUE ZERO.

       LINKAGE                     SECTION.
      *    THE PROGRAM ABOUT TO SHOW SALARIES
       01  LNK-PROGRAM-NAME        PIC  X(10).
      *    THE SIGNED-ON OPERATOR, OR SPACES FOR AN UNATTENDED RUN
      *    WHOSE OUTPUT GOES TO THE DISTRIBUTION MATRIX RECIPIENTS
       01  LNK-OPER-ID             PIC  X(08).
      *    IN: THE OPERATOR'S CLEARANCE AS SIGNCHK RETURNED IT
      *    OUT: THE DECISION -- F, D OR N
       01  LNK-SAL-VIS             PIC  X.
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-PROGRAM-NAME,
                                                   LNK-OPER-ID,
                                                   LNK-SAL-VIS.
      ******************************************************************
       MAIN-RTN.
           IF  LNK-PROGRAM-NAME = "*PROBE"
               MOVE  "N"            TO   LNK-SAL-VIS
               EXIT PROGRAM
           END-IF.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  "OK"               TO   WS-AUDIT-STATUS.
           MOVE  SPACES             TO   WS-RECIPIENT.
           MOVE  ZERO               TO   WS-RCPT-CNT.
           IF  LNK-OPER-ID NOT = SPACES
      *        A BLANK OR UNKNOWN CLEARANCE IS NO CLEARANCE
               MOVE  "OPERATOR"     TO   WS-BASIS
               MOVE  LNK-SAL-VIS    TO   WS-SAL-VIS
               IF  NOT WS-VIS-VALID
                   MOVE  "N"        TO   WS-SAL-VIS
               END-IF
           ELSE
               PERFORM RESOLVE-FROM-MATRIX
           END-IF.
           PERFORM WRITE-DECISION-LOG.
           MOVE  WS-SAL-VIS         TO   LNK-SAL-VIS.
           DISPLAY "*** SALVIS: " LNK-PROGRAM-NAME " SALARY "
                   "VISIBILITY " WS-SAL-VIS " (" WS-BASIS ") ***".
           PERFORM WRITE-AUDIT-RECORD.
           EXIT PROGRAM.

      ******************************************************************
       RESOLVE-FROM-MATRIX.
      ******************************************************************
      *    ONE OUTPUT GOES TO EVERY RECIPIENT LISTED, SO IT MAY SHOW
      *    NO MORE THAN THE LEAST-CLEARED OF THEM MAY SEE.  A BLANK
      *    OR UNKNOWN CLEARANCE ON A ROW COUNTS AS N
           MOVE  "MATRIX"           TO   WS-BASIS.
           MOVE  9                  TO   WS-LOW-RANK.
           OPEN INPUT DMTX-FILE.
           IF  WS-DMTX-OK
               PERFORM UNTIL WS-DMTX-EOF
                   READ DMTX-FILE
                       AT END
                           SET WS-DMTX-EOF TO TRUE
                       NOT AT END
                           IF  DM-OWNER = LNK-PROGRAM-NAME
                               PERFORM WEIGH-MATRIX-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DMTX-FILE
           END-IF.
           IF  WS-RCPT-CNT = ZERO
               MOVE  "DEFAULT"      TO   WS-BASIS
               MOVE  "SAL-VIS-DEFAULT"    TO   WS-CFG-KEY
               MOVE  SPACES         TO   WS-CFG-VALUE
               CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                    WS-CFG-STATUS
               IF  WS-CFG-STATUS = "OK"
                   MOVE  WS-CFG-VALUE(1:1)  TO   WS-SAL-VIS
               ELSE
                   MOVE  WS-DEFAULT-VIS     TO   WS-SAL-VIS
               END-IF
               IF  NOT WS-VIS-VALID
                   MOVE  "N"        TO   WS-SAL-VIS
               END-IF
           END-IF.

      ******************************************************************
       WEIGH-MATRIX-ROW.
      ******************************************************************
           IF  WS-RCPT-CNT < 99
               ADD  1               TO   WS-RCPT-CNT
           END-IF.
           MOVE  DM-SAL-VIS         TO   WS-ROW-VIS.
           EVALUATE WS-ROW-VIS
               WHEN "F"
                   MOVE  3          TO   WS-ROW-RANK
               WHEN "D"
                   MOVE  2          TO   WS-ROW-RANK
               WHEN OTHER
                   MOVE  "N"        TO   WS-ROW-VIS
                   MOVE  1          TO   WS-ROW-RANK
           END-EVALUATE.
           IF  WS-ROW-RANK < WS-LOW-RANK
               MOVE  WS-ROW-RANK    TO   WS-LOW-RANK
               MOVE  WS-ROW-VIS     TO   WS-SAL-VIS
               MOVE  DM-RECIPIENT   TO   WS-RECIPIENT
           END-IF.

      ******************************************************************
       WRITE-DECISION-LOG.
      ******************************************************************
      *    NO LOG, NO SALARIES -- AN UNRECORDED DECISION FALLS BACK
      *    TO SHOWING NONE
           OPEN EXTEND SVLOG-FILE.
           IF  WS-SVLOG-NEW
               OPEN OUTPUT SVLOG-FILE
           END-IF.
           IF  WS-SVLOG-OK
               MOVE  SPACES             TO   SVLOG-REC
               MOVE  WS-AUDIT-START-DATE  TO   SV-DATE
               MOVE  WS-AUDIT-START-TIME  TO   SV-TIME
               MOVE  LNK-PROGRAM-NAME   TO   SV-PROGRAM
               MOVE  LNK-OPER-ID        TO   SV-OPER-ID
               MOVE  WS-RECIPIENT       TO   SV-RECIPIENT
               MOVE  WS-RCPT-CNT        TO   SV-RCPT-CNT
               MOVE  WS-SAL-VIS         TO   SV-SAL-VIS
               MOVE  WS-BASIS           TO   SV-BASIS
               WRITE SVLOG-REC
               CLOSE SVLOG-FILE
               MOVE  1                  TO   WS-AUDIT-COUNT
           ELSE
               DISPLAY "*** SALVIS: SALVLOG.DAT NOT WRITABLE, "
                       "STATUS " WS-SVLOG-STATUS
                       " -- SALARIES WITHHELD ***"
               MOVE  "N"                TO   WS-SAL-VIS
               MOVE  ZERO               TO   WS-AUDIT-COUNT
               MOVE  "WARN"             TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME, WS-AUDIT-COUNT,
                                  WS-AUDIT-STATUS.
      ******************************************************************
