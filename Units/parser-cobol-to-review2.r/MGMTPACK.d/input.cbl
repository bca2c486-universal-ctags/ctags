      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  MGMTPACK --- monthly management pack assembler: after the
      *               month-end cycle, gathers the report spools
      *               named on PACKDEF.DAT (owning program, spool
      *               file, section title, in pack order) from the
      *               SPOOLREG.DAT registry VIRTUAL-PRINTER keeps,
      *               and prints them as one spool: a cover page with
      *               the period, a contents page giving each
      *               section's starting page, then the sections with
      *               continuous pack page numbering.  A section is
      *               out of the pack when its spool is not on the
      *               registry, was purged, is empty or unreadable,
      *               was written before the pack month, or its
      *               owner's last run on the audit trail failed.
      *               A complete pack is registered released (R) for
      *               printing; a pack with any section out, or one
      *               assembled in rehearsal, is registered held (H),
      *               which SPOOLMGR will neither release nor
      *               distribute, and the run ends failed.  The month
      *               is PACK-PERIOD (YYYYMM) on SHOPCNFG.DAT or the
      *               current month.  Runs for the company on the run
      *               card, off that company's copies of the spools
      *               PACKDEF.DAT marks per company.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MGMTPACK.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE PACK DEFINITION -- ONE SECTION PER RECORD IN PACK
      *    ORDER, "*" IN COLUMN 1 FOR A COMMENT
           SELECT PACKDEF-FILE     ASSIGN TO "PACKDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKDEF-STATUS.
      *    SPOOL REGISTRY (SEE VIRTUAL-PRINTER AND SPOOLMGR)
           SELECT SPOOLREG-FILE    ASSIGN TO "SPOOLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOLREG-STATUS.
      *    THE SECTION SPOOL BEING COUNTED OR COPIED
           SELECT SPOOL-FILE       ASSIGN TO DYNAMIC WS-SEC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
      *    AUDIT TRAIL -- EACH OWNER'S LAST RUN (SEE OPSTATUS)
           SELECT AUDIT-FILE       ASSIGN TO "AUDITTRL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PACKDEF-FILE.
       01  PACKDEF-REC.
           05  PD-OWNER            PIC  X(10).
           05  FILLER              PIC  X.
           05  PD-SPOOL-NAME       PIC  X(40).
           05  FILLER              PIC  X.
           05  PD-PER-COMPANY      PIC  X.
           05  FILLER              PIC  X.
           05  PD-TITLE            PIC  X(30).

       FD  SPOOLREG-FILE.
       01  SPOOLREG-REC.
           05  SR-NAME             PIC  X(40).
           05  FILLER              PIC  X.
           05  SR-OWNER            PIC  X(10).
           05  FILLER              PIC  X.
           05  SR-LINES            PIC  9(06).
           05  FILLER              PIC  X.
           05  SR-PAGES            PIC  9(04).
           05  FILLER              PIC  X.
           05  SR-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  SR-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  SR-STATE            PIC  X.

      *    VIRTUAL-PRINTER'S SEQUENCE-PREFIXED LINE, OR ITS ASA LINE
      *    WITH THE CONTROL BYTE IN COLUMN 1
       FD  SPOOL-FILE.
       01  SPOOL-REC               PIC  X(138).
       01  SPOOL-REC-SEQ.
           05  SP-SEQ              PIC  X(06).
           05  SP-SEQ-TEXT         PIC  X(132).
       01  SPOOL-REC-ASA.
           05  SP-ASA-CTL          PIC  X.
           05  SP-ASA-TEXT         PIC  X(132).

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "MGMTPACK".
       01  WS-PACKDEF-STATUS       PIC  X(02).
           88  WS-PACKDEF-OK       VALUE "00".
           88  WS-PACKDEF-EOF      VALUE "10".
       01  WS-SPOOLREG-STATUS      PIC  X(02).
           88  WS-SPOOLREG-OK      VALUE "00".
           88  WS-SPOOLREG-EOF     VALUE "10".
       01  WS-SPOOL-STATUS         PIC  X(02).
           88  WS-SPOOL-OK         VALUE "00".
           88  WS-SPOOL-EOF        VALUE "10".
       01  WS-AUDIT-FILE-STATUS    PIC  X(02).
           88  WS-AUDIT-FILE-OK    VALUE "00".
           88  WS-AUDIT-FILE-EOF   VALUE "10".
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
           COPY "REHEARSE.CPY".
      *    THE PACK MONTH (YYYYMM) AND ITS FIRST DAY -- A SPOOL
      *    WRITTEN BEFORE IT IS LAST MONTH'S REPORT
       01  WS-PACK-PERIOD          PIC  9(06).
       01  WS-PERIOD-START         PIC  9(08).
       01  D-PERIOD                PIC  9999/99.
       01  D-DATE                  PIC  9999/99/99.
       01  D-TIME                  PIC  99B99B99.
       01  D-PAGE                  PIC  ZZZ9.
       01  D-SEC-NO                PIC  Z9.
       01  D-COUNT                 PIC  ZZ9.
      *    THE PACK'S SECTIONS, FROM PACKDEF.DAT
       01  WS-SEC-TABLE.
           05  WS-SEC-CNT          PIC  9(02) VALUE ZERO.
           05  WS-SEC-ENTRY        OCCURS 20.
               10  WS-SEC-OWNER    PIC  X(10).
               10  WS-SEC-SPOOL    PIC  X(40).
               10  WS-SEC-TITLE    PIC  X(30).
               10  WS-SEC-REG-DATE PIC  9(08).
               10  WS-SEC-REG-STATE PIC X.
               10  WS-SEC-LINES    PIC  9(06).
               10  WS-SEC-PAGES    PIC  9(04).
               10  WS-SEC-START    PIC  9(04).
               10  WS-SEC-AUD-STATUS PIC X(04).
               10  WS-SEC-AUD-DATE PIC  9(08).
      *            I = IN THE PACK; M = NOT ON THE REGISTRY;
      *            P = PURGED; E = EMPTY; U = UNREADABLE; S = WRITTEN
      *            BEFORE THE PACK MONTH; F = OWNER'S LAST RUN FAILED
               10  WS-SEC-STATE    PIC  X.
                   88  WS-SEC-IN       VALUE "I".
       01  WS-SEC-MAX              PIC  9(02) VALUE 20.
       01  WS-SEC-IDX              PIC  9(02).
       01  WS-SEC-FILE-NAME        PIC  X(40).
       01  WS-SEC-STATE-TEXT       PIC  X(24).
      *    SPOOL REGISTRY IN MEMORY -- FOR THE SECTION LOOKUPS AND
      *    FOR THE PACK'S OWN RELEASED/HELD STATE AT THE END --
      *    THE SAME 200 ENTRIES VIRTUAL-PRINTER AND SPOOLMGR HOLD
       01  WS-REG-TABLE.
           05  WS-REG-CNT          PIC  9(03) VALUE ZERO.
           05  WS-REG-ENTRY        OCCURS 200.
               10  WS-REG-NAME     PIC  X(40).
               10  WS-REG-OWNER    PIC  X(10).
               10  WS-REG-LINES    PIC  9(06).
               10  WS-REG-PAGES    PIC  9(04).
               10  WS-REG-DATE     PIC  9(08).
               10  WS-REG-TIME     PIC  9(08).
               10  WS-REG-STATE    PIC  X.
       01  WS-REG-IDX              PIC  9(03).
       01  WS-REG-HIT              PIC  9(03).
      *    "Y" WHEN SPOOLREG.DAT HOLDS MORE THAN THE TABLE -- IT IS
      *    THEN NEVER REWRITTEN, SO NO ENTRY IS LOST
       01  WS-REG-OVERFLOW         PIC  X     VALUE "N".
           88  WS-REG-OVERFLOW-YES VALUE "Y".
      *    ONE LINE OFF A SECTION SPOOL, DECODED -- A PAGE BORDER OR
      *    AN ASA EJECT OPENS A NEW PAGE BEFORE THE NEXT DATA LINE
       01  WS-LINE-TEXT            PIC  X(132).
       01  WS-LINE-BORDER          PIC  X     VALUE "N".
           88  WS-LINE-IS-BORDER   VALUE "Y".
       01  WS-LINE-EJECT           PIC  X     VALUE "N".
           88  WS-LINE-IS-EJECT    VALUE "Y".
       01  WS-BREAK-PENDING        PIC  X     VALUE "N".
           88  WS-BREAK-IS-PENDING VALUE "Y".
       01  WS-SEC-DATA-LINES       PIC  9(06).
      *    C = COUNTING PAGES AHEAD OF THE CONTENTS PAGE, W = WRITING
      *    THE SECTION INTO THE PACK
       01  WS-SPOOL-PASS           PIC  X.
           88  WS-PASS-COUNT       VALUE "C".
           88  WS-PASS-WRITE       VALUE "W".
      *    THE COVER IS PAGE 1 AND THE CONTENTS PAGE 2; SECTIONS
      *    FOLLOW FROM PAGE 3
       01  WS-NEXT-START           PIC  9(04).
       01  WS-PACK-PAGES           PIC  9(04) VALUE ZERO.
       01  WS-PACK-COUNTS.
           05  WS-SECS-IN          PIC  9(06) VALUE ZERO.
           05  WS-SECS-OUT         PIC  9(06) VALUE ZERO.
       01  WS-PACK-STATE           PIC  X     VALUE "R".
           88  WS-PACK-RELEASED    VALUE "R".
           88  WS-PACK-HELD        VALUE "H".
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./mgmtpack.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    ONE CONTENTS-PAGE LINE
       01  D-CT-LINE.
           05  D-CT-NO             PIC  Z9.
           05  FILLER              PIC  X(02).
           05  D-CT-TITLE          PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-CT-OWNER          PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-CT-SPOOL          PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-CT-DATE           PIC  9999/99/99.
           05  D-CT-DATE-X         REDEFINES D-CT-DATE PIC X(10).
           05  FILLER              PIC  X(02).
           05  D-CT-PAGES          PIC  ZZZ9.
           05  D-CT-PAGES-X        REDEFINES D-CT-PAGES PIC X(04).
           05  FILLER              PIC  X(02).
           05  D-CT-START          PIC  ZZZ9.
           05  D-CT-START-X        REDEFINES D-CT-START PIC X(04).
           05  FILLER              PIC  X(02).
           05  D-CT-STATE          PIC  X(24).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER
           COPY "PRNPARM.CPY".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** MGMTPACK STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CHECK-REHEARSAL-MODE.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** MGMTPACK: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PACK-DEFINITION.
           IF  WS-SEC-CNT = ZERO
               DISPLAY "*** MGMTPACK: NO SECTIONS ON PACKDEF.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SPOOL-REGISTRY.
           PERFORM LOAD-LATEST-RUNS.
           MOVE  3                  TO   WS-NEXT-START.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-CNT
               PERFORM CHECK-ONE-SECTION
           END-PERFORM.
           COMPUTE WS-PACK-PAGES = WS-NEXT-START - 1.
           IF  WS-SECS-OUT NOT = ZERO OR RH-REHEARSAL
               SET  WS-PACK-HELD    TO   TRUE
           END-IF.

           PERFORM PRINT-PACK.
           PERFORM SET-PACK-REGISTRY-STATE.

           DISPLAY "*** MGMTPACK FINISHED -- PERIOD " WS-PACK-PERIOD
                   ", " WS-SECS-IN " SECTION(S) IN, " WS-SECS-OUT
                   " OUT, " WS-PACK-PAGES " PAGE(S) ***".
           IF  WS-PACK-HELD
               IF  WS-SECS-OUT NOT = ZERO
                   DISPLAY "*** MGMTPACK: PACK " WS-SPOOL-NAME
                           " HELD -- SECTION(S) MISSING OR FAILED ***"
                   MOVE "FAIL"       TO   WS-AUDIT-STATUS
               ELSE
                   DISPLAY "*** MGMTPACK: REHEARSAL PACK "
                           WS-SPOOL-NAME " HELD ***"
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "OK"
               MOVE 0                TO   RETURN-CODE
           ELSE
               MOVE 8                TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       LOAD-PACK-DEFINITION.
      ******************************************************************
           MOVE  ZERO               TO   WS-SEC-CNT.
           MOVE  "00"               TO   WS-PACKDEF-STATUS.
           OPEN INPUT PACKDEF-FILE.
           IF  WS-PACKDEF-OK
               PERFORM UNTIL WS-PACKDEF-EOF
                   READ PACKDEF-FILE
                       AT END
                           SET WS-PACKDEF-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-SECTION
                   END-READ
               END-PERFORM
               CLOSE PACKDEF-FILE
           END-IF.

      ******************************************************************
       KEEP-ONE-SECTION.
      ******************************************************************
           IF  PD-OWNER(1:1) = "*" OR PD-OWNER = SPACES
           OR  PD-SPOOL-NAME = SPACES
               CONTINUE
           ELSE
               IF  WS-SEC-CNT NOT < WS-SEC-MAX
                   DISPLAY "*** MGMTPACK: MORE THAN " WS-SEC-MAX
                           " SECTIONS -- " PD-OWNER " LEFT OUT ***"
               ELSE
                   ADD  1           TO   WS-SEC-CNT
                   INITIALIZE WS-SEC-ENTRY(WS-SEC-CNT)
                   MOVE  PD-OWNER   TO   WS-SEC-OWNER(WS-SEC-CNT)
                   MOVE  PD-TITLE   TO   WS-SEC-TITLE(WS-SEC-CNT)
                   MOVE  PD-SPOOL-NAME   TO   WS-CO-FILE-NAME
                   IF  PD-PER-COMPANY = "Y"
                       PERFORM GET-COMPANY-FILE-NAME
                   END-IF
                   MOVE  WS-CO-FILE-NAME
                                    TO   WS-SEC-SPOOL(WS-SEC-CNT)
               END-IF
           END-IF.

      ******************************************************************
       LOAD-SPOOL-REGISTRY.
      ******************************************************************
           MOVE  ZERO               TO   WS-REG-CNT.
           MOVE  "N"                TO   WS-REG-OVERFLOW.
           MOVE  "00"               TO   WS-SPOOLREG-STATUS.
           OPEN INPUT SPOOLREG-FILE.
           IF  WS-SPOOLREG-OK
               PERFORM UNTIL WS-SPOOLREG-EOF OR WS-REG-CNT NOT < 200
                   READ SPOOLREG-FILE
                       AT END
                           SET WS-SPOOLREG-EOF TO TRUE
                       NOT AT END
                           ADD  1   TO   WS-REG-CNT
                           MOVE SR-NAME  TO WS-REG-NAME(WS-REG-CNT)
                           MOVE SR-OWNER TO WS-REG-OWNER(WS-REG-CNT)
                           MOVE SR-LINES TO WS-REG-LINES(WS-REG-CNT)
                           MOVE SR-PAGES TO WS-REG-PAGES(WS-REG-CNT)
                           MOVE SR-DATE  TO WS-REG-DATE(WS-REG-CNT)
                           MOVE SR-TIME  TO WS-REG-TIME(WS-REG-CNT)
                           MOVE SR-STATE TO WS-REG-STATE(WS-REG-CNT)
                   END-READ
               END-PERFORM
               IF  NOT WS-SPOOLREG-EOF
                   READ SPOOLREG-FILE
                       NOT AT END
                           SET WS-REG-OVERFLOW-YES TO TRUE
                   END-READ
               END-IF
               CLOSE SPOOLREG-FILE
           END-IF.
           IF  WS-REG-OVERFLOW-YES
               DISPLAY "*** MGMTPACK: SPOOLREG.DAT HOLDS MORE THAN "
                       "200 ENTRIES -- ONLY THE FIRST 200 READ ***"
           END-IF.

      ******************************************************************
       LOAD-LATEST-RUNS.
      ******************************************************************
           MOVE  "00"               TO   WS-AUDIT-FILE-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF  WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-AUDIT-FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-LATEST-RUN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
       NOTE-LATEST-RUN.
      ******************************************************************
      *    KEY ORDER MEANS RECORDS FOR A PROGRAM ARRIVE OLDEST FIRST,
      *    SO OVERWRITING LEAVES EACH SECTION HOLDING ITS OWNER'S
      *    LATEST RUN (SEE OPSTATUS)
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-CNT
               IF  WS-SEC-OWNER(WS-SEC-IDX) = AUD-PROGRAM-NAME
                   MOVE  AUD-STATUS      TO
                                       WS-SEC-AUD-STATUS(WS-SEC-IDX)
                   MOVE  AUD-START-DATE  TO
                                       WS-SEC-AUD-DATE(WS-SEC-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-ONE-SECTION.
      ******************************************************************
      *    THE REGISTRY ENTRY FIRST, THEN THE OWNER'S LAST RUN, THEN
      *    THE SPOOL ITSELF -- ITS PAGES ARE COUNTED HERE SO THE
      *    CONTENTS PAGE CAN GIVE EVERY STARTING PAGE
           MOVE  ZERO               TO   WS-REG-HIT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF  WS-REG-NAME(WS-REG-IDX) = WS-SEC-SPOOL(WS-SEC-IDX)
                   MOVE  WS-REG-IDX TO   WS-REG-HIT
               END-IF
           END-PERFORM.
           IF  WS-REG-HIT NOT = ZERO
               MOVE  WS-REG-DATE(WS-REG-HIT)
                                    TO   WS-SEC-REG-DATE(WS-SEC-IDX)
               MOVE  WS-REG-STATE(WS-REG-HIT)
                                    TO   WS-SEC-REG-STATE(WS-SEC-IDX)
               MOVE  WS-REG-LINES(WS-REG-HIT)
                                    TO   WS-SEC-LINES(WS-SEC-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-REG-HIT = ZERO
                   MOVE  "M"        TO   WS-SEC-STATE(WS-SEC-IDX)
               WHEN WS-REG-STATE(WS-REG-HIT) = "P"
                   MOVE  "P"        TO   WS-SEC-STATE(WS-SEC-IDX)
               WHEN WS-REG-DATE(WS-REG-HIT) < WS-PERIOD-START
                   MOVE  "S"        TO   WS-SEC-STATE(WS-SEC-IDX)
               WHEN WS-SEC-AUD-STATUS(WS-SEC-IDX) = "FAIL"
                   MOVE  "F"        TO   WS-SEC-STATE(WS-SEC-IDX)
               WHEN OTHER
                   MOVE  WS-SEC-SPOOL(WS-SEC-IDX)
                                    TO   WS-SEC-FILE-NAME
                   SET  WS-PASS-COUNT    TO   TRUE
                   PERFORM READ-SECTION-SPOOL
                   EVALUATE TRUE
                       WHEN WS-SPOOL-STATUS(1:1) NOT = "0"
                        AND NOT WS-SPOOL-EOF
                           MOVE  "U"     TO   WS-SEC-STATE(WS-SEC-IDX)
                       WHEN WS-SEC-DATA-LINES = ZERO
                           MOVE  "E"     TO   WS-SEC-STATE(WS-SEC-IDX)
                       WHEN OTHER
                           MOVE  "I"     TO   WS-SEC-STATE(WS-SEC-IDX)
                   END-EVALUATE
           END-EVALUATE.
           IF  WS-SEC-IN(WS-SEC-IDX)
               ADD  1               TO   WS-SECS-IN
               MOVE  WS-NEXT-START  TO   WS-SEC-START(WS-SEC-IDX)
               ADD  WS-SEC-PAGES(WS-SEC-IDX)  TO   WS-NEXT-START
           ELSE
               ADD  1               TO   WS-SECS-OUT
               MOVE  ZERO           TO   WS-SEC-PAGES(WS-SEC-IDX)
               DISPLAY "*** MGMTPACK: SECTION "
                       WS-SEC-OWNER(WS-SEC-IDX) " "
                       WS-SEC-SPOOL(WS-SEC-IDX) " OUT -- STATE "
                       WS-SEC-STATE(WS-SEC-IDX) " ***"
           END-IF.

      ******************************************************************
       READ-SECTION-SPOOL.
      ******************************************************************
      *    ONE PASS OVER A SECTION SPOOL -- COUNTING ITS PAGES, OR
      *    COPYING IT INTO THE PACK.  BOTH PASSES BREAK PAGES AT THE
      *    SAME LINES, SO THE CONTENTS PAGE AGREES WITH THE PACK.
           MOVE  ZERO               TO   WS-SEC-DATA-LINES.
           MOVE  "N"                TO   WS-BREAK-PENDING.
           IF  WS-PASS-COUNT
               MOVE  ZERO           TO   WS-SEC-PAGES(WS-SEC-IDX)
           END-IF.
           MOVE  "00"               TO   WS-SPOOL-STATUS.
           OPEN INPUT SPOOL-FILE.
           IF  WS-SPOOL-OK
               PERFORM UNTIL WS-SPOOL-STATUS(1:1) NOT = "0"
                   READ SPOOL-FILE
                       AT END
                           SET WS-SPOOL-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-SPOOL-LINE
                   END-READ
               END-PERFORM
               CLOSE SPOOL-FILE
           END-IF.

      ******************************************************************
       TAKE-ONE-SPOOL-LINE.
      ******************************************************************
           PERFORM DECODE-SPOOL-LINE.
           IF  WS-LINE-IS-BORDER
               MOVE  "Y"            TO   WS-BREAK-PENDING
           ELSE
               IF  WS-LINE-IS-EJECT
                   MOVE  "Y"        TO   WS-BREAK-PENDING
               END-IF
      *        THE SECTION'S FIRST LINE ALWAYS OPENS A PACK PAGE
               IF  WS-SEC-DATA-LINES = ZERO
                   MOVE  "Y"        TO   WS-BREAK-PENDING
               END-IF
               IF  WS-PASS-COUNT
                   IF  WS-BREAK-IS-PENDING
                       ADD  1       TO   WS-SEC-PAGES(WS-SEC-IDX)
                   END-IF
               ELSE
                   MOVE  WS-LINE-TEXT    TO   PA-BUFFER
                   IF  WS-BREAK-IS-PENDING
                       MOVE  "AFTER"     TO   PA-WHEN
                       MOVE  "PAGE"      TO   PA-WHAT
                   END-IF
                   PERFORM PRINT-A-LINE
               END-IF
               MOVE  "N"            TO   WS-BREAK-PENDING
               ADD  1               TO   WS-SEC-DATA-LINES
           END-IF.

      ******************************************************************
       DECODE-SPOOL-LINE.
      ******************************************************************
      *    A SEQUENCE-PREFIXED LINE CARRIES ITS PAGE BREAKS AS THE
      *    ">----<" BORDER; AN ASA LINE AS "1" IN ITS CONTROL BYTE
           MOVE  "N"                TO   WS-LINE-BORDER
                                         WS-LINE-EJECT.
           IF  SP-SEQ NUMERIC
               MOVE  SP-SEQ-TEXT    TO   WS-LINE-TEXT
               IF  WS-LINE-TEXT(1:2) = ">-"
                   MOVE  "Y"        TO   WS-LINE-BORDER
               END-IF
           ELSE
               MOVE  SP-ASA-TEXT    TO   WS-LINE-TEXT
               IF  SP-ASA-CTL = "1"
                   MOVE  "Y"        TO   WS-LINE-EJECT
               END-IF
           END-IF.

      ******************************************************************
       PRINT-PACK.
      ******************************************************************
           PERFORM OPEN-PACK-SPOOL.
           PERFORM PRINT-COVER-PAGE.
           PERFORM PRINT-CONTENTS-PAGE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-CNT
               IF  WS-SEC-IN(WS-SEC-IDX)
                   PERFORM SET-SECTION-TITLE
                   MOVE  WS-SEC-SPOOL(WS-SEC-IDX)
                                    TO   WS-SEC-FILE-NAME
                   SET  WS-PASS-WRITE    TO   TRUE
                   PERFORM READ-SECTION-SPOOL
               END-IF
           END-PERFORM.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      ******************************************************************
       OPEN-PACK-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSTAT).
      *    NO AUTOMATIC BREAKS -- THE SECTIONS CARRY THEIR OWN, AND
      *    THE PAGE COUNT AHEAD OF THE CONTENTS PAGE RELIES ON IT
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  ZERO               TO   PA-PAGE-LINES.
           MOVE  WS-PACK-PERIOD     TO   D-PERIOD.
           MOVE  1                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "MONTHLY MANAGEMENT PACK " D-PERIOD
                  "  COMPANY " WS-CO-CODE " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).

      ******************************************************************
       SET-SECTION-TITLE.
      ******************************************************************
      *    THE PACK HEADING REPLAYED ON EVERY PAGE OF A SECTION NAMES
      *    THE SECTION; THE PAGE NUMBER IN IT RUNS THROUGH THE PACK
           MOVE  WS-SEC-IDX         TO   D-SEC-NO.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "MONTHLY MANAGEMENT PACK " D-PERIOD
                  "  COMPANY " WS-CO-CODE "  SECTION " D-SEC-NO
                  "  " DELIMITED BY SIZE
                  WS-SEC-TITLE(WS-SEC-IDX) DELIMITED BY "  "
                  "  (" DELIMITED BY SIZE
                  WS-SEC-OWNER(WS-SEC-IDX) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO PA-TITLE-LINE(1).

      ******************************************************************
       PRINT-COVER-PAGE.
      ******************************************************************
           PERFORM PRINT-BLANK-LINE 3 TIMES.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              MONTHLY MANAGEMENT "
                  "PACK"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              PERIOD   " D-PERIOD
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              COMPANY  " WS-CO-CODE
                  " " WS-CO-NAME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-AUDIT-START-DATE     TO   D-DATE.
           MOVE  WS-AUDIT-START-TIME(1:6) TO   D-TIME.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              ASSEMBLED " D-DATE
                  " " D-TIME
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  WS-SEC-CNT         TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              SECTIONS NAMED  "
                  D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SECS-IN         TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              SECTIONS IN     "
                  D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SECS-OUT        TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              SECTIONS OUT    "
                  D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-PACK-PAGES      TO   D-PAGE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "                              PACK PAGES     "
                  D-PAGE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           EVALUATE TRUE
               WHEN WS-SECS-OUT NOT = ZERO
                   STRING "                              *** INCOMPLE"
                          "TE -- HELD, NOT FOR RELEASE ***"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN RH-REHEARSAL
                   STRING "                              *** REHEARSA"
                          "L -- HELD, NOT FOR RELEASE ***"
                       DELIMITED BY SIZE INTO PA-BUFFER
               WHEN OTHER
                   STRING "                              COMPLETE -- "
                          "RELEASED FOR PRINTING"
                       DELIMITED BY SIZE INTO PA-BUFFER
           END-EVALUATE.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-CONTENTS-PAGE.
      ******************************************************************
           MOVE  "CONTENTS"         TO   PA-BUFFER.
           MOVE  "AFTER"            TO   PA-WHEN.
           MOVE  "PAGE"             TO   PA-WHAT.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "NO  SECTION                         OWNER       "
                  "SPOOL FILE                      WRITTEN     PAGES"
                  "  PAGE  STATE"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-CNT
               PERFORM PRINT-CONTENTS-LINE
           END-PERFORM.
           PERFORM PRINT-BLANK-LINE.
           MOVE  WS-PERIOD-START    TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "IN = REGISTERED, NOT PURGED OR EMPTY, WRITTEN ON "
                  "OR AFTER " D-DATE ", AND THE OWNER'S LAST RUN "
                  "DID NOT FAIL"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-CONTENTS-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-CT-LINE.
           MOVE  WS-SEC-IDX         TO   D-CT-NO.
           MOVE  WS-SEC-TITLE(WS-SEC-IDX)    TO   D-CT-TITLE.
           MOVE  WS-SEC-OWNER(WS-SEC-IDX)    TO   D-CT-OWNER.
           MOVE  WS-SEC-SPOOL(WS-SEC-IDX)    TO   D-CT-SPOOL.
           IF  WS-SEC-REG-DATE(WS-SEC-IDX) = ZERO
               MOVE  SPACES         TO   D-CT-DATE-X
           ELSE
               MOVE  WS-SEC-REG-DATE(WS-SEC-IDX)  TO   D-CT-DATE
           END-IF.
           IF  WS-SEC-IN(WS-SEC-IDX)
               MOVE  WS-SEC-PAGES(WS-SEC-IDX)     TO   D-CT-PAGES
               MOVE  WS-SEC-START(WS-SEC-IDX)     TO   D-CT-START
           ELSE
               MOVE  "   -"         TO   D-CT-PAGES-X
                                         D-CT-START-X
           END-IF.
           EVALUATE WS-SEC-STATE(WS-SEC-IDX)
               WHEN "I"
                   MOVE  "IN"                     TO  WS-SEC-STATE-TEXT
               WHEN "M"
                   MOVE  "OUT - NOT ON REGISTRY"  TO  WS-SEC-STATE-TEXT
               WHEN "P"
                   MOVE  "OUT - PURGED"           TO  WS-SEC-STATE-TEXT
               WHEN "S"
                   MOVE  "OUT - BEFORE PERIOD"    TO  WS-SEC-STATE-TEXT
               WHEN "F"
                   MOVE  "OUT - LAST RUN FAILED"  TO  WS-SEC-STATE-TEXT
               WHEN "E"
                   MOVE  "OUT - EMPTY"            TO  WS-SEC-STATE-TEXT
               WHEN OTHER
                   MOVE  "OUT - NOT READABLE"     TO  WS-SEC-STATE-TEXT
           END-EVALUATE.
           MOVE  WS-SEC-STATE-TEXT  TO   D-CT-STATE.
           MOVE  D-CT-LINE          TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-BLANK-LINE.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.

      ******************************************************************
       SET-PACK-REGISTRY-STATE.
      ******************************************************************
      *    VIRTUAL-PRINTER'S CLOSING FLUSH LEFT THE PACK WRITTEN (W);
      *    IT IS RELEASED FOR PRINTING ONLY WHEN EVERY SECTION IS IN
           PERFORM LOAD-SPOOL-REGISTRY.
           MOVE  ZERO               TO   WS-REG-HIT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF  WS-REG-NAME(WS-REG-IDX) = WS-SPOOL-NAME
                   MOVE  WS-REG-IDX TO   WS-REG-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REG-HIT = ZERO
                   DISPLAY "*** MGMTPACK: " WS-SPOOL-NAME
                           " NOT ON THE SPOOL REGISTRY ***"
                   SET  WS-PACK-HELD    TO   TRUE
                   MOVE "FAIL"          TO   WS-AUDIT-STATUS
      *    WRITING A LONGER REGISTRY BACK FROM THE TABLE WOULD DROP
      *    EVERYTHING PAST ENTRY 200 -- THE PACK IS LEFT UNRELEASED
               WHEN WS-REG-OVERFLOW-YES
                   DISPLAY "*** MGMTPACK: SPOOLREG.DAT NOT REWRITTEN, "
                           WS-SPOOL-NAME " LEFT UNRELEASED ***"
                   SET  WS-PACK-HELD    TO   TRUE
                   MOVE "FAIL"          TO   WS-AUDIT-STATUS
               WHEN OTHER
                   MOVE  WS-PACK-STATE  TO   WS-REG-STATE(WS-REG-HIT)
                   OPEN OUTPUT SPOOLREG-FILE
                   IF  WS-SPOOLREG-OK
                       PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                               UNTIL WS-REG-IDX > WS-REG-CNT
                           MOVE SPACES                   TO SPOOLREG-REC
                           MOVE WS-REG-NAME(WS-REG-IDX)  TO SR-NAME
                           MOVE WS-REG-OWNER(WS-REG-IDX) TO SR-OWNER
                           MOVE WS-REG-LINES(WS-REG-IDX) TO SR-LINES
                           MOVE WS-REG-PAGES(WS-REG-IDX) TO SR-PAGES
                           MOVE WS-REG-DATE(WS-REG-IDX)  TO SR-DATE
                           MOVE WS-REG-TIME(WS-REG-IDX)  TO SR-TIME
                           MOVE WS-REG-STATE(WS-REG-IDX) TO SR-STATE
                           WRITE SPOOLREG-REC
                       END-PERFORM
                       CLOSE SPOOLREG-FILE
                   ELSE
                       DISPLAY "*** MGMTPACK: SPOOLREG.DAT NOT "
                               "WRITABLE, STATUS " WS-SPOOLREG-STATUS
                               " ***"
                       SET  WS-PACK-HELD     TO   TRUE
                       MOVE "FAIL"      TO   WS-AUDIT-STATUS
                   END-IF
           END-EVALUATE.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
      *    THE PACK MONTH -- THE CURRENT ONE UNLESS SET
           MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-PACK-PERIOD.
           MOVE  "PACK-PERIOD"     TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:6) NUMERIC
           AND WS-CFG-VALUE(5:2) > "00" AND WS-CFG-VALUE(5:2) < "13"
               MOVE  WS-CFG-VALUE(1:6)   TO   WS-PACK-PERIOD
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PACK-PERIOD * 100 + 1.

      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.

      ******************************************************************
      *    CHECK-REHEARSAL-MODE -- SHARED WITH THE REST OF THE SUITE
           COPY "REHCHECK.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** MGMTPACK: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
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
                                  WS-AUDIT-START-TIME,
                                  WS-SECS-IN, WS-AUDIT-STATUS.
      ******************************************************************
