      *               state), views a file's first page, releases a
      *               file for printing, and purges printed files --
      *               so operators stop managing spool output with
      *               shell commands.  A file registered held (H),
      *               as MGMTPACK leaves an incomplete pack, is
      *               neither released nor distributed.  The
      *               queue is shown eight entries at a time; N
      *               pages forward through it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  DM-COPIES           PIC  9(02).
           05  FILLER              PIC  X.
           05  DM-NOTE             PIC  X(30).
      *    THE RECIPIENT'S SALARY CLEARANCE -- READ BY SALVIS WHEN THE
      *    OUTPUT IS PRODUCED, NOT HERE AT DELIVERY
           05  FILLER              PIC  X.
           05  DM-SAL-VIS          PIC  X.

       FD  DOUT-FILE.
       01  DOUT-REC                PIC  X(138).
       01  WS-DONE                 PIC  X     VALUE "N".
           88  WS-DONE-YES         VALUE "Y".
       01  WS-CHOICE               PIC  X     VALUE SPACE.
       01  WS-ENTRY-NO-IN          PIC  X(03) VALUE SPACES.
       01  WS-ENTRY-NO             PIC  9(03) VALUE ZERO.
       01  WS-MGR-MSG              PIC  X(40) VALUE SPACES.
      *    REGISTRY HELD IN MEMORY FOR THE SCREEN AND THE UPDATES
       01  WS-REG-TABLE.
           05  WS-REG-CNT          PIC  9(03) VALUE ZERO.
           05  WS-REG-ENTRY        OCCURS 200.
               10  WS-REG-NAME     PIC  X(40).
               10  WS-REG-OWNER    PIC  X(10).
               10  WS-REG-LINES    PIC  9(06).
               10  WS-REG-DATE     PIC  9(08).
               10  WS-REG-TIME     PIC  9(08).
               10  WS-REG-STATE    PIC  X.
       01  WS-REG-IDX              PIC  9(03).
      *    "Y" WHEN SPOOLREG.DAT HOLDS MORE THAN THE TABLE -- IT IS
      *    THEN NEVER REWRITTEN, SO NO ENTRY IS LOST
       01  WS-REG-OVERFLOW         PIC  X     VALUE "N".
           88  WS-REG-OVERFLOW-YES VALUE "Y".
      *    FIRST ENTRY ON THE SCREEN AND THE LINE SHOWING WHICH PART
      *    OF THE QUEUE THAT IS
       01  WS-PAGE-TOP             PIC  9(03) VALUE 1.
       01  WS-DISP-IDX             PIC  9(02).
       01  WS-PAGE-INFO.
           05  FILLER              PIC  X(08) VALUE "ENTRIES ".
           05  WS-PI-FROM          PIC  ZZ9.
           05  FILLER              PIC  X     VALUE "-".
           05  WS-PI-TO            PIC  ZZ9.
           05  FILLER              PIC  X(04) VALUE " OF ".
           05  WS-PI-CNT           PIC  ZZ9.
       01  WS-VIEW-LINES           PIC  9(02).
       01  WS-QUEUE-LINE.
           05  WS-QL-NO            PIC  ZZ9.
           05  FILLER              PIC  X.
           05  WS-QL-NAME          PIC  X(24).
           05  FILLER              PIC  X.
       01  SPOOLMGR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "SPOOLMGR -- SPOOL QUEUE".
           05  LINE 1  COLUMN 34  PIC X(22)   FROM WS-PAGE-INFO.
           05  LINE 3  COLUMN 1   VALUE " NO FILE                   ".
           05  LINE 3  COLUMN 28  VALUE "  OWNER       LINES PAGE S".
           05  LINE 4  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-1.
           05  LINE 5  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-2.
           05  LINE 9  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-6.
           05  LINE 10 COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-7.
           05  LINE 11 COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-8.
           05  LINE 12 COLUMN 1   VALUE "N=NEXT EIGHT ENTRIES".
           05  LINE 13 COLUMN 1   VALUE "L=LIST, V=VIEW, F=RELEASE,".
           05  LINE 13 COLUMN 28  VALUE " D=DISTRIB, P=PURGE, Q=QUIT:".
           05  LINE 13 COLUMN 57  PIC X       USING WS-CHOICE.
           05  LINE 14 COLUMN 1   VALUE "ENTRY NO: ".
           05  LINE 14 COLUMN 11  PIC X(03)   USING WS-ENTRY-NO-IN.
           05  LINE 16 COLUMN 1   VALUE "MESSAGE : ".
           05  LINE 16 COLUMN 11  PIC X(40)   FROM  WS-MGR-MSG.

                       SET  WS-DONE-YES  TO   TRUE
                   WHEN WS-CHOICE = "L" OR "l"
                       CONTINUE
                   WHEN WS-CHOICE = "N" OR "n"
                       ADD  8            TO   WS-PAGE-TOP
                   WHEN WS-CHOICE = "V" OR "v"
                       PERFORM VIEW-FIRST-PAGE
                   WHEN WS-CHOICE = "F" OR "f"
                   WHEN WS-CHOICE = "P" OR "p"
                       PERFORM PURGE-SPOOL-FILE
                   WHEN OTHER
                       MOVE  "*** USE L, N, V, F, D, P OR Q ***"
                                         TO   WS-MGR-MSG
               END-EVALUATE
           END-PERFORM.
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
           IF  WS-REG-OVERFLOW-YES AND WS-MGR-MSG = SPACES
               MOVE  "*** REGISTRY FULL -- FIRST 200 SHOWN ***"
                                    TO   WS-MGR-MSG
           END-IF.

      ******************************************************************
       BUILD-QUEUE-LINES.
      ******************************************************************
           IF  WS-PAGE-TOP > WS-REG-CNT
               MOVE  1              TO   WS-PAGE-TOP
           END-IF.
           MOVE  WS-PAGE-TOP        TO   WS-PI-FROM.
           MOVE  WS-REG-CNT         TO   WS-PI-CNT.
           IF  WS-REG-CNT = ZERO
               MOVE  ZERO           TO   WS-PI-FROM
           END-IF.
           MOVE  WS-PAGE-TOP        TO   WS-REG-IDX.
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > 8
               IF  WS-REG-IDX > WS-REG-CNT
                   MOVE  SPACES     TO   WS-DISP-LINE(WS-DISP-IDX)
               ELSE
                   MOVE  SPACES                     TO  WS-QUEUE-LINE
                   MOVE  WS-REG-IDX                 TO  WS-QL-NO
                   MOVE  WS-REG-LINES(WS-REG-IDX)   TO  WS-QL-LINES
                   MOVE  WS-REG-PAGES(WS-REG-IDX)   TO  WS-QL-PAGES
                   MOVE  WS-REG-STATE(WS-REG-IDX)   TO  WS-QL-STATE
                   MOVE  WS-QUEUE-LINE  TO  WS-DISP-LINE(WS-DISP-IDX)
                   MOVE  WS-REG-IDX                 TO  WS-PI-TO
               END-IF
               ADD   1              TO   WS-REG-IDX
           END-PERFORM.
           IF  WS-REG-CNT = ZERO
               MOVE  ZERO           TO   WS-PI-TO
           END-IF.

      ******************************************************************
       VIEW-FIRST-PAGE.
      ******************************************************************
           IF  WS-ENTRY-NO = ZERO OR WS-ENTRY-NO > WS-REG-CNT
               MOVE  "*** ENTER A VALID ENTRY NO ***"  TO  WS-MGR-MSG
           ELSE
           IF  WS-REG-STATE(WS-ENTRY-NO) = "H"
               MOVE  "*** FILE HELD -- NOT FOR RELEASE ***"
                                    TO   WS-MGR-MSG
           ELSE
               MOVE  "R"            TO   WS-REG-STATE(WS-ENTRY-NO)
               PERFORM REWRITE-SPOOL-REGISTRY
               MOVE  "*** FILE RELEASED FOR PRINTING ***"
                                    TO   WS-MGR-MSG
           END-IF
           END-IF.

      ******************************************************************
      *    DELIVERY IS MARKED IN THE REGISTRY AND THE DELIVERY LOG
           IF  WS-ENTRY-NO = ZERO OR WS-ENTRY-NO > WS-REG-CNT
               MOVE  "*** ENTER A VALID ENTRY NO ***"  TO  WS-MGR-MSG
           ELSE
           IF  WS-REG-STATE(WS-ENTRY-NO) = "H"
               MOVE  "*** FILE HELD -- NOT FOR RELEASE ***"
                                    TO   WS-MGR-MSG
           ELSE
               MOVE  ZERO           TO   WS-DIST-MADE
               OPEN EXTEND DOUT-FILE
                           DELIMITED BY SIZE INTO WS-MGR-MSG
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************

      ******************************************************************
       REWRITE-SPOOL-REGISTRY.
      ******************************************************************
      *    A REGISTRY LONGER THAN THE TABLE IS LEFT AS IT IS -- WRITING
      *    IT BACK FROM THE TABLE WOULD DROP EVERYTHING PAST ENTRY 200
           IF  WS-REG-OVERFLOW-YES
               DISPLAY "*** SPOOLMGR: SPOOLREG.DAT HOLDS MORE THAN "
                       "200 ENTRIES -- NOT REWRITTEN ***"
               MOVE  "*** REGISTRY FULL -- NOT UPDATED ***"
                                    TO   WS-MGR-MSG
           ELSE
               PERFORM WRITE-SPOOL-REGISTRY
           END-IF.

      ******************************************************************
       WRITE-SPOOL-REGISTRY.
      ******************************************************************
           OPEN OUTPUT SPOOLREG-FILE.
           IF  WS-SPOOLREG-OK
