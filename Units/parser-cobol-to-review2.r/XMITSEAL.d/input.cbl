      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  XMITSEAL --- integrity seal for the files that leave the
      *               building (PAYROLL.DAT, ZENGIN.DAT, GLPOST.DAT,
      *               BONUS.DAT, EMPDELTA.JSON), called the way
      *               everyone calls CTLREG.  SEAL is called by the
      *               producing program once its file is closed: the
      *               file is read back, its lines counted and its
      *               content hashed, and a seal carrying the
      *               producer's record count and control total, the
      *               line count and the content hash is appended to
      *               the company's seal register (XMITSEAL.DAT) as the
      *               interface's next generation.  CHECK is called by
      *               XMITSEND at send time: the interface's latest
      *               seal is found, the file it names is read and
      *               hashed again, and the caller is told whether the
      *               file is still exactly what was sealed.  A seal
      *               taken in a rehearsal run is marked so and is
      *               never good for sending.  A call from the
      *               deployment check (program name *PROBE, see HELLO)
      *               seals nothing.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 XMITSEAL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ONE SEAL PER GENERATION OF EACH OUTBOUND FILE
           SELECT SEAL-FILE        ASSIGN TO DYNAMIC WS-SEAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.
      *    THE OUTBOUND FILE BEING SEALED OR CHECKED
           SELECT DATA-FILE        ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SEAL-FILE.
       01  SEAL-REC.
           05  XS-INTERFACE        PIC  X(08).
           05  FILLER              PIC  X.
           05  XS-GENERATION       PIC  9(06).
           05  FILLER              PIC  X.
           05  XS-FILE-NAME        PIC  X(40).
           05  FILLER              PIC  X.
           05  XS-PROGRAM-NAME     PIC  X(10).
           05  FILLER              PIC  X.
           05  XS-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  XS-TIME             PIC  9(08).
           05  FILLER              PIC  X.
      *    THE PRODUCER'S OWN FIGURES -- DETAIL COUNT AND THE CONTROL
      *    TOTAL ITS TRAILER OR HEADER CARRIES
           05  XS-REC-COUNT        PIC  9(09).
           05  FILLER              PIC  X.
           05  XS-CONTROL-TOTAL    PIC S9(13)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
      *    THE FILE AS IT STOOD WHEN SEALED -- EVERY LINE COUNTED
      *    AND EVERY BYTE HASHED
           05  XS-LINE-COUNT       PIC  9(09).
           05  FILLER              PIC  X.
           05  XS-CONTENT-HASH     PIC  9(12).
           05  FILLER              PIC  X.
      *    Y = SEALED IN A REHEARSAL RUN, NOT FOR SENDING
           05  XS-REHEARSAL        PIC  X.

       FD  DATA-FILE.
       01  DATA-REC                PIC  X(1000).

       WORKING-STORAGE             SECTION.
       01  WS-SEAL-STATUS          PIC  X(02).
           88  WS-SEAL-OK          VALUE "00".
           88  WS-SEAL-EOF         VALUE "10".
           88  WS-SEAL-NEW         VALUE "35".
       01  WS-DATA-STATUS          PIC  X(02).
           88  WS-DATA-OK          VALUE "00".
           88  WS-DATA-EOF         VALUE "10".
       01  WS-SEAL-NAME            PIC  X(40) VALUE "XMITSEAL.DAT".
       01  WS-DATA-NAME            PIC  X(40).
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).
      *    THE FILE'S LINE COUNT AND CONTENT HASH AS READ NOW -- A
      *    RUNNING POLYNOMIAL OVER EVERY BYTE UP TO EACH LINE'S LAST
      *    NON-BLANK, WITH THE LINE ENDS COUNTED IN
       01  WS-LINE-COUNT           PIC  9(09).
       01  WS-CONTENT-HASH         PIC  9(12).
       01  WS-HASH-WORK            PIC  9(15).
       01  WS-HASH-MODULUS         PIC  9(12) VALUE 999999999989.
       01  WS-DATA-LEN             PIC  9(04).
       01  WS-BYTE-IDX             PIC  9(04).
      *    THE LATEST SEAL FOUND FOR THE INTERFACE
       01  WS-LAST-SEAL            PIC  X(140).
       01  WS-LAST-GENERATION      PIC  9(06).
       01  WS-SEAL-FOUND-FLAG      PIC  X     VALUE "N".
           88  WS-SEAL-FOUND       VALUE "Y".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    A SEAL TAKEN IN A REHEARSAL IS MARKED SO
           COPY "REHEARSE.CPY".

       LINKAGE                     SECTION.
      *    SEAL OR CHECK
       01  LNK-ACTION              PIC  X(08).
       01  LNK-INTERFACE           PIC  X(08).
      *    SEAL: THE FILE TO SEAL; CHECK: RETURNED FROM THE SEAL
       01  LNK-FILE-NAME           PIC  X(40).
       01  LNK-PROGRAM-NAME        PIC  X(10).
       01  LNK-REC-COUNT           PIC  9(09).
       01  LNK-CONTROL-TOTAL       PIC S9(13)V9(02).
       01  LNK-GENERATION          PIC  9(06).
      *    OK; NS = NO SEAL FOR THE INTERFACE; CH = FILE CHANGED OR
      *    GONE SINCE IT WAS SEALED; RH = SEALED IN A REHEARSAL;
      *    IO = FILE OR REGISTER COULD NOT BE READ OR WRITTEN
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-ACTION,
                                                   LNK-INTERFACE,
                                                   LNK-FILE-NAME,
                                                   LNK-PROGRAM-NAME,
                                                   LNK-REC-COUNT,
                                                   LNK-CONTROL-TOTAL,
                                                   LNK-GENERATION,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           MOVE  "OK"               TO   LNK-STATUS.
           IF  LNK-PROGRAM-NAME = "*PROBE"
               MOVE  ZERO           TO   LNK-REC-COUNT
               MOVE  ZERO           TO   LNK-CONTROL-TOTAL
               MOVE  ZERO           TO   LNK-GENERATION
               EXIT PROGRAM
           END-IF.
           MOVE  "XMITSEAL.DAT"     TO   WS-SEAL-NAME.
           MOVE  "RUN"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-SEAL-NAME   TO   WS-CO-FILE-NAME
               MOVE  "FILE"         TO   WS-CO-FUNCTION
               CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                     WS-CO-NAME, WS-CO-ROLE,
                                     WS-CO-FILE-NAME, WS-CO-STATUS
               MOVE  WS-CO-FILE-NAME    TO   WS-SEAL-NAME
           END-IF.
           PERFORM FIND-LATEST-SEAL.
           EVALUATE LNK-ACTION
               WHEN "SEAL"
                   PERFORM SEAL-THE-FILE
               WHEN "CHECK"
                   PERFORM CHECK-THE-FILE
               WHEN OTHER
                   MOVE  "IO"       TO   LNK-STATUS
                   DISPLAY "*** XMITSEAL: UNKNOWN ACTION " LNK-ACTION
                           " ***"
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
       FIND-LATEST-SEAL.
      ******************************************************************
      *    THE REGISTER IS IN THE ORDER THE SEALS WERE TAKEN, SO THE
      *    LAST ONE READ FOR THE INTERFACE IS ITS LATEST GENERATION
           MOVE  "N"                TO   WS-SEAL-FOUND-FLAG.
           MOVE  ZERO               TO   WS-LAST-GENERATION.
           MOVE  SPACES             TO   WS-LAST-SEAL.
           OPEN INPUT SEAL-FILE.
           IF  WS-SEAL-OK
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           IF  XS-INTERFACE = LNK-INTERFACE
                               SET  WS-SEAL-FOUND    TO   TRUE
                               MOVE  SEAL-REC   TO   WS-LAST-SEAL
                               MOVE  XS-GENERATION
                                        TO   WS-LAST-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

      ******************************************************************
       SEAL-THE-FILE.
      ******************************************************************
           MOVE  LNK-FILE-NAME      TO   WS-DATA-NAME.
           PERFORM HASH-THE-FILE.
           IF  LNK-STATUS = "OK"
               PERFORM CHECK-REHEARSAL-MODE
               ACCEPT  WS-NOW-DATE  FROM DATE YYYYMMDD
               ACCEPT  WS-NOW-TIME  FROM TIME
               IF  WS-LAST-GENERATION = 999999
                   MOVE  1          TO   LNK-GENERATION
               ELSE
                   COMPUTE LNK-GENERATION = WS-LAST-GENERATION + 1
               END-IF
               OPEN EXTEND SEAL-FILE
               IF  WS-SEAL-NEW
                   OPEN OUTPUT SEAL-FILE
               END-IF
               IF  WS-SEAL-OK
                   MOVE  SPACES          TO   SEAL-REC
                   MOVE  LNK-INTERFACE   TO   XS-INTERFACE
                   MOVE  LNK-GENERATION  TO   XS-GENERATION
                   MOVE  LNK-FILE-NAME   TO   XS-FILE-NAME
                   MOVE  LNK-PROGRAM-NAME     TO   XS-PROGRAM-NAME
                   MOVE  WS-NOW-DATE     TO   XS-DATE
                   MOVE  WS-NOW-TIME     TO   XS-TIME
                   MOVE  LNK-REC-COUNT   TO   XS-REC-COUNT
                   MOVE  LNK-CONTROL-TOTAL    TO   XS-CONTROL-TOTAL
                   MOVE  WS-LINE-COUNT   TO   XS-LINE-COUNT
                   MOVE  WS-CONTENT-HASH TO   XS-CONTENT-HASH
                   IF  RH-REHEARSAL
                       MOVE  "Y"         TO   XS-REHEARSAL
                   ELSE
                       MOVE  "N"         TO   XS-REHEARSAL
                   END-IF
                   WRITE SEAL-REC
                   CLOSE SEAL-FILE
               ELSE
      *            AN UNSEALED FILE CANNOT BE SENT -- SAY SO NOW, NOT
      *            WHEN SOMEBODY TRIES TO SEND IT
                   MOVE  "IO"            TO   LNK-STATUS
                   DISPLAY "*** XMITSEAL: UNABLE TO WRITE "
                           WS-SEAL-NAME " STATUS " WS-SEAL-STATUS
                           " ***"
               END-IF
           END-IF.

      ******************************************************************
       CHECK-THE-FILE.
      ******************************************************************
           IF  NOT WS-SEAL-FOUND
               MOVE  "NS"           TO   LNK-STATUS
           ELSE
               MOVE  WS-LAST-SEAL   TO   SEAL-REC
               MOVE  XS-FILE-NAME   TO   LNK-FILE-NAME
               MOVE  XS-PROGRAM-NAME     TO   LNK-PROGRAM-NAME
               MOVE  XS-REC-COUNT   TO   LNK-REC-COUNT
               MOVE  XS-CONTROL-TOTAL    TO   LNK-CONTROL-TOTAL
               MOVE  XS-GENERATION  TO   LNK-GENERATION
               MOVE  XS-FILE-NAME   TO   WS-DATA-NAME
               PERFORM HASH-THE-FILE
               EVALUATE TRUE
                   WHEN LNK-STATUS NOT = "OK"
                       MOVE  "CH"   TO   LNK-STATUS
                   WHEN WS-LINE-COUNT NOT = XS-LINE-COUNT
                     OR WS-CONTENT-HASH NOT = XS-CONTENT-HASH
                       MOVE  "CH"   TO   LNK-STATUS
                   WHEN XS-REHEARSAL = "Y"
                       MOVE  "RH"   TO   LNK-STATUS
               END-EVALUATE
           END-IF.

      ******************************************************************
       HASH-THE-FILE.
      ******************************************************************
           MOVE  ZERO               TO   WS-LINE-COUNT.
           MOVE  ZERO               TO   WS-CONTENT-HASH.
           OPEN INPUT DATA-FILE.
           IF  NOT WS-DATA-OK
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** XMITSEAL: UNABLE TO READ " WS-DATA-NAME
                       " STATUS " WS-DATA-STATUS " ***"
           ELSE
               PERFORM UNTIL WS-DATA-EOF
                   MOVE  SPACES     TO   DATA-REC
                   READ DATA-FILE
                       AT END
                           SET WS-DATA-EOF TO TRUE
                       NOT AT END
                           ADD  1   TO   WS-LINE-COUNT
                           PERFORM HASH-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DATA-FILE
           END-IF.

      ******************************************************************
       HASH-ONE-LINE.
      ******************************************************************
      *    TRAILING BLANKS ARE NOT KEPT ON A LINE SEQUENTIAL FILE, SO
      *    THE LINE ENDS AT ITS LAST NON-BLANK
           MOVE  1000               TO   WS-DATA-LEN.
           PERFORM UNTIL WS-DATA-LEN = ZERO
                      OR DATA-REC(WS-DATA-LEN:1) NOT = SPACE
               SUBTRACT 1           FROM WS-DATA-LEN
           END-PERFORM.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-DATA-LEN
               COMPUTE WS-HASH-WORK = WS-CONTENT-HASH * 31
                   + FUNCTION ORD(DATA-REC(WS-BYTE-IDX:1))
               COMPUTE WS-CONTENT-HASH =
                   FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
           END-PERFORM.
           COMPUTE WS-HASH-WORK = WS-CONTENT-HASH * 31 + 1.
           COMPUTE WS-CONTENT-HASH =
               FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS).

           COPY "REHCHECK.CPY".
      ******************************************************************
