      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  XMITSEND --- transmission step for the files that leave the
      *               building (PAYROLL.DAT to the bureau, ZENGIN.DAT
      *               to the bank, GLPOST.DAT to the ledger, BONUS.DAT
      *               and EMPDELTA.JSON), so nothing is picked up by
      *               hand any more.  Operators ask for a send with a
      *               card on the company's XMITREQ.DAT: R releases
      *               the interface's latest sealed generation to a
      *               destination listed for it on XMITDEST.DAT, C
      *               records the confirmation reference the far end
      *               gave for a generation already released.  The
      *               file is checked against the seal its producer
      *               took (XMITSEAL) before it is released -- a file
      *               changed since, or sealed in a rehearsal, is
      *               refused -- and is then copied to the
      *               destination's outbound name.  A generation
      *               already released is not released again unless
      *               the card names a supervisor: a second level F
      *               operator of the company, not the one asking.
      *               Every card, sent, confirmed or refused, goes
      *               onto the company's transmission register
      *               (XMITLOG.DAT) with the date, time, destination,
      *               operator, supervisor, confirmation reference and
      *               the sealed record count and control total, and
      *               onto the transmission report.  Refused cards
      *               warn.  A rehearsal run checks the cards and
      *               prints the report only -- nothing is copied,
      *               registered or cleared.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 XMITSEND.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    OPERATORS' RELEASE/CONFIRM CARDS
           SELECT XREQ-FILE        ASSIGN TO DYNAMIC WS-XREQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREQ-STATUS.
      *    WHERE EACH INTERFACE MAY BE SENT
           SELECT XDEST-FILE       ASSIGN TO "XMITDEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XDEST-STATUS.
      *    THE COMPANY'S TRANSMISSION REGISTER
           SELECT XLOG-FILE        ASSIGN TO DYNAMIC WS-XLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-STATUS.
      *    THE SEALED FILE AND ITS COPY AT THE DESTINATION
           SELECT SEND-IN-FILE     ASSIGN TO DYNAMIC WS-SEND-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-IN-STATUS.
           SELECT SEND-OUT-FILE    ASSIGN TO DYNAMIC WS-SEND-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-OUT-STATUS.
           SELECT OPERAUTH-FILE    ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    R = RELEASE THE LATEST SEALED GENERATION (GENERATION MAY BE
      *    GIVEN TO MAKE SURE IT IS THE ONE MEANT), C = CONFIRM A
      *    RELEASED GENERATION (LATEST RELEASE WHEN LEFT BLANK)
       FD  XREQ-FILE.
       01  XREQ-REC.
           05  XQ-ACTION           PIC  X.
           05  FILLER              PIC  X.
           05  XQ-INTERFACE        PIC  X(08).
           05  FILLER              PIC  X.
           05  XQ-DEST             PIC  X(08).
           05  FILLER              PIC  X.
           05  XQ-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  XQ-SUPERVISOR       PIC  X(08).
           05  FILLER              PIC  X.
           05  XQ-GENERATION       PIC  X(06).
           05  XQ-GENERATION-NO    REDEFINES XQ-GENERATION
                                   PIC  9(06).
           05  FILLER              PIC  X.
           05  XQ-CONFIRM-REF      PIC  X(20).

       FD  XDEST-FILE.
       01  XDEST-REC.
           05  XD-INTERFACE        PIC  X(08).
           05  FILLER              PIC  X.
           05  XD-DEST             PIC  X(08).
           05  FILLER              PIC  X.
           05  XD-OUT-NAME         PIC  X(40).
           05  FILLER              PIC  X.
           05  XD-DESCRIPTION      PIC  X(30).

      *    R = RELEASED, C = CONFIRMED, X = CARD REFUSED
       FD  XLOG-FILE.
       01  XLOG-REC.
           05  XL-INTERFACE        PIC  X(08).
           05  FILLER              PIC  X.
           05  XL-GENERATION       PIC  9(06).
           05  FILLER              PIC  X.
           05  XL-ACTION           PIC  X.
           05  FILLER              PIC  X.
           05  XL-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  XL-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  XL-DEST             PIC  X(08).
           05  FILLER              PIC  X.
           05  XL-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  XL-SUPERVISOR       PIC  X(08).
           05  FILLER              PIC  X.
           05  XL-CONFIRM-REF      PIC  X(20).
           05  FILLER              PIC  X.
           05  XL-REC-COUNT        PIC  9(09).
           05  FILLER              PIC  X.
           05  XL-CONTROL-TOTAL    PIC S9(13)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  XL-FILE-NAME        PIC  X(40).
           05  FILLER              PIC  X.
           05  XL-RESULT           PIC  X(40).

       FD  SEND-IN-FILE.
       01  SEND-IN-REC             PIC  X(1000).

       FD  SEND-OUT-FILE.
       01  SEND-OUT-REC            PIC  X(1000).

       FD  OPERAUTH-FILE.
       01  OPERAUTH-REC.
           05  OA-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-LEVEL            PIC  X.
           05  FILLER              PIC  X.
           05  OA-OPER-NAME        PIC  X(20).
           05  FILLER              PIC  X.
           05  OA-PASSWORD         PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-EXPIRY           PIC  9(08).
           05  FILLER              PIC  X.
           05  OA-FAIL-CNT         PIC  9.
           05  FILLER              PIC  X.
           05  OA-SUSPEND          PIC  X.
           05  FILLER              PIC  X.
           05  OA-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  OA-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "XMITSEND".
       01  WS-XREQ-STATUS          PIC  X(02).
           88  WS-XREQ-OK          VALUE "00".
           88  WS-XREQ-EOF         VALUE "10".
       01  WS-XDEST-STATUS         PIC  X(02).
           88  WS-XDEST-OK         VALUE "00".
           88  WS-XDEST-EOF        VALUE "10".
       01  WS-XLOG-STATUS          PIC  X(02).
           88  WS-XLOG-OK          VALUE "00".
           88  WS-XLOG-EOF         VALUE "10".
           88  WS-XLOG-NEW         VALUE "35".
       01  WS-SEND-IN-STATUS       PIC  X(02).
           88  WS-SEND-IN-OK       VALUE "00".
           88  WS-SEND-IN-EOF      VALUE "10".
       01  WS-SEND-OUT-STATUS      PIC  X(02).
           88  WS-SEND-OUT-OK      VALUE "00".
       01  WS-OPERAUTH-STATUS      PIC  X(02).
           88  WS-OPERAUTH-OK      VALUE "00".
           88  WS-OPERAUTH-EOF     VALUE "10".
       01  WS-XREQ-NAME            PIC  X(40) VALUE "XMITREQ.DAT".
       01  WS-XLOG-NAME            PIC  X(40) VALUE "XMITLOG.DAT".
       01  WS-SEND-IN-NAME         PIC  X(40).
       01  WS-SEND-OUT-NAME        PIC  X(40).
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./xmitsend.dat".
       01  WS-BUSINESS-DATE        PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).
      *    ONE CARD AT A TIME
       01  WS-CARD-RESULT          PIC  X(40).
       01  WS-CARD-OK-FLAG         PIC  X     VALUE "N".
           88  WS-CARD-OK          VALUE "Y".
       01  WS-LOG-ACTION           PIC  X.
      *    THE OPERATOR (OR SUPERVISOR) BEING LOOKED UP AND WHAT
      *    OPERAUTH.DAT SAYS ABOUT THEM
       01  WS-CHECK-OPER-ID        PIC  X(08).
       01  WS-OPER-FOUND-FLAG      PIC  X     VALUE "N".
           88  WS-OPER-FOUND       VALUE "Y".
       01  WS-OPER-LEVEL           PIC  X.
       01  WS-OPER-VALID-FLAG      PIC  X     VALUE "N".
           88  WS-OPER-VALID       VALUE "Y".
       01  WS-SUPV-VALID-FLAG      PIC  X     VALUE "N".
           88  WS-SUPV-VALID       VALUE "Y".
      *    THE DESTINATION'S ENTRY ON XMITDEST.DAT
       01  WS-DEST-FOUND-FLAG      PIC  X     VALUE "N".
           88  WS-DEST-FOUND       VALUE "Y".
      *    EARLIER RELEASES OF THE SAME GENERATION, AND THE LATEST
      *    RELEASE OF THE INTERFACE FOR A CONFIRMATION
       01  WS-PRIOR-RELEASES       PIC  9(04).
       01  WS-LAST-RELEASED        PIC  9(06).
       01  WS-WANTED-GENERATION    PIC  9(06).
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL)
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08).
       01  WS-XS-FILE-NAME         PIC  X(40).
       01  WS-XS-PROGRAM-NAME      PIC  X(10).
       01  WS-XS-REC-COUNT         PIC  9(09).
       01  WS-XS-CONTROL-TOTAL     PIC S9(13)V9(02).
       01  WS-XS-GENERATION        PIC  9(06).
       01  WS-XS-STATUS            PIC  X(02).
       01  WS-LINES-COPIED         PIC  9(09).
       01  WS-SEND-COUNTS.
           05  WS-CARDS-READ       PIC  9(06) VALUE ZERO.
           05  WS-CARDS-REFUSED    PIC  9(06) VALUE ZERO.
           05  WS-FILES-SENT       PIC  9(06) VALUE ZERO.
           05  WS-FILES-RESENT     PIC  9(06) VALUE ZERO.
           05  WS-SENDS-CONFIRMED  PIC  9(06) VALUE ZERO.
       01  D-CARD-LINE.
           05  D-CL-ACTION         PIC  X.
           05  FILLER              PIC  X(02).
           05  D-CL-INTERFACE      PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-GENERATION     PIC  X(06).
           05  FILLER              PIC  X(02).
           05  D-CL-DEST           PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-OPER-ID        PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-SUPERVISOR     PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-COUNT          PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-CL-TOTAL          PIC  -,---,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-CL-RESULT         PIC  X(49).
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-DATE                  PIC  9999/99/99.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    A REHEARSAL SENDS NOTHING AND LEAVES THE REGISTER AND THE
      *    CARDS AS THEY WERE
           COPY "REHEARSE.CPY".

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** XMITSEND STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           ACCEPT  WS-BUSINESS-DATE     FROM DATE YYYYMMDD.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** XMITSEND: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               DISPLAY "*** XMITSEND: REHEARSAL -- NOTHING SENT, "
                       "REGISTER AND CARDS LEFT AS THEY ARE ***"
           END-IF.

           PERFORM OPEN-SEND-SPOOL.
           PERFORM PRINT-CARD-HEADINGS.
           OPEN INPUT XREQ-FILE.
           IF  WS-XREQ-OK
               PERFORM UNTIL WS-XREQ-EOF
                   READ XREQ-FILE
                       AT END
                           SET WS-XREQ-EOF TO TRUE
                       NOT AT END
                           IF  XREQ-REC NOT = SPACES
                               ADD  1   TO   WS-CARDS-READ
                               PERFORM APPLY-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREQ-FILE
           END-IF.
           IF  WS-CARDS-READ = ZERO
               MOVE  "NO TRANSMISSION CARDS"  TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           IF  NOT RH-REHEARSAL AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM CLEAR-SEND-CARDS
           END-IF.

           DISPLAY "*** XMITSEND FINISHED -- " WS-FILES-SENT
                   " FILE(S) SENT (" WS-FILES-RESENT " ON OVERRIDE), "
                   WS-SENDS-CONFIRMED " CONFIRMED, "
                   WS-CARDS-REFUSED " CARD(S) REFUSED ***".
           IF  WS-CARDS-REFUSED NOT = ZERO
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE WS-AUDIT-STATUS
               WHEN "OK"
                   MOVE 0            TO   RETURN-CODE
               WHEN "WARN"
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
                   MOVE 8            TO   RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
       APPLY-ONE-CARD.
      ******************************************************************
           MOVE  "N"                TO   WS-CARD-OK-FLAG.
           MOVE  SPACES             TO   WS-CARD-RESULT.
           MOVE  "X"                TO   WS-LOG-ACTION.
           MOVE  SPACES             TO   WS-XS-FILE-NAME.
           MOVE  ZERO               TO   WS-XS-REC-COUNT
                                         WS-XS-CONTROL-TOTAL
                                         WS-XS-GENERATION.
           IF  XQ-GENERATION-NO NUMERIC
               MOVE  XQ-GENERATION-NO    TO   WS-WANTED-GENERATION
           ELSE
               MOVE  ZERO           TO   WS-WANTED-GENERATION
           END-IF.
      *    THE SUPERVISOR MUST BE SOMEBODY ELSE
           MOVE  "N"                TO   WS-SUPV-VALID-FLAG.
           IF  XQ-SUPERVISOR NOT = SPACES
           AND XQ-SUPERVISOR NOT = XQ-OPER-ID
               MOVE  XQ-SUPERVISOR  TO   WS-CHECK-OPER-ID
               PERFORM CHECK-OPERATOR
               MOVE  WS-OPER-VALID-FLAG  TO   WS-SUPV-VALID-FLAG
           END-IF.
           MOVE  XQ-OPER-ID         TO   WS-CHECK-OPER-ID.
           PERFORM CHECK-OPERATOR.
           PERFORM FIND-DESTINATION.
           EVALUATE TRUE
               WHEN XQ-ACTION NOT = "R" AND "C"
                   MOVE  "ACTION MUST BE R OR C"
                                    TO   WS-CARD-RESULT
               WHEN NOT WS-OPER-VALID
                   MOVE  "OPERATOR NOT LEVEL F FOR THIS COMPANY"
                                    TO   WS-CARD-RESULT
               WHEN NOT WS-DEST-FOUND
                   MOVE  "DESTINATION NOT LISTED FOR THE INTERFACE"
                                    TO   WS-CARD-RESULT
               WHEN XQ-ACTION = "R"
                   PERFORM RELEASE-LATEST-GENERATION
               WHEN OTHER
                   PERFORM CONFIRM-RELEASED-GENERATION
           END-EVALUATE.
           IF  NOT WS-CARD-OK
               ADD  1               TO   WS-CARDS-REFUSED
               DISPLAY "*** XMITSEND: " XQ-ACTION " CARD FOR "
                       XQ-INTERFACE " TO " XQ-DEST " REFUSED -- "
                       WS-CARD-RESULT
           END-IF.
           IF  NOT RH-REHEARSAL
               PERFORM WRITE-REGISTER-ENTRY
           END-IF.
           MOVE  SPACES             TO   D-CARD-LINE.
           MOVE  XQ-ACTION          TO   D-CL-ACTION.
           MOVE  XQ-INTERFACE       TO   D-CL-INTERFACE.
           IF  WS-XS-GENERATION > ZERO
               MOVE  WS-XS-GENERATION    TO   D-CL-GENERATION
           ELSE
               MOVE  XQ-GENERATION  TO   D-CL-GENERATION
           END-IF.
           MOVE  XQ-DEST            TO   D-CL-DEST.
           MOVE  XQ-OPER-ID         TO   D-CL-OPER-ID.
           MOVE  XQ-SUPERVISOR      TO   D-CL-SUPERVISOR.
           MOVE  WS-XS-REC-COUNT    TO   D-CL-COUNT.
           MOVE  WS-XS-CONTROL-TOTAL     TO   D-CL-TOTAL.
           IF  WS-CARD-OK
               MOVE  WS-CARD-RESULT TO   D-CL-RESULT
           ELSE
               MOVE  SPACES         TO   D-CL-RESULT
               STRING "REFUSED: " WS-CARD-RESULT
                   DELIMITED BY SIZE INTO D-CL-RESULT
           END-IF.
           MOVE  D-CARD-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       RELEASE-LATEST-GENERATION.
      ******************************************************************
      *    THE SEAL SAYS WHICH GENERATION IS CURRENT AND WHETHER THE
      *    FILE IS STILL WHAT ITS PRODUCER WROTE
           MOVE  "CHECK"            TO   WS-XS-ACTION.
           MOVE  XQ-INTERFACE       TO   WS-XS-INTERFACE.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-XS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               PERFORM FIND-PRIOR-RELEASES
           END-IF.
           EVALUATE TRUE
               WHEN WS-XS-STATUS = "NS"
                   MOVE  "NO SEALED FILE FOR THE INTERFACE"
                                    TO   WS-CARD-RESULT
               WHEN WS-XS-STATUS = "CH"
                   MOVE  "FILE CHANGED SINCE IT WAS SEALED"
                                    TO   WS-CARD-RESULT
               WHEN WS-XS-STATUS = "RH"
                   MOVE  "REHEARSAL FILE -- NOT FOR SENDING"
                                    TO   WS-CARD-RESULT
               WHEN WS-XS-STATUS NOT = "OK"
                   MOVE  "SEALED FILE OR SEAL REGISTER UNREADABLE"
                                    TO   WS-CARD-RESULT
               WHEN WS-WANTED-GENERATION NOT = ZERO
                AND WS-WANTED-GENERATION NOT = WS-XS-GENERATION
                   MOVE  "GENERATION ON CARD IS NOT THE LATEST"
                                    TO   WS-CARD-RESULT
      *        THE SAME FILE TWICE ONLY ON A SECOND PAIR OF EYES
               WHEN WS-PRIOR-RELEASES > ZERO
                AND XQ-SUPERVISOR = SPACES
                   MOVE  "ALREADY SENT -- SUPERVISOR MUST OVERRIDE"
                                    TO   WS-CARD-RESULT
               WHEN WS-PRIOR-RELEASES > ZERO
                AND NOT WS-SUPV-VALID
                   MOVE  "SUPERVISOR NOT A SECOND LEVEL F OPERATOR"
                                    TO   WS-CARD-RESULT
               WHEN OTHER
                   PERFORM COPY-TO-DESTINATION
           END-EVALUATE.

      ******************************************************************
       COPY-TO-DESTINATION.
      ******************************************************************
           MOVE  WS-XS-FILE-NAME    TO   WS-SEND-IN-NAME.
           MOVE  ZERO               TO   WS-LINES-COPIED.
           IF  RH-REHEARSAL
               MOVE  "WOULD BE SENT (REHEARSAL)"
                                    TO   WS-CARD-RESULT
               SET  WS-CARD-OK      TO   TRUE
           ELSE
               OPEN INPUT SEND-IN-FILE
               OPEN OUTPUT SEND-OUT-FILE
               IF  WS-SEND-IN-OK AND WS-SEND-OUT-OK
                   PERFORM UNTIL WS-SEND-IN-EOF
                       MOVE  SPACES      TO   SEND-IN-REC
                       READ SEND-IN-FILE
                           AT END
                               SET WS-SEND-IN-EOF TO TRUE
                           NOT AT END
                               WRITE SEND-OUT-REC FROM SEND-IN-REC
                               ADD  1    TO   WS-LINES-COPIED
                       END-READ
                   END-PERFORM
                   MOVE  "R"        TO   WS-LOG-ACTION
                   SET  WS-CARD-OK  TO   TRUE
                   ADD  1           TO   WS-FILES-SENT
                   IF  WS-PRIOR-RELEASES > ZERO
                       ADD  1       TO   WS-FILES-RESENT
                       MOVE  "RESENT ON SUPERVISOR OVERRIDE"
                                    TO   WS-CARD-RESULT
                   ELSE
                       MOVE  "SENT"  TO   WS-CARD-RESULT
                   END-IF
               ELSE
                   MOVE  "COULD NOT COPY TO THE DESTINATION"
                                    TO   WS-CARD-RESULT
                   DISPLAY "*** XMITSEND: COPY OF " WS-SEND-IN-NAME
                           " TO " WS-SEND-OUT-NAME " FAILED, STATUS "
                           WS-SEND-IN-STATUS "/" WS-SEND-OUT-STATUS
                           " ***"
               END-IF
               IF  WS-SEND-IN-OK OR WS-SEND-IN-EOF
                   CLOSE SEND-IN-FILE
               END-IF
               IF  WS-SEND-OUT-OK
                   CLOSE SEND-OUT-FILE
               END-IF
           END-IF.

      ******************************************************************
       CONFIRM-RELEASED-GENERATION.
      ******************************************************************
      *    A CONFIRMATION IS FOR A GENERATION RELEASED TO THAT SAME
      *    DESTINATION -- THE LATEST ONE WHEN THE CARD DOES NOT SAY
           MOVE  WS-WANTED-GENERATION    TO   WS-XS-GENERATION.
           PERFORM FIND-PRIOR-RELEASES.
           IF  WS-WANTED-GENERATION = ZERO AND WS-LAST-RELEASED > ZERO
               MOVE  WS-LAST-RELEASED    TO   WS-XS-GENERATION
               PERFORM FIND-PRIOR-RELEASES
           END-IF.
           EVALUATE TRUE
               WHEN XQ-CONFIRM-REF = SPACES
                   MOVE  "NO CONFIRMATION REFERENCE ON THE CARD"
                                    TO   WS-CARD-RESULT
               WHEN WS-XS-GENERATION = ZERO
                 OR WS-PRIOR-RELEASES = ZERO
                   MOVE  "GENERATION NOT RELEASED TO THIS DESTINATION"
                                    TO   WS-CARD-RESULT
               WHEN OTHER
                   MOVE  "C"        TO   WS-LOG-ACTION
                   SET  WS-CARD-OK  TO   TRUE
                   ADD  1           TO   WS-SENDS-CONFIRMED
                   MOVE  "CONFIRMED"     TO   WS-CARD-RESULT
           END-EVALUATE.

      ******************************************************************
       FIND-PRIOR-RELEASES.
      ******************************************************************
      *    COUNTS THE RELEASES OF WS-XS-GENERATION ON THE REGISTER (TO
      *    ANY DESTINATION FOR A SEND, TO THE CARD'S FOR A
      *    CONFIRMATION) AND NOTES THE LATEST GENERATION RELEASED TO
      *    THE CARD'S DESTINATION
           MOVE  ZERO               TO   WS-PRIOR-RELEASES.
           MOVE  ZERO               TO   WS-LAST-RELEASED.
           OPEN INPUT XLOG-FILE.
           IF  WS-XLOG-OK
               PERFORM UNTIL WS-XLOG-EOF
                   READ XLOG-FILE
                       AT END
                           SET WS-XLOG-EOF TO TRUE
                       NOT AT END
                           IF  XL-ACTION = "R"
                           AND XL-INTERFACE = XQ-INTERFACE
                               PERFORM NOTE-PRIOR-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XLOG-FILE
           END-IF.

      ******************************************************************
       NOTE-PRIOR-RELEASE.
      ******************************************************************
           IF  XL-DEST = XQ-DEST
           AND XL-GENERATION > WS-LAST-RELEASED
               MOVE  XL-GENERATION  TO   WS-LAST-RELEASED
           END-IF.
           IF  XL-GENERATION = WS-XS-GENERATION
           AND (XQ-ACTION = "R" OR XL-DEST = XQ-DEST)
               ADD  1               TO   WS-PRIOR-RELEASES
               IF  XQ-ACTION = "C"
                   MOVE  XL-REC-COUNT    TO   WS-XS-REC-COUNT
                   MOVE  XL-CONTROL-TOTAL     TO   WS-XS-CONTROL-TOTAL
                   MOVE  XL-FILE-NAME    TO   WS-XS-FILE-NAME
               END-IF
           END-IF.

      ******************************************************************
       FIND-DESTINATION.
      ******************************************************************
      *    THE OUTBOUND NAME ON XMITDEST.DAT IS THE GROUP'S; EACH
      *    COMPANY SENDS UNDER ITS OWN VERSION OF IT
           MOVE  "N"                TO   WS-DEST-FOUND-FLAG.
           MOVE  SPACES             TO   WS-SEND-OUT-NAME.
           OPEN INPUT XDEST-FILE.
           IF  WS-XDEST-OK
               PERFORM UNTIL WS-XDEST-EOF OR WS-DEST-FOUND
                   READ XDEST-FILE
                       AT END
                           SET WS-XDEST-EOF TO TRUE
                       NOT AT END
                           IF  XD-INTERFACE = XQ-INTERFACE
                           AND XD-DEST = XQ-DEST
                           AND XQ-DEST NOT = SPACES
                               SET  WS-DEST-FOUND  TO   TRUE
                               MOVE  XD-OUT-NAME   TO   WS-CO-FILE-NAME
                               PERFORM GET-COMPANY-FILE-NAME
                               MOVE  WS-CO-FILE-NAME
                                              TO   WS-SEND-OUT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XDEST-FILE
           ELSE
               DISPLAY "*** XMITSEND: XMITDEST.DAT NOT AVAILABLE, "
                       "STATUS " WS-XDEST-STATUS " ***"
           END-IF.

      ******************************************************************
       CHECK-OPERATOR.
      ******************************************************************
      *    SAME TEST TRANCOLL APPLIES TO ITS ACTION CARDS; ONLY LEVEL
      *    F MAY SEND, OR OVERRIDE A SECOND SEND
           MOVE  "N"                TO   WS-OPER-FOUND-FLAG.
           MOVE  "N"                TO   WS-OPER-VALID-FLAG.
           MOVE  SPACE              TO   WS-OPER-LEVEL.
           OPEN INPUT OPERAUTH-FILE.
           IF  WS-OPERAUTH-OK
               PERFORM UNTIL WS-OPERAUTH-EOF OR WS-OPER-FOUND
                   READ OPERAUTH-FILE
                       AT END
                           SET WS-OPERAUTH-EOF TO TRUE
                       NOT AT END
                           IF  OA-OPER-ID = WS-CHECK-OPER-ID
                           AND WS-CHECK-OPER-ID NOT = SPACES
                           AND OA-SUSPEND NOT = "Y"
                           AND (OA-COMPANY = WS-CO-CODE
                                OR (OA-COMPANY = SPACES
                                    AND WS-CO-ROLE = "P"))
                           AND (OA-EXPIRY NOT NUMERIC
                                OR OA-EXPIRY = ZERO
                                OR OA-EXPIRY NOT < WS-BUSINESS-DATE)
                               SET  WS-OPER-FOUND  TO   TRUE
                               MOVE  OA-LEVEL      TO   WS-OPER-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERAUTH-FILE
           ELSE
               DISPLAY "*** XMITSEND: OPERAUTH.DAT NOT AVAILABLE, "
                       "STATUS " WS-OPERAUTH-STATUS " ***"
           END-IF.
           IF  WS-OPER-FOUND AND WS-OPER-LEVEL = "F"
               SET  WS-OPER-VALID   TO   TRUE
           END-IF.

      ******************************************************************
       WRITE-REGISTER-ENTRY.
      ******************************************************************
           ACCEPT  WS-NOW-TIME      FROM TIME.
           OPEN EXTEND XLOG-FILE.
           IF  WS-XLOG-NEW
               OPEN OUTPUT XLOG-FILE
           END-IF.
           IF  NOT WS-XLOG-OK
      *        A SEND THE REGISTER DOES NOT KNOW ABOUT COULD GO AGAIN
      *        UNGUARDED -- THE RUN FAILS SO SOMEBODY LOOKS
               DISPLAY "*** XMITSEND: UNABLE TO WRITE " WS-XLOG-NAME
                       " STATUS " WS-XLOG-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               MOVE  SPACES             TO   XLOG-REC
               MOVE  XQ-INTERFACE       TO   XL-INTERFACE
               MOVE  WS-XS-GENERATION   TO   XL-GENERATION
               MOVE  WS-LOG-ACTION      TO   XL-ACTION
               MOVE  WS-BUSINESS-DATE   TO   XL-DATE
               MOVE  WS-NOW-TIME        TO   XL-TIME
               MOVE  XQ-DEST            TO   XL-DEST
               MOVE  XQ-OPER-ID         TO   XL-OPER-ID
               MOVE  XQ-SUPERVISOR      TO   XL-SUPERVISOR
               MOVE  XQ-CONFIRM-REF     TO   XL-CONFIRM-REF
               MOVE  WS-XS-REC-COUNT    TO   XL-REC-COUNT
               MOVE  WS-XS-CONTROL-TOTAL     TO   XL-CONTROL-TOTAL
               IF  WS-LOG-ACTION = "R"
                   MOVE  WS-SEND-OUT-NAME    TO   XL-FILE-NAME
               ELSE
                   MOVE  WS-XS-FILE-NAME     TO   XL-FILE-NAME
               END-IF
               MOVE  WS-CARD-RESULT     TO   XL-RESULT
               WRITE XLOG-REC
               CLOSE XLOG-FILE
           END-IF.

      ******************************************************************
       OPEN-SEND-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-BUSINESS-DATE   TO   D-DATE.
           MOVE  1                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "OUTBOUND INTERFACE TRANSMISSIONS -- BUSINESS "
                  "DATE " D-DATE "  COMPANY " WS-CO-CODE " "
                  WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           IF  RH-REHEARSAL
               MOVE  "** REHEARSAL **"
                                    TO   PA-TITLE-LINE(1)(115:15)
           END-IF.
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-CARD-HEADINGS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "A"                TO   PA-BUFFER(1:1).
           MOVE  "INTERFCE"         TO   PA-BUFFER(4:8).
           MOVE  "GENERN"           TO   PA-BUFFER(14:6).
           MOVE  "DEST"             TO   PA-BUFFER(22:4).
           MOVE  "OPERATOR"         TO   PA-BUFFER(32:8).
           MOVE  "SUPERVSR"         TO   PA-BUFFER(42:8).
           MOVE  "RECORDS"          TO   PA-BUFFER(56:7).
           MOVE  "CONTROL TOTAL"    TO   PA-BUFFER(68:13).
           MOVE  "RESULT"           TO   PA-BUFFER(83:6).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-FILES-SENT      TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "FILES SENT               " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-FILES-RESENT    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  OF WHICH RESENT        " D-COUNT
                  "   ON SUPERVISOR OVERRIDE"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-SENDS-CONFIRMED TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "SENDS CONFIRMED          " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CARDS-REFUSED   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "CARDS REFUSED            " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       CLEAR-SEND-CARDS.
      ******************************************************************
      *    EVERY CARD HAS BEEN ACTED ON OR REFUSED AND REGISTERED -- A
      *    REFUSED ONE IS CORRECTED AND HANDED IN AGAIN
           IF  WS-CARDS-READ > ZERO
               OPEN OUTPUT XREQ-FILE
               IF  WS-XREQ-OK
                   CLOSE XREQ-FILE
               END-IF
           END-IF.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** XMITSEND: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-XREQ-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-XREQ-NAME
               MOVE  WS-XLOG-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-XLOG-NAME
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
                                  WS-FILES-SENT, WS-AUDIT-STATUS.

           COPY "REHCHECK.CPY".
      ******************************************************************
