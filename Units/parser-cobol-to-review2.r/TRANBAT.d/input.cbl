      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TRANBAT --- intake batch filing service for the producers of
      *              EMPTRAN.DAT transactions, called the way everyone
      *              calls EMPNOALC: NEXT hands out the next batch ID
      *              from the group-wide counter on TRANBNO.DAT, and
      *              FILE turns the producer's staged records into
      *              that batch's own file (TRNBnnnnnnnn.DAT) -- a
      *              header carrying the source, batch ID, company,
      *              operator, record count and salary hash, then the
      *              records as staged -- and enters the batch on the
      *              company's batch register (TRANBAT.DAT) ready for
      *              TRANCOLL to merge into the night's EMPTRAN.DAT.
      *              A batch is entered on the register only once its
      *              file is complete, so a producer that dies half
      *              way leaves nothing the collector will pick up.
      *              The count and hash are taken from the records
      *              themselves (the salary of everything except a
      *              delete or a transfer, as TRANENTRY totals it) and
      *              returned to the caller.  A call from the
      *              deployment check (operator *PROBE, see HELLO) is
      *              answered OK without issuing an ID or filing
      *              anything.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TRANBAT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    LAST BATCH ID ISSUED -- ONE COUNTER FOR THE WHOLE GROUP, SO
      *    A BATCH ID NAMES ONE BATCH WHATEVER COMPANY IT BELONGS TO
           SELECT BNO-FILE         ASSIGN TO "TRANBNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNO-STATUS.
      *    THE PRODUCER'S STAGED RECORDS
           SELECT STAGE-FILE       ASSIGN TO DYNAMIC WS-STAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
      *    THE BATCH'S OWN FILE -- HEADER, THEN THE RECORDS
           SELECT BATCH-FILE       ASSIGN TO DYNAMIC WS-BATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
      *    THE COMPANY'S BATCH REGISTER (SEE TRANCOLL)
           SELECT BREG-FILE        ASSIGN TO DYNAMIC WS-BREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  BNO-FILE.
       01  BNO-REC.
           05  BNO-LAST-ID         PIC  9(08).

      *    SAME SHAPE AS EMPTRANS' TRAN-REC, UP TO THE CHECK DIGIT
       FD  STAGE-FILE.
       01  STAGE-REC.
           05  ST-CODE             PIC  X.
           05  FILLER              PIC  X(64).
           05  ST-SALARY           PIC  X(09).
           05  FILLER              PIC  X(89).

       FD  BATCH-FILE.
       01  BATCH-REC               PIC  X(163).
      *    FIRST RECORD OF EVERY BATCH FILE -- TRANCOLL PROVES THE
      *    RECORDS BEHIND IT AGAINST THE COUNT AND HASH
       01  BATCH-HDR.
           05  BH-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  BH-BATCH-ID         PIC  9(08).
           05  FILLER              PIC  X.
           05  BH-SOURCE           PIC  X(04).
           05  FILLER              PIC  X.
           05  BH-COMPANY          PIC  X(02).
           05  FILLER              PIC  X.
           05  BH-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  BH-COUNT            PIC  9(06).
           05  FILLER              PIC  X.
           05  BH-HASH             PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  BH-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  BH-TIME             PIC  9(08).

      *    ONE LINE PER BATCH -- R = READY TO MERGE, H = HELD,
      *    W = WITHDRAWN, M = MERGED, E = REFUSED BY THE COLLECTOR
      *    (SAME LAYOUT TRANCOLL MAINTAINS)
       FD  BREG-FILE.
       01  BREG-REC.
           05  TB-BATCH-ID         PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-SOURCE           PIC  X(04).
           05  FILLER              PIC  X.
           05  TB-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  TB-COUNT            PIC  9(06).
           05  FILLER              PIC  X.
           05  TB-HASH             PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  TB-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-STATUS           PIC  X.
           05  FILLER              PIC  X.
           05  TB-ACT-BY           PIC  X(08).
           05  FILLER              PIC  X.
           05  TB-ACT-DATE         PIC  9(08).

       WORKING-STORAGE             SECTION.
       01  WS-BNO-STATUS           PIC  X(02).
           88  WS-BNO-OK           VALUE "00".
       01  WS-STAGE-STATUS         PIC  X(02).
           88  WS-STAGE-OK         VALUE "00".
           88  WS-STAGE-EOF        VALUE "10".
       01  WS-BATCH-STATUS         PIC  X(02).
           88  WS-BATCH-OK         VALUE "00".
       01  WS-BREG-STATUS          PIC  X(02).
           88  WS-BREG-OK          VALUE "00".
           88  WS-BREG-NEW         VALUE "35".
       01  WS-STAGE-NAME           PIC  X(40).
       01  WS-BATCH-NAME           PIC  X(40).
       01  WS-BREG-NAME            PIC  X(40) VALUE "TRANBAT.DAT".
       01  WS-LAST-ID              PIC  9(08) VALUE ZERO.
       01  WS-CHECK-SALARY         PIC S9(07)V9(02).
       01  WS-CHECK-SALARY-X       REDEFINES WS-CHECK-SALARY
                                   PIC  X(09).
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

       LINKAGE                     SECTION.
      *    "NEXT" OR "FILE"
       01  LNK-ACTION              PIC  X(08).
      *    RETURNED BY NEXT, SUPPLIED ON FILE
       01  LNK-BATCH-ID            PIC  9(08).
      *    "TERM" = TRANENTRY TERMINAL BATCH, "WEB " = WEBTRAN DROP
       01  LNK-SOURCE              PIC  X(04).
      *    OPERATOR WHO RELEASED THE BATCH (THE PROGRAM NAME FOR AN
      *    UNATTENDED PRODUCER)
       01  LNK-OPER-ID             PIC  X(08).
      *    COMPANY OF THE GROUP THE BATCH BELONGS TO
       01  LNK-COMPANY             PIC  X(02).
      *    THE PRODUCER'S STAGING FILE, ALREADY CLOSED
       01  LNK-STAGE-NAME          PIC  X(40).
      *    RETURNED BY FILE
       01  LNK-COUNT               PIC  9(06).
       01  LNK-HASH                PIC S9(11)V9(02).
      *    "OK" = DONE, "EM" = NOTHING STAGED, "IO" = A FILE COULD
      *    NOT BE READ OR WRITTEN, OR UNKNOWN ACTION
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-ACTION,
                                                   LNK-BATCH-ID,
                                                   LNK-SOURCE,
                                                   LNK-OPER-ID,
                                                   LNK-COMPANY,
                                                   LNK-STAGE-NAME,
                                                   LNK-COUNT,
                                                   LNK-HASH,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           MOVE  "OK"               TO   LNK-STATUS.
           IF  LNK-OPER-ID = "*PROBE"
               MOVE  ZERO           TO   LNK-BATCH-ID
               MOVE  ZERO           TO   LNK-COUNT
               MOVE  ZERO           TO   LNK-HASH
               EXIT PROGRAM
           END-IF.
           EVALUATE LNK-ACTION
               WHEN "NEXT"
                   PERFORM ALLOCATE-NEXT-BATCH
               WHEN "FILE"
                   PERFORM FILE-THE-BATCH
               WHEN OTHER
                   MOVE  "IO"       TO   LNK-STATUS
                   DISPLAY "*** TRANBAT: UNKNOWN ACTION " LNK-ACTION
                           " ***"
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
       ALLOCATE-NEXT-BATCH.
      ******************************************************************
      *    A MISSING COUNTER FILE MEANS NO BATCH WAS EVER ISSUED
           MOVE  ZERO               TO   WS-LAST-ID.
           OPEN INPUT BNO-FILE.
           IF  WS-BNO-OK
               READ BNO-FILE
                   NOT AT END
                       IF  BNO-LAST-ID NUMERIC
                           MOVE  BNO-LAST-ID  TO   WS-LAST-ID
                       END-IF
               END-READ
               CLOSE BNO-FILE
           END-IF.
           IF  WS-LAST-ID = 99999999
               MOVE  ZERO           TO   WS-LAST-ID
           END-IF.
           ADD  1                   TO   WS-LAST-ID.
           OPEN OUTPUT BNO-FILE.
           IF  WS-BNO-OK
               MOVE  WS-LAST-ID     TO   BNO-LAST-ID
               WRITE BNO-REC
               CLOSE BNO-FILE
               MOVE  WS-LAST-ID     TO   LNK-BATCH-ID
           ELSE
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** TRANBAT: UNABLE TO WRITE TRANBNO.DAT, "
                       "STATUS " WS-BNO-STATUS " ***"
           END-IF.

      ******************************************************************
       FILE-THE-BATCH.
      ******************************************************************
      *    FIRST PASS TOTALS THE STAGED RECORDS FOR THE HEADER, THE
      *    SECOND COPIES THEM BEHIND IT
           MOVE  ZERO               TO   LNK-COUNT.
           MOVE  ZERO               TO   LNK-HASH.
           MOVE  LNK-STAGE-NAME     TO   WS-STAGE-NAME.
           PERFORM SET-BATCH-FILE-NAMES.
           OPEN INPUT STAGE-FILE.
           IF  NOT WS-STAGE-OK
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** TRANBAT: UNABLE TO READ " WS-STAGE-NAME
                       " STATUS " WS-STAGE-STATUS " ***"
           ELSE
               PERFORM UNTIL WS-STAGE-EOF
                   READ STAGE-FILE
                       AT END
                           SET WS-STAGE-EOF TO TRUE
                       NOT AT END
                           ADD  1       TO   LNK-COUNT
                           MOVE  ST-SALARY   TO   WS-CHECK-SALARY-X
                           IF  ST-CODE NOT = "D" AND "T"
                           AND WS-CHECK-SALARY NUMERIC
                               ADD  WS-CHECK-SALARY  TO   LNK-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGE-FILE
               IF  LNK-COUNT = ZERO
                   MOVE  "EM"       TO   LNK-STATUS
               END-IF
           END-IF.
           IF  LNK-STATUS = "OK"
               PERFORM WRITE-BATCH-FILE
           END-IF.
           IF  LNK-STATUS = "OK"
               PERFORM REGISTER-THE-BATCH
           END-IF.

      ******************************************************************
       WRITE-BATCH-FILE.
      ******************************************************************
           ACCEPT  WS-NOW-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-NOW-TIME      FROM TIME.
           OPEN OUTPUT BATCH-FILE.
           IF  NOT WS-BATCH-OK
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** TRANBAT: UNABLE TO WRITE " WS-BATCH-NAME
                       " STATUS " WS-BATCH-STATUS " ***"
           ELSE
               MOVE  SPACES         TO   BATCH-HDR
               MOVE  "H"            TO   BH-TYPE
               MOVE  LNK-BATCH-ID   TO   BH-BATCH-ID
               MOVE  LNK-SOURCE     TO   BH-SOURCE
               MOVE  LNK-COMPANY    TO   BH-COMPANY
               MOVE  LNK-OPER-ID    TO   BH-OPER-ID
               MOVE  LNK-COUNT      TO   BH-COUNT
               MOVE  LNK-HASH       TO   BH-HASH
               MOVE  WS-NOW-DATE    TO   BH-DATE
               MOVE  WS-NOW-TIME    TO   BH-TIME
               WRITE BATCH-HDR
               MOVE  "00"           TO   WS-STAGE-STATUS
               OPEN INPUT STAGE-FILE
               PERFORM UNTIL WS-STAGE-EOF
                   READ STAGE-FILE
                       AT END
                           SET WS-STAGE-EOF TO TRUE
                       NOT AT END
                           WRITE BATCH-REC FROM STAGE-REC
                   END-READ
               END-PERFORM
               CLOSE STAGE-FILE BATCH-FILE
           END-IF.

      ******************************************************************
       REGISTER-THE-BATCH.
      ******************************************************************
           OPEN EXTEND BREG-FILE.
           IF  WS-BREG-NEW
               OPEN OUTPUT BREG-FILE
           END-IF.
           IF  NOT WS-BREG-OK
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** TRANBAT: UNABLE TO WRITE " WS-BREG-NAME
                       " STATUS " WS-BREG-STATUS " ***"
           ELSE
               MOVE  SPACES         TO   BREG-REC
               MOVE  LNK-BATCH-ID   TO   TB-BATCH-ID
               MOVE  LNK-SOURCE     TO   TB-SOURCE
               MOVE  LNK-OPER-ID    TO   TB-OPER-ID
               MOVE  LNK-COUNT      TO   TB-COUNT
               MOVE  LNK-HASH       TO   TB-HASH
               MOVE  WS-NOW-DATE    TO   TB-DATE
               MOVE  WS-NOW-TIME    TO   TB-TIME
               MOVE  "R"            TO   TB-STATUS
               MOVE  LNK-OPER-ID    TO   TB-ACT-BY
               MOVE  WS-NOW-DATE    TO   TB-ACT-DATE
               WRITE BREG-REC
               CLOSE BREG-FILE
           END-IF.

      ******************************************************************
       SET-BATCH-FILE-NAMES.
      ******************************************************************
      *    THE BATCH ID IS GROUP-UNIQUE, SO THE BATCH FILE NEEDS NO
      *    COMPANY SUFFIX; THE REGISTER IS THE COMPANY'S OWN
           MOVE  SPACES             TO   WS-BATCH-NAME.
           STRING "TRNB" LNK-BATCH-ID ".DAT"
               DELIMITED BY SIZE INTO WS-BATCH-NAME.
           MOVE  "TRANBAT.DAT"      TO   WS-BREG-NAME.
           MOVE  "FILE"             TO   WS-CO-FUNCTION.
           MOVE  LNK-COMPANY        TO   WS-CO-CODE.
           MOVE  WS-BREG-NAME       TO   WS-CO-FILE-NAME.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-FILE-NAME     TO   WS-BREG-NAME
           END-IF.
      ******************************************************************
