      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  COMPANY --- shared company service, called the way everyone
      *              calls CONFIG: knows the group's companies from
      *              the company register (COMPANY.DAT) and which one
      *              the current submission runs for (the RUNCMPY.DAT
      *              card SCHEDULER cuts per job; no card = the
      *              parent), so EMP, DEPT and DEDUCT rows, the
      *              payroll interfaces and the control totals can
      *              all be kept per company.  It also names each
      *              company's copy of a shared interface file: the
      *              parent keeps the long-standing names, any other
      *              company gets its code added before the file
      *              extension (PAYROLL.DAT -> PAYROLL-02.DAT), so
      *              the subsidiary's bureau, bank and ledger files
      *              never overwrite the parent's.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 COMPANY.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ONE RECORD PER COMPANY -- CODE, ROLE (P = THE PARENT, S =
      *    A SUBSIDIARY) AND NAME (ALSO THE BANK-TRANSFER REQUESTER);
      *    A LINE STARTING "*" IS A COMMENT
           SELECT COMPANY-FILE     ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
      *    THE RUN-COMPANY CARD -- ONE RECORD, THE CODE OF THE
      *    COMPANY THIS SUBMISSION RUNS FOR
           SELECT RUNCO-FILE       ASSIGN TO "RUNCMPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCO-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  COMPANY-FILE.
       01  COMPANY-REC.
           05  CO-CODE             PIC  X(02).
           05  FILLER              PIC  X.
           05  CO-ROLE             PIC  X.
           05  FILLER              PIC  X.
           05  CO-NAME             PIC  X(30).

       FD  RUNCO-FILE.
       01  RUNCO-REC.
           05  RC-CODE             PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-COMPANY-STATUS       PIC  X(02).
           88  WS-COMPANY-OK       VALUE "00".
           88  WS-COMPANY-EOF      VALUE "10".
       01  WS-RUNCO-STATUS         PIC  X(02).
           88  WS-RUNCO-OK         VALUE "00".
      *    THE REGISTER IN MEMORY -- WORKING-STORAGE SURVIVES BETWEEN
      *    CALLS, SO THE FILE IS ONLY READ THE FIRST TIME.  THE RUN
      *    CARD IS READ ON EVERY "RUN" CALL: SCHEDULER CHANGES IT
      *    BETWEEN THE JOBS IT SUBMITS.
       01  WS-CO-LOADED-FLAG       PIC  X     VALUE "N".
           88  WS-CO-LOADED        VALUE "Y".
       01  WS-CO-TABLE.
           05  WS-CO-CNT           PIC  9(02) VALUE ZERO.
           05  WS-CO-ENTRY         OCCURS 20.
               10  WS-CO-CODE      PIC  X(02).
               10  WS-CO-ROLE      PIC  X.
               10  WS-CO-NAME      PIC  X(30).
       01  WS-CO-IDX               PIC  9(02).
       01  WS-CO-HIT               PIC  9(02).
      *    THE PARENT -- THE "P" ENTRY ON THE REGISTER, OR 01 WHEN
      *    THERE IS NO REGISTER (A SINGLE-COMPANY SHOP)
       01  WS-PARENT-CODE          PIC  X(02) VALUE "01".
      *    FILE-NAME BUILDING -- THE LAST "." AND THE LAST NON-BLANK
      *    OF THE BASE NAME
       01  WS-BASE-NAME            PIC  X(40).
       01  WS-NAME-IDX             PIC  9(02).
       01  WS-NAME-LEN             PIC  9(02).
       01  WS-DOT-POS              PIC  9(02).

       LINKAGE                     SECTION.
      *    "RUN"   -- THE COMPANY THIS SUBMISSION RUNS FOR, ITS NAME
      *               AND ROLE
      *    "CHECK" -- IS LNK-COMPANY ON THE REGISTER? ITS NAME, ROLE
      *    "FILE"  -- LNK-COMPANY'S COPY OF THE FILE NAMED IN
      *               LNK-FILE-NAME, HANDED BACK IN THE SAME FIELD
      *    "SET"   -- CUT THE RUN CARD FOR LNK-COMPANY (SCHEDULER)
       01  LNK-FUNCTION            PIC  X(08).
       01  LNK-COMPANY             PIC  X(02).
       01  LNK-CO-NAME             PIC  X(30).
      *    P = THE PARENT, S = A SUBSIDIARY
       01  LNK-CO-ROLE             PIC  X.
       01  LNK-FILE-NAME           PIC  X(40).
      *    "OK", "NF" = COMPANY NOT ON THE REGISTER, "IO" = THE RUN
      *    CARD COULD NOT BE WRITTEN, "FN" = UNKNOWN FUNCTION
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-FUNCTION,
                                                   LNK-COMPANY,
                                                   LNK-CO-NAME,
                                                   LNK-CO-ROLE,
                                                   LNK-FILE-NAME,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           IF  NOT WS-CO-LOADED
               PERFORM LOAD-COMPANY-TABLE
           END-IF.
           MOVE  "OK"               TO   LNK-STATUS.
           EVALUATE LNK-FUNCTION
               WHEN "RUN"
                   PERFORM READ-RUN-CARD
                   PERFORM FIND-COMPANY-ENTRY
               WHEN "CHECK"
                   PERFORM FIND-COMPANY-ENTRY
               WHEN "FILE"
                   PERFORM FIND-COMPANY-ENTRY
                   IF  LNK-COMPANY NOT = WS-PARENT-CODE
                   AND LNK-COMPANY NOT = SPACES
                       PERFORM BUILD-COMPANY-FILE-NAME
                   END-IF
      *        A BLANK COMPANY CUTS A BLANK CARD -- BACK TO THE PARENT
               WHEN "SET"
                   IF  LNK-COMPANY NOT = SPACES
                       PERFORM FIND-COMPANY-ENTRY
                   END-IF
                   IF  LNK-STATUS = "OK"
                       PERFORM WRITE-RUN-CARD
                   END-IF
               WHEN OTHER
                   MOVE  "FN"       TO   LNK-STATUS
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
       READ-RUN-CARD.
      ******************************************************************
      *    NO CARD, OR A BLANK ONE, IS THE PARENT -- A SHOP THAT HAS
      *    NEVER RUN A SECOND COMPANY NEEDS NO CARD AT ALL
           MOVE  WS-PARENT-CODE     TO   LNK-COMPANY.
           OPEN INPUT RUNCO-FILE.
           IF  WS-RUNCO-OK
               READ RUNCO-FILE
                   NOT AT END
                       IF  RC-CODE NOT = SPACES
                           MOVE  RC-CODE    TO   LNK-COMPANY
                       END-IF
               END-READ
               CLOSE RUNCO-FILE
           END-IF.

      ******************************************************************
       WRITE-RUN-CARD.
      ******************************************************************
           OPEN OUTPUT RUNCO-FILE.
           IF  WS-RUNCO-OK
               MOVE  SPACES         TO   RUNCO-REC
               MOVE  LNK-COMPANY    TO   RC-CODE
               WRITE RUNCO-REC
               CLOSE RUNCO-FILE
           ELSE
               DISPLAY "*** COMPANY: UNABLE TO WRITE RUNCMPY.DAT, "
                       "STATUS " WS-RUNCO-STATUS " ***"
               MOVE  "IO"           TO   LNK-STATUS
           END-IF.

      ******************************************************************
       FIND-COMPANY-ENTRY.
      ******************************************************************
      *    WITH NO REGISTER ONLY THE PARENT EXISTS
           MOVE  SPACES             TO   LNK-CO-NAME.
           MOVE  "S"                TO   LNK-CO-ROLE.
           MOVE  ZERO               TO   WS-CO-HIT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-CNT
                      OR WS-CO-HIT > ZERO
               IF  WS-CO-CODE(WS-CO-IDX) = LNK-COMPANY
                   MOVE  WS-CO-IDX  TO   WS-CO-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CO-HIT > ZERO
                   MOVE  WS-CO-NAME(WS-CO-HIT)  TO   LNK-CO-NAME
                   IF  LNK-COMPANY = WS-PARENT-CODE
                       MOVE  "P"    TO   LNK-CO-ROLE
                   END-IF
               WHEN WS-CO-CNT = ZERO
                AND LNK-COMPANY = WS-PARENT-CODE
                   MOVE  "P"        TO   LNK-CO-ROLE
               WHEN OTHER
                   MOVE  "NF"       TO   LNK-STATUS
           END-EVALUATE.

      ******************************************************************
       BUILD-COMPANY-FILE-NAME.
      ******************************************************************
      *    "-" AND THE CODE GO IN FRONT OF THE EXTENSION, OR ON THE
      *    END OF A NAME WITHOUT ONE
           MOVE  LNK-FILE-NAME      TO   WS-BASE-NAME.
           MOVE  ZERO               TO   WS-NAME-LEN
                                         WS-DOT-POS.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 40
               IF  WS-BASE-NAME(WS-NAME-IDX:1) NOT = SPACE
                   MOVE  WS-NAME-IDX     TO   WS-NAME-LEN
               END-IF
               IF  WS-BASE-NAME(WS-NAME-IDX:1) = "."
                   MOVE  WS-NAME-IDX     TO   WS-DOT-POS
               END-IF
           END-PERFORM.
      *    A NAME ALREADY AT THE FIELD'S END HAS NO ROOM -- LEFT AS
      *    IT IS RATHER THAN TRUNCATED INTO ANOTHER FILE'S NAME.  A
      *    LEADING "./" IS NOT AN EXTENSION.
           EVALUATE TRUE
               WHEN WS-NAME-LEN = ZERO OR WS-NAME-LEN > 37
                   CONTINUE
               WHEN WS-DOT-POS < 3
                   MOVE  SPACES     TO   LNK-FILE-NAME
                   STRING WS-BASE-NAME(1:WS-NAME-LEN) "-" LNK-COMPANY
                       DELIMITED BY SIZE INTO LNK-FILE-NAME
               WHEN OTHER
                   MOVE  SPACES     TO   LNK-FILE-NAME
                   STRING WS-BASE-NAME(1:WS-DOT-POS - 1) "-"
                          LNK-COMPANY
                          WS-BASE-NAME(WS-DOT-POS:WS-NAME-LEN
                                       - WS-DOT-POS + 1)
                       DELIMITED BY SIZE INTO LNK-FILE-NAME
           END-EVALUATE.

      ******************************************************************
       LOAD-COMPANY-TABLE.
      ******************************************************************
           SET  WS-CO-LOADED        TO   TRUE.
           OPEN INPUT COMPANY-FILE.
           IF  WS-COMPANY-OK
               PERFORM UNTIL WS-COMPANY-EOF
                   READ COMPANY-FILE
                       AT END
                           SET WS-COMPANY-EOF TO TRUE
                       NOT AT END
                           IF  CO-CODE NOT = SPACES
                           AND CO-CODE(1:1) NOT = "*"
                           AND WS-CO-CNT < 20
                               ADD  1   TO   WS-CO-CNT
                               MOVE CO-CODE   TO
                                    WS-CO-CODE(WS-CO-CNT)
                               MOVE CO-ROLE   TO
                                    WS-CO-ROLE(WS-CO-CNT)
                               MOVE CO-NAME   TO
                                    WS-CO-NAME(WS-CO-CNT)
                               IF  CO-ROLE = "P"
                                   MOVE CO-CODE  TO  WS-PARENT-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           ELSE
               DISPLAY "*** COMPANY: COMPANY.DAT NOT FOUND -- SINGLE "
                       "COMPANY " WS-PARENT-CODE " ASSUMED ***"
           END-IF.
      ******************************************************************
