      *              flag SECADMIN sets -- so knowing a colleague's
      *              8-character ID no longer grants full EMP
      *              maintenance, and the logic lives in one place
      *              instead of a copy per screen.  The operator's
      *              salary visibility (F = full amounts, D =
      *              department totals only, N = none) is handed back
      *              with the level for SALVIS to act on, and the
      *              company the operator belongs to (blank = the
      *              parent) so an operator of one group company
      *              never sees another company's employees.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ID, LEVEL (L/F/M/A), NAME, PASSWORD, EXPIRY DATE, FAILED
      *    ATTEMPTS, SUSPEND FLAG, SALARY VISIBILITY (F/D/N),
      *    COMPANY CODE (BLANK = THE PARENT, SEE COMPANY.DAT) --
      *    MAINTAINED BY SECADMIN, NOT A TEXT EDITOR
           SELECT OPERAUTH-FILE    ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           05  OA-FAIL-CNT         PIC  9.
           05  FILLER              PIC  X.
           05  OA-SUSPEND          PIC  X.
           05  FILLER              PIC  X.
           05  OA-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  OA-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-OPERAUTH-STATUS      PIC  X(02).
               10  WS-OP-EXPIRY    PIC  9(08).
               10  WS-OP-FAILS     PIC  9.
               10  WS-OP-SUSPEND   PIC  X.
               10  WS-OP-SAL-VIS   PIC  X.
               10  WS-OP-COMPANY   PIC  X(02).
       01  WS-OP-IDX               PIC  9(03).
       01  WS-OP-HIT               PIC  9(03) VALUE ZERO.

       01  LNK-RESULT              PIC  X(02).
       01  LNK-LEVEL               PIC  X.
       01  LNK-OPER-NAME           PIC  X(20).
      *    F = FULL SALARY AMOUNTS, D = DEPARTMENT TOTALS ONLY, N OR
      *    BLANK = NONE -- AN OPERATOR IS NOT CLEARED UNTIL SECADMIN
      *    SAYS SO
       01  LNK-SAL-VIS             PIC  X.
      *    COMPANY CODE THE OPERATOR MAY SEE -- BLANK ON FILE MEANS
      *    THE PARENT, HANDED BACK AS "01"
       01  LNK-COMPANY             PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-OPER-ID,
                                                   LNK-PASSWORD,
                                                   LNK-RESULT,
                                                   LNK-LEVEL,
                                                   LNK-OPER-NAME,
                                                   LNK-SAL-VIS,
                                                   LNK-COMPANY.
      ******************************************************************
       MAIN-RTN.
           ACCEPT  WS-TODAY         FROM DATE YYYYMMDD.
           MOVE  SPACE              TO   LNK-LEVEL.
           MOVE  SPACES             TO   LNK-OPER-NAME.
           MOVE  SPACE              TO   LNK-SAL-VIS.
           MOVE  SPACES             TO   LNK-COMPANY.
           PERFORM LOAD-OPERATOR-FILE.
           IF  LNK-RESULT = "IO"
               EXIT PROGRAM
                   MOVE  "OK"       TO   LNK-RESULT
                   MOVE  WS-OP-LEVEL(WS-OP-HIT)  TO   LNK-LEVEL
                   MOVE  WS-OP-NAME(WS-OP-HIT)   TO   LNK-OPER-NAME
                   MOVE  WS-OP-SAL-VIS(WS-OP-HIT) TO  LNK-SAL-VIS
                   IF  WS-OP-COMPANY(WS-OP-HIT) = SPACES
                       MOVE  "01"   TO   LNK-COMPANY
                   ELSE
                       MOVE  WS-OP-COMPANY(WS-OP-HIT) TO LNK-COMPANY
                   END-IF
           END-EVALUATE.
           EXIT PROGRAM.

                               END-IF
                               MOVE OA-SUSPEND    TO
                                    WS-OP-SUSPEND(WS-OP-CNT)
                               MOVE OA-SAL-VIS    TO
                                    WS-OP-SAL-VIS(WS-OP-CNT)
                               MOVE OA-COMPANY    TO
                                    WS-OP-COMPANY(WS-OP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE  WS-OP-EXPIRY(WS-OP-IDX)   TO  OA-EXPIRY
                   MOVE  WS-OP-FAILS(WS-OP-IDX)    TO  OA-FAIL-CNT
                   MOVE  WS-OP-SUSPEND(WS-OP-IDX)  TO  OA-SUSPEND
                   MOVE  WS-OP-SAL-VIS(WS-OP-IDX)  TO  OA-SAL-VIS
                   MOVE  WS-OP-COMPANY(WS-OP-IDX)  TO  OA-COMPANY
                   WRITE OPERAUTH-REC
               END-PERFORM
               CLOSE OPERAUTH-FILE
