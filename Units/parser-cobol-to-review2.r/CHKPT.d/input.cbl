      *            EMPTRANS, EMPHRSYN and EMPPAYX all resume from the
      *            checkpoint with one piece of code instead of each
      *            carrying private restart logic like INSERTTBL's.
      *            A rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *            commits nothing, so it is given no checkpoint to
      *            resume from and its SAVE and CLEAR leave the file
      *            alone -- a real run's restart point survives it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       01  WS-CHK-HIT              PIC  9(02) VALUE ZERO.
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).
           COPY "REHEARSE.CPY".

       LINKAGE                     SECTION.
      *    "SAVE", "GET" OR "CLEAR"
      ******************************************************************
       MAIN-RTN.
           MOVE  "OK"               TO   LNK-STATUS.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               IF  LNK-ACTION = "GET"
                   MOVE  ZERO       TO   LNK-POSITION LNK-COMMIT-POINT
                   MOVE  "NF"       TO   LNK-STATUS
               END-IF
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-CHECKPOINT-FILE.
           PERFORM FIND-PROGRAM-ENTRY.
           EVALUATE LNK-ACTION
                       "STATUS " WS-CHK-STATUS " ***"
           END-IF.
      ******************************************************************
      *    CHECK-REHEARSAL-MODE -- SHARED WITH COMMITWK
           COPY "REHCHECK.CPY".
      ******************************************************************
