      *               captured console logs.  The trail is an INDEXED
      *               file keyed on program name + start date/time so
      *               readers can do a keyed START instead of a full
      *               scan.  A rehearsal run (REHEARSAL-MODE on
      *               SHOPCNFG.DAT) is logged to a trail of its own,
      *               REHRSTRL.IDX, in the same layout, and raises no
      *               operator alert -- so a rehearsal never shows up
      *               as a real cycle on AUDITTRL.IDX.  A call
      *               from the deployment check (program name
      *               *PROBE, see HELLO) is answered OK and leaves
      *               no record.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    COMMON AUDIT TRAIL -- SHARED BY EVERY CALLER OF AUDITLOG;
      *    REHRSTRL.IDX INSTEAD FOR A REHEARSAL RUN
           SELECT AUDITLOG-FILE    ASSIGN TO DYNAMIC WS-AUDITLOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
           88  WS-ALERT-NEW        VALUE "35".
       01  WS-END-DATE             PIC  9(08).
       01  WS-END-TIME             PIC  9(08).
       01  WS-AUDITLOG-NAME        PIC  X(20) VALUE "AUDITTRL.IDX".
           COPY "REHEARSE.CPY".

       LINKAGE                     SECTION.
       01  LNK-PROGRAM-NAME        PIC  X(10).
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           IF  LNK-PROGRAM-NAME = "*PROBE"
               MOVE  "OK"           TO   LNK-STATUS
               EXIT PROGRAM
           END-IF.
           ACCEPT  WS-END-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-END-TIME      FROM TIME.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               MOVE  "REHRSTRL.IDX" TO   WS-AUDITLOG-NAME
           ELSE
               MOVE  "AUDITTRL.IDX" TO   WS-AUDITLOG-NAME
           END-IF.
           OPEN I-O AUDITLOG-FILE.
           IF  WS-AUDITLOG-NEW
               OPEN OUTPUT AUDITLOG-FILE
      *        NEITHER "00" (WRITTEN OK) NOR "35" (HANDLED ABOVE BY
      *        FALLING BACK TO OPEN OUTPUT) -- A REAL I/O FAILURE THAT
      *        WOULD OTHERWISE DROP THIS RUN'S AUDIT ENTRY WITH NO TRACE
               DISPLAY "*** AUDITLOG: UNABLE TO WRITE "
                       WS-AUDITLOG-NAME ", STATUS: "
                       WS-AUDITLOG-STATUS " ***"
           END-IF.
      *    A RUN THAT DID NOT END CLEAN ALSO RAISES AN OPERATOR ALERT
      *    -- BUT NOT A REHEARSAL, WHICH NOBODY IS ON CALL FOR
           IF  (LNK-STATUS = "FAIL" OR LNK-STATUS = "WARN")
           AND NOT RH-REHEARSAL
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           EXIT PROGRAM.
                       "STATUS: " WS-ALERT-STATUS " ***"
           END-IF.
      ******************************************************************
      *    CHECK-REHEARSAL-MODE -- SHARED WITH COMMITWK
           COPY "REHCHECK.CPY".
      ******************************************************************
