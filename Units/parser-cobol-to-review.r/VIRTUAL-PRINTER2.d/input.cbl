       01 WS-PAGE-DISP          PIC ZZZ9.
       01 WS-SPOOLREG-STATUS    PIC X(02).
      *    IN-MEMORY COPY OF THE REGISTRY FOR THE READ-UPDATE-REWRITE
      *    PASS AT SPOOL OPEN AND AT THE CALLER'S CLOSING FLUSH --
      *    SIZED FOR EVERY SPOOL OF EVERY COMPANY (SPOOLMGR AND
      *    MGMTPACK HOLD THE SAME 200)
       01 WS-REG-TABLE.
           02 WS-REG-CNT        PIC 9(03) VALUE ZERO.
           02 WS-REG-ENTRY      OCCURS 200.
               03 WS-REG-NAME   PIC X(40).
               03 WS-REG-OWNER  PIC X(10).
               03 WS-REG-LINES  PIC 9(06).
               03 WS-REG-DATE   PIC 9(08).
               03 WS-REG-TIME   PIC 9(08).
               03 WS-REG-STATE  PIC X.
       01 WS-REG-IDX            PIC 9(03).
       01 WS-REG-HIT            PIC 9(03).
      *    "Y" WHEN THE REGISTRY HELD MORE THAN THE TABLE -- IT IS
      *    THEN LEFT AS IT IS RATHER THAN REWRITTEN SHORT
       01 WS-REG-OVERFLOW       PIC X     VALUE "N".
      *    "Y" ON THE PASS THAT FOLLOWS AN "O" OPEN -- THE SPOOL HAS
      *    JUST BEEN REWRITTEN FROM THE TOP, SO ITS ENTRY TAKES TODAY'S
      *    DATE AND TIME, NOT THE ONES FROM WHEN IT WAS FIRST SEEN
       01 WS-REG-RESTAMP        PIC X     VALUE "N".
       01 WS-REG-NOW-DATE       PIC 9(08).
       01 WS-REG-NOW-TIME       PIC 9(08).
      *    CACHED OVERLAY TEMPLATE -- RELOADED ONLY WHEN THE CALLER
      *        ONCE PER PRINTED LINE -- ONLY THE FIRST OPEN OF A
      *        SPOOL AND THE CALLER'S CLOSING FLUSH TOUCH IT
               IF  PA-RESET = "O" OR PA-FLUSH = "Y"
                   IF  PA-RESET = "O"
                       MOVE "Y" TO WS-REG-RESTAMP
                   END-IF
                   PERFORM UPDATE-SPOOL-REGISTRY
               END-IF
           END-IF.
      *    READ-UPDATE-REWRITE OF THE SMALL REGISTRY FILE -- RUN AT
      *    SPOOL OPEN (ENTRY CREATED) AND AT THE CLOSING FLUSH (FINAL
      *    LINE/PAGE COUNTS); A FILE NOT SEEN BEFORE IS ADDED IN
      *    STATE W, AND ONE REWRITTEN FROM THE TOP IS RE-DATED
           MOVE ZERO TO WS-REG-CNT.
           MOVE "N"  TO WS-REG-OVERFLOW.
           OPEN INPUT SPOOLREG-FILE.
           IF  WS-SPOOLREG-STATUS = "00"
               PERFORM UNTIL WS-SPOOLREG-STATUS NOT = "00"
                          OR WS-REG-CNT NOT < 200
                   READ SPOOLREG-FILE
                       AT END
                           MOVE "10" TO WS-SPOOLREG-STATUS
                           MOVE SR-STATE TO WS-REG-STATE(WS-REG-CNT)
                   END-READ
               END-PERFORM
               IF  WS-SPOOLREG-STATUS = "00"
                   READ SPOOLREG-FILE
                       NOT AT END
                           MOVE "Y" TO WS-REG-OVERFLOW
                   END-READ
               END-IF
               CLOSE SPOOLREG-FILE
           END-IF.
           MOVE ZERO TO WS-REG-HIT.
                   MOVE WS-REG-IDX TO WS-REG-HIT
               END-IF
           END-PERFORM.
           IF  WS-REG-HIT = ZERO
               IF  WS-REG-CNT < 200
                   ADD  1 TO WS-REG-CNT
                   MOVE WS-REG-CNT TO WS-REG-HIT
                   MOVE WS-FILENAME TO WS-REG-NAME(WS-REG-HIT)
                   MOVE "Y" TO WS-REG-RESTAMP
               ELSE
                   IF  WS-REG-OVERFLOW = "N"
                       DISPLAY "*** VIRTUAL-PRINTER: SPOOL REGISTRY "
                               "FULL -- " WS-FILENAME
                               " NOT REGISTERED ***"
                   END-IF
               END-IF
           END-IF.
           IF  WS-REG-HIT > ZERO AND WS-REG-RESTAMP = "Y"
               ACCEPT WS-REG-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-REG-NOW-TIME FROM TIME
               MOVE WS-REG-NOW-DATE TO WS-REG-DATE(WS-REG-HIT)
               MOVE WS-REG-NOW-TIME TO WS-REG-TIME(WS-REG-HIT)
           END-IF.
           MOVE "N" TO WS-REG-RESTAMP.
           IF  WS-REG-OVERFLOW = "Y"
               DISPLAY "*** VIRTUAL-PRINTER: SPOOLREG.DAT HOLDS MORE "
                       "THAN 200 ENTRIES -- NOT UPDATED FOR "
                       WS-FILENAME " ***"
               MOVE ZERO TO WS-REG-HIT
           END-IF.
           IF  WS-REG-HIT > ZERO
               MOVE PA-OWNER       TO WS-REG-OWNER(WS-REG-HIT)
               MOVE WS-LINE-SEQ    TO WS-REG-LINES(WS-REG-HIT)
