           SELECT DLQ-FILE ASSIGN TO 'DEADLTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.
      *    REGISTRY OF PROCESSED EVENTS -- ONE RECORD PER PRUEFEN,
      *    AENDERN OR STORNIEREN THAT COMPLETED, KEYED ON F-TEXT-KEY1/
      *    KEY2/KEY3 AND THE EVENT TYPE.  THE CALLER RESENDS AN EVENT
      *    AFTER A TIMEOUT; A REPEAT FOUND HERE IS ACKNOWLEDGED AND
      *    NOT PROCESSED A SECOND TIME
           SELECT EVREG-FILE ASSIGN TO 'EVENTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVREG-STATUS.
      *    RUNNING STATISTICS KEPT BY M02-NACHLAUF -- ONE RECORD PER
      *    EVENT TYPE WITH ITS COMPLETED, RE-PRESENTED AND DUPLICATE
      *    COUNTS
           SELECT EVSTAT-FILE ASSIGN TO 'EVENTSTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVSTAT-STATUS.
      *
       DATA DIVISION.
      *
           05 DL-TIMESTAMP         PIC X(21).
           05 FILLER               PIC X.
           05 DL-TEXT              PIC X(64).

       FD  EVREG-FILE.
       01  EVREG-REC.
           05 RG-KEY1              PIC 9(8).
           05 FILLER               PIC X.
           05 RG-KEY2              PIC 9(8).
           05 FILLER               PIC X.
           05 RG-KEY3              PIC 99.
           05 FILLER               PIC X.
           05 RG-EVENT             PIC X(10).
           05 FILLER               PIC X.
           05 RG-TIMESTAMP         PIC X(21).

       FD  EVSTAT-FILE.
       01  EVSTAT-REC.
           05 ST-EVENT             PIC X(10).
           05 FILLER               PIC X.
           05 ST-OK-CNT            PIC 9(8).
           05 FILLER               PIC X.
           05 ST-REDO-CNT          PIC 9(8).
           05 FILLER               PIC X.
           05 ST-DUPL-CNT          PIC 9(8).
           05 FILLER               PIC X.
           05 ST-TIMESTAMP         PIC X(21).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-DQ-IDX               PIC 99.
       01  WS-DQ-KEEP              PIC 99.
       01  WS-DQ-REDO-OK           PIC X.
       01  WS-EVREG-STATUS         PIC X(02).
           88  WS-EVREG-OK         VALUE '00'.
           88  WS-EVREG-NEW        VALUE '35'.
           88  WS-EVREG-EOF        VALUE '10'.
      *    SET BY M04-DUPLIKAT-PRUEFEN WHEN THE EVENT IN HAND IS
      *    ALREADY ON THE REGISTRY
       01  WS-DUPL-SW              PIC X VALUE 'N'.
           88  WS-DUPL-EVENT       VALUE 'Y'.
       01  WS-EVSTAT-STATUS        PIC X(02).
           88  WS-EVSTAT-OK        VALUE '00'.
           88  WS-EVSTAT-NEW       VALUE '35'.
           88  WS-EVSTAT-EOF       VALUE '10'.
      *    STATISTICS IN MEMORY WHILE M06-STATISTIK COUNTS AN OUTCOME
      *    (OK, REDO OR DUPL) AGAINST ITS EVENT TYPE
       01  WS-STAT-TABLE.
           05 WS-ST-CNT            PIC 99 VALUE ZERO.
           05 WS-ST-ENTRY          OCCURS 10.
               10 WS-ST-EVENT      PIC X(10).
               10 WS-ST-OK-CNT     PIC 9(8).
               10 WS-ST-REDO-CNT   PIC 9(8).
               10 WS-ST-DUPL-CNT   PIC 9(8).
               10 WS-ST-TIMESTAMP  PIC X(21).
       01  WS-ST-IDX               PIC 99.
       01  WS-ST-HIT               PIC 99.
       01  WS-STAT-OUTCOME         PIC X(4) VALUE SPACES.
      *    LIVE EVENT AREA SAVED ACROSS A RE-PRESENTATION -- THE
      *    STORED DEAD-LETTER IMAGE IS MOVED IN FOR THE VALIDATION
      *    AND THE INVOCATION'S OWN EVENT PUT BACK AFTERWARDS
           PERFORM M01-VORLAUF


      *    A REPEAT OF AN EVENT ALREADY PROCESSED -- THE CALLER RESENDS
      *    AFTER A TIMEOUT -- IS ACKNOWLEDGED WITHOUT BEING PROCESSED
      *    AGAIN, SO A CHANGE IS NOT APPLIED TWICE AND A CANCELLATION
      *    IS NOT RAISED AGAINST WHAT IS ALREADY CANCELLED
           PERFORM M04-DUPLIKAT-PRUEFEN


           EVALUATE TRUE
               WHEN WS-DUPL-EVENT
                    SET TC-STATE-OK OF ME TO TRUE
                    MOVE 'DUPL' TO WS-EVENT-OUTCOME
               WHEN TC-EVENT-PRUEFEN OF ME
                    PERFORM E01-PRUEFEN
                    IF  WS-PRUEFEN-OK
                   WRITE EVLOG-REC
                   CLOSE EVLOG-FILE
               END-IF
      *        A COMPLETED EVENT GOES ON THE REGISTRY SO A RESEND IS
      *        RECOGNISED; EVERY OUTCOME, DUPLICATES INCLUDED, IS
      *        COUNTED IN THE EVENT-TYPE STATISTICS
               IF  WS-EVENT-OUTCOME = 'OK'
                   PERFORM M05-REGISTRIEREN
               END-IF
               MOVE WS-EVENT-OUTCOME TO WS-STAT-OUTCOME
               PERFORM M06-STATISTIK
           END-IF.
       M02-NACHLAUF-EX.
           EXIT.
                       MOVE WS-DQ-EVENT(WS-DQ-IDX)
                         TO TC-EVENT OF ME
                       MOVE WS-DQ-TEXT(WS-DQ-IDX) TO F-TEXT
      *                AN ENTRY WHOSE EVENT HAS SINCE COMPLETED (THE
      *                RESEND GOT THROUGH) RETIRES AS A DUPLICATE
      *                INSTEAD OF BEING PROCESSED A SECOND TIME
                       PERFORM M04-DUPLIKAT-PRUEFEN
                       IF  WS-DUPL-EVENT
                           MOVE 'D' TO WS-DQ-REDO-OK
                       ELSE
                           EVALUATE WS-DQ-TYP(WS-DQ-IDX)
                               WHEN 96
                                   PERFORM E02-AENDERN
                                   IF  WS-AENDERN-OK
                                       MOVE 'Y' TO WS-DQ-REDO-OK
                                   END-IF
                               WHEN 97
                                   PERFORM E03-STORNIEREN
                                   IF  WS-STORNO-OK
                                       MOVE 'Y' TO WS-DQ-REDO-OK
                                   END-IF
                               WHEN OTHER
                                   PERFORM E01-PRUEFEN
                                   IF  WS-PRUEFEN-OK
                                       MOVE 'Y' TO WS-DQ-REDO-OK
                                   END-IF
                           END-EVALUATE
                       END-IF
                       IF  WS-DQ-REDO-OK = 'Y'
                           PERFORM M05-REGISTRIEREN
                           MOVE 'REDO' TO WS-STAT-OUTCOME
                       ELSE
                           MOVE 'DUPL' TO WS-STAT-OUTCOME
                       END-IF
                       IF  WS-DQ-REDO-OK = 'Y' OR 'D'
      *                    RETIRED -- A COMPLETION TRACE GOES TO THE
      *                    EVENT LOG AND THE ENTRY LEAVES THE QUEUE
                           OPEN EXTEND EVLOG-FILE
                                 TO EV-EVENT
                               MOVE TX-IM-SHORTNAME OF ME
                                 TO EV-SHORTNAME
                               MOVE WS-STAT-OUTCOME
                                 TO EV-OUTCOME
                               MOVE FUNCTION CURRENT-DATE
                                 TO EV-TIMESTAMP
                               WRITE EVLOG-REC
                               CLOSE EVLOG-FILE
                           END-IF
                           PERFORM M06-STATISTIK
                           MOVE SPACE
                             TO WS-DQ-STATUS(WS-DQ-IDX)
                       ELSE
               END-IF
           END-IF.
       M03-WIEDERVORLAGE-EX. EXIT.
      *
       M04-DUPLIKAT-PRUEFEN SECTION.
      *    LOOK THE EVENT IN HAND UP ON THE REGISTRY BY F-TEXT-KEY1/
      *    KEY2/KEY3 AND EVENT TYPE.  ONLY PRUEFEN, AENDERN AND
      *    STORNIEREN ARE REGISTERED; ANY OTHER EVENT IS NEVER A
      *    DUPLICATE.  NO REGISTRY YET MEANS NOTHING HAS COMPLETED.
      *    THE SCAN STAYS INLINE FOR THE FALL-THROUGH REASON NOTED AT
      *    M01-VORLAUF-DB-CALL
           MOVE 'N' TO WS-DUPL-SW.
           IF  TC-EVENT-PRUEFEN OF ME
           OR  TC-EVENT-AENDERN OF ME
           OR  TC-EVENT-STORNIEREN OF ME
               OPEN INPUT EVREG-FILE
               IF  WS-EVREG-OK
                   PERFORM UNTIL WS-EVREG-EOF OR WS-DUPL-EVENT
                       READ EVREG-FILE
                           AT END
                               SET WS-EVREG-EOF TO TRUE
                           NOT AT END
                               IF  RG-KEY1  = F-TEXT-KEY1
                               AND RG-KEY2  = F-TEXT-KEY2
                               AND RG-KEY3  = F-TEXT-KEY3
                               AND RG-EVENT = TC-EVENT OF ME
                                   SET WS-DUPL-EVENT TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EVREG-FILE
               END-IF
           END-IF.
       M04-DUPLIKAT-PRUEFEN-EX. EXIT.
      *
       M05-REGISTRIEREN SECTION.
      *    ADD THE EVENT JUST COMPLETED TO THE REGISTRY SO A RESEND OF
      *    IT IS RECOGNISED BY M04-DUPLIKAT-PRUEFEN
           IF  TC-EVENT-PRUEFEN OF ME
           OR  TC-EVENT-AENDERN OF ME
           OR  TC-EVENT-STORNIEREN OF ME
               OPEN EXTEND EVREG-FILE
               IF  WS-EVREG-NEW
                   OPEN OUTPUT EVREG-FILE
               END-IF
               IF  WS-EVREG-OK
                   MOVE SPACES                 TO EVREG-REC
                   MOVE F-TEXT-KEY1            TO RG-KEY1
                   MOVE F-TEXT-KEY2            TO RG-KEY2
                   MOVE F-TEXT-KEY3            TO RG-KEY3
                   MOVE TC-EVENT OF ME         TO RG-EVENT
                   MOVE FUNCTION CURRENT-DATE  TO RG-TIMESTAMP
                   WRITE EVREG-REC
                   CLOSE EVREG-FILE
               END-IF
           END-IF.
       M05-REGISTRIEREN-EX. EXIT.
      *
       M06-STATISTIK SECTION.
      *    COUNT WS-STAT-OUTCOME (OK, REDO OR DUPL) AGAINST THE EVENT
      *    TYPE IN HAND ON THE RUNNING STATISTICS FILE: READ IT ALL,
      *    BUMP OR ADD THE TYPE'S RECORD, WRITE IT ALL BACK.  INLINE
      *    FOR THE FALL-THROUGH REASON NOTED AT M01-VORLAUF-DB-CALL
           MOVE ZERO TO WS-ST-CNT.
           MOVE ZERO TO WS-ST-HIT.
           OPEN INPUT EVSTAT-FILE.
           IF  WS-EVSTAT-OK
               PERFORM UNTIL WS-EVSTAT-EOF
                   READ EVSTAT-FILE
                       AT END
                           SET WS-EVSTAT-EOF TO TRUE
                       NOT AT END
                           IF  WS-ST-CNT < 10
                               ADD 1 TO WS-ST-CNT
                               MOVE ST-EVENT
                                 TO WS-ST-EVENT(WS-ST-CNT)
                               MOVE ST-OK-CNT
                                 TO WS-ST-OK-CNT(WS-ST-CNT)
                               MOVE ST-REDO-CNT
                                 TO WS-ST-REDO-CNT(WS-ST-CNT)
                               MOVE ST-DUPL-CNT
                                 TO WS-ST-DUPL-CNT(WS-ST-CNT)
                               MOVE ST-TIMESTAMP
                                 TO WS-ST-TIMESTAMP(WS-ST-CNT)
                               IF  ST-EVENT = TC-EVENT OF ME
                                   MOVE WS-ST-CNT TO WS-ST-HIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVSTAT-FILE
           END-IF.
           IF  WS-ST-HIT = ZERO
           AND WS-ST-CNT < 10
               ADD 1 TO WS-ST-CNT
               MOVE WS-ST-CNT      TO WS-ST-HIT
               MOVE TC-EVENT OF ME TO WS-ST-EVENT(WS-ST-HIT)
               MOVE ZERO           TO WS-ST-OK-CNT(WS-ST-HIT)
                                      WS-ST-REDO-CNT(WS-ST-HIT)
                                      WS-ST-DUPL-CNT(WS-ST-HIT)
           END-IF.
           IF  WS-ST-HIT NOT = ZERO
               MOVE FUNCTION CURRENT-DATE
                 TO WS-ST-TIMESTAMP(WS-ST-HIT)
               EVALUATE WS-STAT-OUTCOME
                   WHEN 'OK'
                       ADD 1 TO WS-ST-OK-CNT(WS-ST-HIT)
                   WHEN 'REDO'
                       ADD 1 TO WS-ST-REDO-CNT(WS-ST-HIT)
                   WHEN 'DUPL'
                       ADD 1 TO WS-ST-DUPL-CNT(WS-ST-HIT)
               END-EVALUATE
               OPEN OUTPUT EVSTAT-FILE
               IF  WS-EVSTAT-OK
                   PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                           UNTIL WS-ST-IDX > WS-ST-CNT
                       MOVE SPACES TO EVSTAT-REC
                       MOVE WS-ST-EVENT(WS-ST-IDX)    TO ST-EVENT
                       MOVE WS-ST-OK-CNT(WS-ST-IDX)   TO ST-OK-CNT
                       MOVE WS-ST-REDO-CNT(WS-ST-IDX) TO ST-REDO-CNT
                       MOVE WS-ST-DUPL-CNT(WS-ST-IDX) TO ST-DUPL-CNT
                       MOVE WS-ST-TIMESTAMP(WS-ST-IDX) TO ST-TIMESTAMP
                       WRITE EVSTAT-REC
                   END-PERFORM
                   CLOSE EVSTAT-FILE
               END-IF
           END-IF.
       M06-STATISTIK-EX. EXIT.
