      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  STEPRUN --- runs ONE batch step as a process of its own, for
      *              the concurrent step groups of EMPBATCH.  The step
      *              name comes in as the command-line argument; the
      *              step is called in batch mode exactly as EMPBATCH
      *              would call it, timed, and its condition code and
      *              clock times are written to the step's completion
      *              file (STEPDONE-<step>.DAT) for EMPBATCH to pick up
      *              when it waits out the group.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 STEPRUN.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE STEP'S COMPLETION FILE -- PENDING WHEN EMPBATCH
      *    LAUNCHED US, DONE (WITH THE CONDITION CODE) WHEN WE END
           SELECT DONE-FILE        ASSIGN TO DYNAMIC WS-DONE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DONE-FILE.
           COPY "STEPDONE.CPY".

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "STEPRUN".
      *    SHARED ACROSS THE RUN UNIT WITH THE STEP PROGRAMS -- SET
      *    BEFORE THE CALL SO NO STEP STOPS FOR CONSOLE INPUT
       01  WS-BATCH-MODE           PIC  X EXTERNAL VALUE "N".
           88  WS-BATCH-MODE-ON    VALUE "Y".
       01  WS-DONE-STATUS          PIC  X(02).
           88  WS-DONE-OK          VALUE "00".
       01  WS-DONE-NAME            PIC  X(40) VALUE SPACES.
       01  WS-STEP-NAME            PIC  X(10) VALUE SPACES.
       01  WS-STEP-RC              PIC S9(4) COMP-5 VALUE 0.
       01  WS-STEP-START-TIME      PIC  9(08).
       01  WS-STEP-END-TIME        PIC  9(08).
      *    MESSAGE-ROUTER CONTRACT FIELDS (SEE MSGLOG/MSGCAT.DAT)
       01  WS-MSG-ID               PIC  X(07).
       01  WS-MSG-SUB-1            PIC  X(20).
       01  WS-MSG-SUB-2            PIC  X(20).

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT  WS-STEP-NAME     FROM ARGUMENT-VALUE.
           IF  WS-STEP-NAME = SPACES
               DISPLAY "*** STEPRUN: NO STEP NAME GIVEN ***"
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
           STRING "STEPDONE-" WS-STEP-NAME ".DAT"
               DELIMITED BY SPACE INTO WS-DONE-NAME.

           SET  WS-BATCH-MODE-ON    TO   TRUE.
           ACCEPT  WS-STEP-START-TIME   FROM TIME.
           MOVE 0                   TO   RETURN-CODE.
           CALL WS-STEP-NAME
               ON EXCEPTION
                   MOVE  "EMB-012"  TO   WS-MSG-ID
                   MOVE  WS-STEP-NAME    TO   WS-MSG-SUB-1
                   PERFORM SEND-MESSAGE
                   MOVE 4           TO   RETURN-CODE
           END-CALL.
           MOVE  RETURN-CODE        TO   WS-STEP-RC.
           ACCEPT  WS-STEP-END-TIME     FROM TIME.

      *    A NEGATIVE CODE FROM A STEP IS AS BAD AS ONE THAT FAILED
           IF  WS-STEP-RC < ZERO
               MOVE 8               TO   WS-STEP-RC
           END-IF.
           PERFORM WRITE-DONE-RECORD.
           MOVE  WS-STEP-RC         TO   RETURN-CODE.
           STOP RUN.

      ******************************************************************
       SEND-MESSAGE.
      ******************************************************************
           CALL "MSGLOG" USING WS-MSG-ID, WS-MSG-SUB-1,
                                WS-MSG-SUB-2.
           MOVE  SPACES             TO   WS-MSG-SUB-1 WS-MSG-SUB-2.

      ******************************************************************
       WRITE-DONE-RECORD.
      ******************************************************************
      *    WITHOUT THIS RECORD EMPBATCH WAITS OUT ITS GROUP LIMIT AND
      *    THEN TREATS THE STEP AS FAILED -- SAY SO ON THE CONSOLE
           OPEN OUTPUT DONE-FILE.
           IF  NOT WS-DONE-OK
               DISPLAY "*** STEPRUN: " WS-DONE-NAME
                       " NOT WRITABLE - STATUS " WS-DONE-STATUS " ***"
           ELSE
               MOVE  SPACES         TO   STEPDONE-REC
               MOVE  WS-STEP-NAME   TO   SD-STEP-NAME
               SET  SD-STATE-DONE   TO   TRUE
               MOVE  WS-STEP-RC     TO   SD-STEP-RC
               MOVE  WS-STEP-START-TIME  TO   SD-START-TIME
               MOVE  WS-STEP-END-TIME    TO   SD-END-TIME
               WRITE STEPDONE-REC
               CLOSE DONE-FILE
           END-IF.
      ******************************************************************
