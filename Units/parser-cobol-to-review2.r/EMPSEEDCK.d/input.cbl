      *                (with a reason code) to a reject file, and
      *                prints an edit summary.  Returns a condition
      *                code EMPBATCH can use to stop the cycle when
      *                the reject percentage is too high.  Each
      *                company on the run-company card (see COMPANY)
      *                has its own seed, clean and reject files.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    RAW SEED FILE AS RECEIVED -- SAME LAYOUT INSERTTBL READS
           SELECT SEED-FILE        ASSIGN TO DYNAMIC WS-SEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
      *    VALIDATED ROWS ONLY -- SAFE INPUT FOR THE LOAD STEP
           SELECT CLEAN-FILE       ASSIGN TO DYNAMIC WS-CLEAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
      *    REJECTED ROWS, EACH PREFIXED WITH A REASON CODE SO THE
      *    DATA-ENTRY SIDE CAN FIX AND RESUBMIT THEM
           SELECT REJECT-FILE      ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           05  REJ-SEED-REC        PIC  X(76).

       WORKING-STORAGE             SECTION.
      *    FILE NAMES -- THE PARENT COMPANY'S; ANOTHER COMPANY'S ARE
      *    RESOLVED THROUGH COMPANY AT START-UP
       01  WS-SEED-NAME            PIC  X(40) VALUE "EMPSEED.DAT".
       01  WS-CLEAN-NAME           PIC  X(40) VALUE "EMPSEED.CHK".
       01  WS-REJECT-NAME          PIC  X(40) VALUE "EMPSEED.REJ".
       01  WS-SEED-STATUS          PIC  X(02).
           88  WS-SEED-OK          VALUE "00".
           88  WS-SEED-EOF         VALUE "10".
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

      ******************************************************************
       PROCEDURE                   DIVISION.
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPSEEDCK: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  SEED-FILE.
           IF  NOT WS-SEED-OK
               DISPLAY "*** EMPSEEDCK: UNABLE TO OPEN " WS-SEED-NAME
               DISPLAY "***            STATUS: " WS-SEED-STATUS " ***"
               MOVE "FAIL"          TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8               TO   RETURN-CODE
                       SEED-REC " ***"
           END-IF.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** EMPSEEDCK: COMPANY " WS-CO-CODE " "
                       WS-CO-NAME " ***"
               MOVE  WS-SEED-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME     TO   WS-SEED-NAME
               MOVE  WS-CLEAN-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME     TO   WS-CLEAN-NAME
               MOVE  WS-REJECT-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME     TO   WS-REJECT-NAME
           END-IF.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
