      *               EMPJSON applies to the kanji names -- so the
      *               full-table and changes-only extracts both come
      *               off EMPDELTA's one change-detection pass.
      *               Runs for the company on the run card, off that
      *               company's change extract.
      *               The finished feed is sealed (XMITSEAL) with its
      *               object count, so XMITSEND sends only the
      *               generation this run produced, unaltered.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE DELTA FEED EMPDELTA WROTE THIS CYCLE
           SELECT DELTA-FILE       ASSIGN TO DYNAMIC WS-DELTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT JSON-FILE        ASSIGN TO DYNAMIC WS-JSON-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSON-STATUS.

       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-DELTA-NAME           PIC  X(40) VALUE "EMPDELTA.DAT".
       01  WS-JSON-NAME            PIC  X(40) VALUE "EMPDELTA.JSON".
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL) -- THE
      *    CHANGE FEED IS SEALED AS IT LEAVES THIS STEP SO XMITSEND
      *    CAN PROVE IT UNTOUCHED AT SEND TIME
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08) VALUE "EMPDELTA".
       01  WS-XS-FILE-NAME         PIC  X(40).
       01  WS-XS-REC-COUNT         PIC  9(09).
       01  WS-XS-CONTROL-TOTAL     PIC S9(13)V9(02).
       01  WS-XS-GENERATION        PIC  9(06).
       01  WS-XS-STATUS            PIC  X(02).
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
      *    NAME ESCAPING -- QUOTE AND BACKSLASH BYTES GET A LEADING
      *    BACKSLASH; EVERYTHING ELSE (INCLUDING MULTI-BYTE UTF-8)
      *    PASSES THROUGH UNTOUCHED, SAME RULES AS EMPJSON
           DISPLAY "*** EMPJSOND STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPJSOND: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DELTA-FILE.
           IF  NOT WS-DELTA-OK

           DISPLAY "*** EMPJSOND FINISHED -- " WS-ROWS-EXTRACTED
                   " CHANGE OBJECT(S) WRITTEN ***".
           PERFORM SEAL-OUTBOUND-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "WARN"
               MOVE 4               TO   RETURN-CODE
           ELSE
               MOVE 0               TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       SEAL-OUTBOUND-FILE.
      ******************************************************************
      *    THE FEED CARRIES NO AMOUNTS -- THE OBJECT COUNT IS ITS
      *    ONLY CONTROL FIGURE
           MOVE  "SEAL"             TO   WS-XS-ACTION.
           MOVE  WS-JSON-NAME       TO   WS-XS-FILE-NAME.
           MOVE  WS-ROWS-EXTRACTED  TO   WS-XS-REC-COUNT.
           MOVE  ZERO               TO   WS-XS-CONTROL-TOTAL.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               DISPLAY "*** EMPJSOND: " WS-JSON-NAME
                       " SEALED AS GENERATION " WS-XS-GENERATION
                       " ***"
           ELSE
               DISPLAY "*** EMPJSOND: " WS-JSON-NAME
                       " COULD NOT BE SEALED, STATUS " WS-XS-STATUS
                       " -- IT CANNOT BE SENT ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       EMIT-ONE-OBJECT.
      ******************************************************************
               MOVE  WS-ESC-IDX     TO   WS-ESC-LEN
           END-IF.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** EMPJSOND: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-DELTA-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-DELTA-NAME
               MOVE  WS-JSON-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-JSON-NAME
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
