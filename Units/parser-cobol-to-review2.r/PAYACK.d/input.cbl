      *             rejects with our EMP_NO, and writes WARN/FAIL to
      *             the audit trail so ALERTMON surfaces an unbalanced
      *             transmission the same morning instead of at
      *             month-end.  Runs for the company on the run
      *             card, against that company's acknowledgement and
      *             retained totals.
      *
      *             PAYACK.DAT: ONE "A" RECORD (RUN DATE, COUNT,
      *             GROSS HASH, NET HASH AS RECEIVED), THEN ONE "R"
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE         ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *    WHAT WE SENT -- RETAINED BY EMPPAYX AT EXTRACT TIME
           SELECT PAYCTL-FILE      ASSIGN TO DYNAMIC WS-PAYCTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
      *    RECONCILIATION REPORT -- HEADER COMPARISON AND REJECTS
           SELECT ARPT-FILE        ASSIGN TO DYNAMIC WS-ARPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPT-STATUS.

       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-ACK-NAME             PIC  X(40) VALUE "PAYACK.DAT".
       01  WS-PAYCTL-NAME          PIC  X(40) VALUE "PAYXCTL.DAT".
       01  WS-ARPT-NAME            PIC  X(40) VALUE "PAYACK.RPT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
           DISPLAY "*** PAYACK STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** PAYACK: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RETAINED-TOTALS.
           IF  NOT WS-CTL-LOADED
               DELIMITED BY SIZE INTO ARPT-REC.
           WRITE ARPT-REC.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** PAYACK: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-ACK-NAME    TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ACK-NAME
               MOVE  WS-PAYCTL-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PAYCTL-NAME
               MOVE  WS-ARPT-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ARPT-NAME
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
