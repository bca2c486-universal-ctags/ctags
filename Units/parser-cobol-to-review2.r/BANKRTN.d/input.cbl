      *              return must match a sent item, and rejects are
      *              listed with our EMP_NO.  Any mismatch makes the
      *              run WARN, which puts an alert on OPALERT.DAT
      *              through AUDITLOG the same morning.  Each group
      *              company reconciles its own return file against
      *              its own ZENGIN.DAT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    WHAT WE SENT
           SELECT ZENGIN-FILE      ASSIGN TO DYNAMIC WS-ZENGIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZENGIN-STATUS.
      *    WHAT THE BANK SAYS HAPPENED -- ONE RECORD PER TRANSFER:
      *    ACCOUNT, AMOUNT AND A RESULT CODE (0 = ACCEPTED)
           SELECT BRET-FILE        ASSIGN TO DYNAMIC WS-BRET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRET-STATUS.
      *    RECONCILIATION REPORT -- ONE LINE PER EXCEPTION
           SELECT BRPT-FILE        ASSIGN TO DYNAMIC WS-BRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-ZENGIN-NAME          PIC  X(40) VALUE "ZENGIN.DAT".
       01  WS-BRET-NAME            PIC  X(40) VALUE "BANKRET.DAT".
       01  WS-BRPT-NAME            PIC  X(40) VALUE "BANKRTN.RPT".
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
               DISPLAY "*** BANKRTN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SENT-TRANSFERS.
           IF  WS-SENT-CNT = ZERO
               DISPLAY "*** BANKRTN: NOTHING ON ZENGIN.DAT TO "
               END-IF
           END-PERFORM.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** BANKRTN: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-ZENGIN-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-ZENGIN-NAME
               MOVE  WS-BRET-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BRET-NAME
               MOVE  WS-BRPT-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BRPT-NAME
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
