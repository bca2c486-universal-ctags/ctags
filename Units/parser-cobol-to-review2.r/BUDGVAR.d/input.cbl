      *              with an over-budget flag column -- spooled
      *              through VIRTUAL-PRINTER for the monthly pack
      *              alongside EMPSTAT, so overruns stop surfacing at
      *              year-end.  Runs for the company on the run
      *              card, against that company's budget file.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BUDG-FILE        ASSIGN TO DYNAMIC WS-BUDG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-BUDG-NAME            PIC  X(40) VALUE "DEPTBUDG.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./budgvar.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSTAT SO THE SUBPROGRAM CONTRACT STAYS CONSISTENT
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
       01  ACT-DEPT                PIC  9(03).
       01  ACT-HEADCOUNT           PIC  9(06).
       01  ACT-SALARY              PIC S9(12)V9(02).
           MOVE  WS-AUDIT-START-DATE(1:6)  TO   WS-CUR-PERIOD.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** BUDGVAR: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
      ******************************************************************
       OPEN-VARIANCE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
                      FROM EMP
                      WHERE EMP_DEPT = :ACT-DEPT
                        AND COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** BUDGVAR: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-BUDG-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BUDG-NAME
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
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
