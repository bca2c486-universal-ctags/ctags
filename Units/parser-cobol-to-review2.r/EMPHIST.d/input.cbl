      *              every before/after image EMPMAINT has written for
      *              an employee (or for the whole table) in change
      *              order, so an auditor can trace how a salary got
      *              to its current value.  Runs for the company on
      *              the run card and lists only that company's
      *              history.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    SPOOLED LISTING -- SAME IDEA AS FETCHTBL'S EMPLIST.PRT
           SELECT PRINT-FILE       ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       01  WS-NAME-DISP            PIC  X(120).
       01  WS-NAME-DISP-LEN        PIC  9(03).
       01  WS-NAME-TRIM-CELLS      PIC  9(03) VALUE ZERO.
       01  WS-PRINT-NAME           PIC  X(40) VALUE "EMPHIST.PRT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
       01  HIST-REC-VARS.
           05  HIST-EMP-NO         PIC S9(04).
           05  HIST-OLD-NAME       PIC  X(60).
      *    CREDENTIALS COME FROM THE SHOP CONFIGURATION SERVICE,
      *    WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPHIST: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
                      FROM EMP_HISTORY
                      WHERE (:WS-EMP-NO-FILTER = 0
                             OR EMP_NO = :WS-EMP-NO-FILTER)
                        AND COALESCE(COMPANY_CD, '01') = :RUN-COMPANY
                      ORDER BY EMP_NO, CHG_DATE, CHG_TIME
           END-EXEC.
           EXEC SQL
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EMPHIST: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PRINT-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PRINT-NAME
           END-IF.

      ******************************************************************
       GET-COMPANY-FILE-NAME.
      ******************************************************************
           MOVE  "FILE"            TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
