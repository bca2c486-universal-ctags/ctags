      *               employees with an action code per record, then
      *               writes the new snapshot for next time -- so the
      *               payroll and web feeds shrink from full-table
      *               dumps to actual changes.  Runs for the company on
      *               the run card, against that company's own
      *               snapshot, generations and change extract.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    SNAPSHOT FROM THE PREVIOUS RUN, IN EMP_NO ORDER
           SELECT SNAP-FILE        ASSIGN TO DYNAMIC WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
      *    THE NEW SNAPSHOT IS BUILT HERE AND COPIED OVER EMPSNAP.DAT
      *    ONLY AFTER A CLEAN RUN, SO AN ABEND CANNOT HALF-REPLACE IT
           SELECT SNAPNEW-FILE     ASSIGN TO DYNAMIC WS-SNAPNEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPNEW-STATUS.
      *    THE DELTA FEED -- ONE ACTION-CODED RECORD PER CHANGE
           SELECT DELTA-FILE       ASSIGN TO DYNAMIC WS-DELTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
      *    DATED SNAPSHOT GENERATION -- RETAINED LIKE EMPUNLD'S DATED
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-SNAP-NAME            PIC  X(40) VALUE "EMPSNAP.DAT".
       01  WS-SNAPNEW-NAME         PIC  X(40) VALUE "EMPSNAP.NEW".
       01  WS-DELTA-NAME           PIC  X(40) VALUE "EMPDELTA.DAT".
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
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

      *    CREDENTIALS COME FROM THE SHOP CONFIGURATION SERVICE,
      *    WITH THE OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPDELTA: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               DECLARE CD1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
           MOVE  SPACES             TO   WS-SNAPGEN-NAME.
           STRING "EMPSNAP.A" WS-AUDIT-START-DATE
               DELIMITED BY SIZE INTO WS-SNAPGEN-NAME.
           MOVE  WS-SNAPGEN-NAME    TO   WS-CO-FILE-NAME.
           PERFORM GET-COMPANY-FILE-NAME.
           MOVE  WS-CO-FILE-NAME    TO   WS-SNAPGEN-NAME.
           OPEN INPUT  SNAPNEW-FILE.
           OPEN OUTPUT SNAP-FILE.
           OPEN OUTPUT SNAPGEN-FILE.
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
               DISPLAY "*** EMPDELTA: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SNAP-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SNAP-NAME
               MOVE  WS-SNAPNEW-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SNAPNEW-NAME
               MOVE  WS-DELTA-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-DELTA-NAME
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
