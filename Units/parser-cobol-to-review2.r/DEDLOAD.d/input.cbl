      *              (HI = health, PN = pension, UN = union dues) the
      *              payroll extract nets against gross -- so the
      *              bureau's figures can finally be reconciled line
      *              by line instead of taken on faith.  As with
      *              DEPTLOAD, each company of the group (see
      *              COMPANY) loads its own seed file and only the
      *              run company's rows are cleared and reloaded.  A
      *              rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *              rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DSEED-FILE       ASSIGN TO DYNAMIC WS-DSEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSEED-STATUS.
      *    SAME EXTERNAL CONNECTION PARAMETER FILE AS INSERTTBL
           05  DBPARM-PASSWD       PIC  X(10).

       WORKING-STORAGE             SECTION.
       01  WS-DSEED-NAME           PIC  X(40) VALUE "DEDSEED.DAT".
       01  WS-DSEED-STATUS         PIC  X(02).
           88  WS-DSEED-OK         VALUE "00".
           88  WS-DSEED-EOF        VALUE "10".
           05  WS-INSERTED         PIC  9(06) VALUE ZERO.
           05  WS-REJECTED         PIC  9(06) VALUE ZERO.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "DEDLOAD".
           COPY "REHEARSE.CPY".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
       01  DED-REC-VARS.
           05  DED-EMP-NO          PIC S9(04).
           05  DED-CODE            PIC  X(02).
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** DEDLOAD: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DB-PARMS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
           END-IF.

           EXEC SQL
                CREATE TABLE IF NOT EXISTS DEDUCT
                (
                    EMP_NO     NUMERIC(4,0) NOT NULL,
                    DED_CODE   CHAR(2) NOT NULL,
                    DED_AMOUNT NUMERIC(9,2),
                    COMPANY_CD CHAR(2) NOT NULL DEFAULT '01',
                    CONSTRAINT IDED_0 PRIMARY KEY (EMP_NO, DED_CODE)
                )
           END-EXEC.
      *    A DEDUCT TABLE BUILT BEFORE THE GROUP COMPANIES WERE ADDED
      *    TAKES THE COLUMN HERE, ITS ROWS FALLING TO THE PARENT
           IF  SQLCODE = ZERO
               EXEC SQL
                   ALTER TABLE DEDUCT ADD COLUMN IF NOT EXISTS
                         COMPANY_CD CHAR(2) NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.
           IF  SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM DEDUCT
                    WHERE COMPANY_CD = :RUN-COMPANY
               END-EXEC
               IF  SQLCODE = +100
                   MOVE ZERO         TO   SQLCODE
               END-IF
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS

           PERFORM LOAD-DEDUCT-SEED.

           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** DEDLOAD FINISHED ***".
      ******************************************************************
           OPEN INPUT DSEED-FILE.
           IF  NOT WS-DSEED-OK
               DISPLAY "*** UNABLE TO OPEN " WS-DSEED-NAME
               DISPLAY "*** STATUS: " WS-DSEED-STATUS
                       " - NO DEDUCT ROWS LOADED ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-DSEED-EOF OR WS-LOAD-ABORT
           MOVE DSEED-AMOUNT       TO   DED-AMOUNT.
           ADD  1                  TO   WS-ATTEMPTED.
           EXEC SQL
              INSERT INTO DEDUCT
                     (EMP_NO, DED_CODE, DED_AMOUNT, COMPANY_CD)
                     VALUES
                     (:DED-EMP-NO,:DED-CODE,:DED-AMOUNT,
                      :RUN-COMPANY)
           END-EXEC.
           IF  SQLSTATE = "23505"
               ADD  1              TO   WS-REJECTED
                         WS-WARN-COUNT
               END-IF
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
               DISPLAY "*** DEDLOAD: LOADING COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-DSEED-NAME TO   WS-CO-FILE-NAME
               MOVE  "FILE"        TO   WS-CO-FUNCTION
               CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                     WS-CO-NAME, WS-CO-ROLE,
                                     WS-CO-FILE-NAME, WS-CO-STATUS
               MOVE  WS-CO-FILE-NAME    TO   WS-DSEED-NAME
           END-IF.
      ******************************************************************
       LOAD-DB-PARMS.
      ******************************************************************
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
