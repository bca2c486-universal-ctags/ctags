      *               statement page through the VIRTUAL-PRINTER page
      *               machinery -- without touching EMP_SALARY, so
      *               the largest payments of the year stop riding a
      *               hand-built spreadsheet.  Runs for the company on
      *               the run card: that company's parameter card,
      *               employees, bonus extract and statement spool.  A
      *               rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *               rolls every update back instead of committing it
      *               and marks the bonus extract header REHEARSAL.
      *               The finished bonus extract is sealed (XMITSEAL)
      *               with its record count and hash, so XMITSEND
      *               sends only the generation this run produced,
      *               unaltered.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       FILE-CONTROL.
      *    PARAMETER CARD -- G <GRADE> <MONTHS FACTOR> RECORDS AND/OR
      *    D <DEPT> <POOL AMOUNT> RECORDS
           SELECT BPRM-FILE        ASSIGN TO DYNAMIC WS-BPRM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPRM-STATUS.
      *    THE BONUS EXTRACT FOR THE BUREAU -- SAME H/D/T DISCIPLINE
      *    AS PAYROLL.DAT
           SELECT BONX-FILE        ASSIGN TO DYNAMIC WS-BONX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONX-STATUS.

           05  BXH-RUN-DATE        PIC  9(08).
           05  BXH-RUN-TIME        PIC  9(08).
           05  BXH-ENVIRONMENT     PIC  X(30).
      *    "REHEARSAL" WHEN THE EXTRACT CAME FROM A REHEARSAL RUN --
      *    SUCH A FILE IS NEVER SENT
           05  BXH-REHEARSAL       PIC  X(09).
           05  FILLER              PIC  X(64).
       01  BONX-DETAIL-REC         REDEFINES BONX-REC.
           05  BXD-REC-TYPE        PIC  X.
           05  BXD-EMP-NO          PIC  9(04).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "BONUSRUN".
           COPY "REHEARSE.CPY".
       01  WS-BPRM-STATUS          PIC  X(02).
           88  WS-BPRM-OK          VALUE "00".
           88  WS-BPRM-EOF         VALUE "10".
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-BPRM-NAME            PIC  X(40) VALUE "BONUSPRM.DAT".
       01  WS-BONX-NAME            PIC  X(40) VALUE "BONUS.DAT".
      *    SEAL SERVICE CONTRACT FIELDS (SEE XMITSEAL) -- THE
      *    BONUS EXTRACT IS SEALED AS IT LEAVES THIS STEP SO XMITSEND
      *    CAN PROVE IT UNTOUCHED AT SEND TIME
       01  WS-XS-ACTION            PIC  X(08).
       01  WS-XS-INTERFACE         PIC  X(08) VALUE "BONUS".
       01  WS-XS-FILE-NAME         PIC  X(40).
       01  WS-XS-REC-COUNT         PIC  9(09).
       01  WS-XS-CONTROL-TOTAL     PIC S9(13)V9(02).
       01  WS-XS-GENERATION        PIC  9(06).
       01  WS-XS-STATUS            PIC  X(02).
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./bonusrun.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  D-STMT-LINE             PIC  X(80).
       01  D-STMT-AMOUNT           PIC  -(7)9.99.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  DEPT-SAL-SUM            PIC S9(11)V9(02).
       01  POOL-DEPT               PIC  9(03).
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** BONUSRUN: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PARAMETER-CARD.
           IF  WS-GRULE-CNT = ZERO AND WS-DRULE-CNT = ZERO
                      COALESCE(EMP_GRADE, 0)
                      FROM EMP
                      WHERE COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           DISPLAY "*** BONUSRUN SUMMARY -- SEEN: " WS-ROWS-SEEN
                   "  PAID: " WS-BONUSES-PAID
                   "  NO RULE: " WS-NO-RULE
                   "  HASH: " WS-HASH-TOTAL " ***".
           IF  WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM SEAL-OUTBOUND-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE 8                TO   RETURN-CODE
                      FROM EMP
                      WHERE EMP_DEPT = :POOL-DEPT
                        AND COALESCE(EMP_STATUS, 'A') <> 'T'
                        AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ERROR-RTN
           MOVE  WS-AUDIT-START-DATE TO  BXH-RUN-DATE.
           MOVE  WS-AUDIT-START-TIME TO  BXH-RUN-TIME.
           MOVE  DBNAME             TO   BXH-ENVIRONMENT.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               MOVE  "REHEARSAL"    TO   BXH-REHEARSAL
           END-IF.
           WRITE BONX-REC.

      ******************************************************************
           MOVE  WS-HASH-TOTAL      TO   BXT-HASH-TOTAL.
           WRITE BONX-REC.

      ******************************************************************
       SEAL-OUTBOUND-FILE.
      ******************************************************************
      *    THE TRAILER'S COUNT AND HASH ARE THE CONTROL FIGURES
           MOVE  "SEAL"             TO   WS-XS-ACTION.
           MOVE  WS-BONX-NAME       TO   WS-XS-FILE-NAME.
           MOVE  WS-REC-COUNT       TO   WS-XS-REC-COUNT.
           MOVE  WS-HASH-TOTAL      TO   WS-XS-CONTROL-TOTAL.
           CALL "XMITSEAL" USING WS-XS-ACTION, WS-XS-INTERFACE,
                                  WS-XS-FILE-NAME, WS-PROGRAM-NAME,
                                  WS-XS-REC-COUNT, WS-XS-CONTROL-TOTAL,
                                  WS-XS-GENERATION, WS-XS-STATUS.
           IF  WS-XS-STATUS = "OK"
               DISPLAY "*** BONUSRUN: " WS-BONX-NAME
                       " SEALED AS GENERATION " WS-XS-GENERATION
                       " ***"
           ELSE
               DISPLAY "*** BONUSRUN: " WS-BONX-NAME
                       " COULD NOT BE SEALED, STATUS " WS-XS-STATUS
                       " -- IT CANNOT BE SENT ***"
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       OPEN-STATEMENT-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** BONUSRUN: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-BPRM-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BPRM-NAME
               MOVE  WS-BONX-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BONX-NAME
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
