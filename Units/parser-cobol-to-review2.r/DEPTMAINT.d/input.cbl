      *                department in EMP_DEPT, and every change leaves
      *                a before/after image in DEPT_HISTORY the way
      *                EMPMAINT's WRITE-HISTORY-ROW does for EMP.
      *                An operator maintains only the departments of
      *                their own company of the group (see SIGNCHK);
      *                DEPT_NO stays unique across the group, so a
      *                number another company holds is a duplicate.  A
      *                rehearsal run (REHEARSAL-MODE on SHOPCNFG.DAT)
      *                rolls every update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       FILE                        SECTION.
       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME          PIC  X(10) VALUE "DEPTMAINT".
           COPY "REHEARSE.CPY".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) --
      *    PASSWORD, EXPIRY AND LOCKOUT ALL LIVE THERE
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
           88  WS-OPER-LOOKUP-ONLY  VALUE "L".
           88  WS-OPER-FULL         VALUE "F".
       01  WS-OPER-NAME             PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS          PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY          PIC  X(02) VALUE SPACES.
       01  WS-SIGNON-OK-FLAG        PIC  X     VALUE "N".
           88  WS-SIGNON-OK         VALUE "Y".
       01  WS-SIGNON-TRIES          PIC  9     VALUE ZERO.
       01  DBNAME                   PIC  X(30) VALUE SPACE.
       01  USERNAME                 PIC  X(30) VALUE SPACE.
       01  PASSWD                   PIC  X(10) VALUE SPACE.
      *    THE SIGNED-ON OPERATOR'S COMPANY -- ONLY ITS DEPARTMENTS
      *    ARE SHOWN, ADDED, CORRECTED OR DELETED FROM THIS SCREEN
       01  OPER-COMPANY             PIC  X(02).
       01  DEPT-REC-VARS.
           05  DEPT-NO              PIC  9(03).
           05  DEPT-NAME            PIC  X(30).
                    NEW_PARENT  NUMERIC(3,0),
                    CHG_DATE    NUMERIC(8,0),
                    CHG_TIME    NUMERIC(8,0),
                    CHANGED_BY  CHAR(8),
                    COMPANY_CD  CHAR(2) NOT NULL DEFAULT '01'
                )
           END-EXEC.
      *    A TABLE CREATED BEFORE THE GROUP COMPANIES WERE ADDED
      *    LACKS THE COMPANY COLUMN -- ADD IT ONCE
           IF  SQLCODE = ZERO
               EXEC SQL
                    ALTER TABLE DEPT_HISTORY
                      ADD COLUMN IF NOT EXISTS COMPANY_CD CHAR(2)
                            NOT NULL DEFAULT '01'
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM DISCONNECT-FROM-DB
                      INTO :DEPT-NAME, :DEPT-MGR-NO, :DEPT-PARENT
                      FROM DEPT
                      WHERE DEPT_NO = :DEPT-NO
                        AND COMPANY_CD = :OPER-COMPANY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
           MOVE  WS-DEPT-PARENT        TO   DEPT-PARENT.
           EXEC SQL
               INSERT INTO DEPT
                      (DEPT_NO, DEPT_NAME, DEPT_MGR_NO, DEPT_PARENT,
                       COMPANY_CD)
                      VALUES (:DEPT-NO, :DEPT-NAME, :DEPT-MGR-NO,
                              :DEPT-PARENT, :OPER-COMPANY)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLSTATE = "23505"
                   MOVE  ZERO          TO   HIST-OLD-PARENT
                   PERFORM WRITE-HISTORY-ROW
                   IF  WS-HIST-OK
                       PERFORM COMMIT-UNIT-OF-WORK
                       MOVE  "*** RECORD INSERTED ***"
                                        TO   WS-MESSAGE
                   ELSE
                           :HIST-OLD-PARENT
                      FROM DEPT
                      WHERE DEPT_NO = :DEPT-NO
                        AND COMPANY_CD = :OPER-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                                  DEPT_MGR_NO = :DEPT-MGR-NO,
                                  DEPT_PARENT = :DEPT-PARENT
                              WHERE DEPT_NO = :DEPT-NO
                                AND COMPANY_CD = :OPER-COMPANY
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       EXEC SQL
                   ELSE
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                           MOVE  "*** RECORD UPDATED ***"
                                        TO   WS-MESSAGE
                       ELSE
                           :HIST-OLD-PARENT
                      FROM DEPT
                      WHERE DEPT_NO = :DEPT-NO
                        AND COMPANY_CD = :OPER-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       DELETE FROM DEPT
                              WHERE DEPT_NO = :DEPT-NO
                                AND COMPANY_CD = :OPER-COMPANY
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       EXEC SQL
                       MOVE  ZERO       TO   DEPT-PARENT
                       PERFORM WRITE-HISTORY-ROW
                       IF  WS-HIST-OK
                           PERFORM COMMIT-UNIT-OF-WORK
                           MOVE  "*** RECORD DELETED ***"
                                        TO   WS-MESSAGE
                       ELSE
               INSERT INTO DEPT_HISTORY
                      (DEPT_NO, OLD_NAME, OLD_MGR_NO, OLD_PARENT,
                       NEW_NAME, NEW_MGR_NO, NEW_PARENT,
                       CHG_DATE, CHG_TIME, CHANGED_BY, COMPANY_CD)
                      VALUES (:DEPT-NO, :HIST-OLD-NAME,
                              :HIST-OLD-MGR-NO, :HIST-OLD-PARENT,
                              :DEPT-NAME, :DEPT-MGR-NO, :DEPT-PARENT,
                              :HIST-CHG-DATE,
                              :HIST-CHG-TIME, :HIST-CHG-BY,
                              :OPER-COMPANY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
                   CALL "SIGNCHK" USING WS-OPER-ID,
                                         WS-OPER-PASSWD,
                                         WS-SIGN-RESULT,
                                         WS-OPER-LEVEL, WS-OPER-NAME,
                                         WS-OPER-SAL-VIS,
                                         WS-OPER-COMPANY
                   EVALUATE WS-SIGN-RESULT
                       WHEN "OK"
                           SET  WS-SIGNON-OK  TO   TRUE
                           MOVE  WS-OPER-COMPANY
                                        TO   OPER-COMPANY
                       WHEN "PW"
                           MOVE  "*** WRONG PASSWORD ***"
                                        TO   WS-SIGNON-MSG
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
