      *                EMP with both IDs on the EMP_HISTORY image) or
      *                reject each one.  The four-eyes control audit
      *                asked for: no single operator can move a salary
      *                past the shop threshold alone.  Hires over a
      *                department's approved establishment (no
      *                vacancy at the grade -- see POSCHECK) queue
      *                here too; approving one records the exception
      *                on EMP_POS_EXCEPTION so the add goes through
      *                when re-keyed or recycled.  The queue is the
      *                group's, but an operator decides only requests
      *                for their own company's employees and
      *                departments (see SIGNCHK).  A rehearsal run
      *                (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every
      *                update back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  SA-REQ-TIME         PIC  9(08).
           05  FILLER              PIC  X.
           05  SA-APPR-BY          PIC  X(08).
      *    SPACE = SALARY CHANGE, H = HIRE OVER ESTABLISHMENT (THE
      *    DEPARTMENT/GRADE HAS NO VACANCY; NEW SALARY IS THE
      *    PROPOSED SALARY AND OLD SALARY IS ZERO)
           05  FILLER              PIC  X.
           05  SA-REQ-KIND         PIC  X.
           05  FILLER              PIC  X.
           05  SA-DEPT             PIC  9(03).
           05  FILLER              PIC  X.
           05  SA-GRADE            PIC  9(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SALAPPROV".
           COPY "REHEARSE.CPY".
      *    SHARED SIGN-ON SERVICE CONTRACT (SEE SIGNCHK) --
      *    PASSWORD, EXPIRY AND LOCKOUT ALL LIVE THERE
       01  WS-OPER-PASSWD          PIC  X(08) VALUE SPACES.
       01  WS-OPER-LEVEL           PIC  X     VALUE SPACE.
           88  WS-OPER-FULL        VALUE "F".
       01  WS-OPER-NAME            PIC  X(20) VALUE SPACES.
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
       01  WS-OPER-COMPANY         PIC  X(02) VALUE SPACES.
       01  WS-SIGNON-OK-FLAG       PIC  X     VALUE "N".
           88  WS-SIGNON-OK        VALUE "Y".
       01  WS-SIGNON-TRIES         PIC  9     VALUE ZERO.
       01  WS-GRID-RESULT          PIC  X     VALUE "Y".
       01  WS-GRID-GRADE           PIC  9(02) VALUE ZERO.
       01  WS-GRID-STEP            PIC  9(02) VALUE ZERO.
      *    EFFECTIVE DATE THAT PICKS THE GRID VERSION (ZERO = TODAY)
       01  WS-GRID-EFF-DATE        PIC  9(08) VALUE ZERO.
      *    THE WHOLE QUEUE IN MEMORY -- PENDING ENTRIES ARE SHOWN,
      *    AND A DECISION REWRITES THE FILE WITH THE NEW STATUS
      *    (SAME PATTERN AS ALERTMON'S ALERT QUEUE)
               10  WS-AP-REQ-DATE  PIC  9(08).
               10  WS-AP-REQ-TIME  PIC  9(08).
               10  WS-AP-APPR-BY   PIC  X(08).
               10  WS-AP-KIND      PIC  X.
               10  WS-AP-DEPT      PIC  9(03).
               10  WS-AP-GRADE     PIC  9(02).
       01  WS-AP-IDX               PIC  9(03).
       01  WS-AP-OVERFLOW-FLAG     PIC  X     VALUE "N".
           88  WS-AP-OVERFLOW      VALUE "Y".
           05  WS-QL-REQ-BY        PIC  X(08).
           05  FILLER              PIC  X.
           05  WS-QL-REQ-DATE      PIC  9(08).
           05  FILLER              PIC  X.
           05  WS-QL-KIND          PIC  X(04).
      *    SCREEN SECTION FIELDS CANNOT BE SUBSCRIPTED -- THE QUEUE
      *    IS UNROLLED INTO THESE EIGHT LINES BEFORE EACH DISPLAY
       01  WS-DISPLAY-LINES.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
           COPY "EMPREC.CPY".
      *    THE APPROVER'S COMPANY -- ONLY ITS OWN REQUESTS ARE DECIDED
       01  OPER-COMPANY            PIC  X(02).
       01  OTHER-CO-CNT            PIC S9(09).
       01  HIST-VARS.
           05  HIST-OLD-NAME       PIC  X(60).
           05  HIST-OLD-SALARY     PIC S9(07)V9(02).
           05  HIST-CHG-TIME       PIC  9(08).
           05  HIST-CHG-BY         PIC  X(08).
           05  HIST-APPR-BY        PIC  X(08).
      *    AN APPROVED HIRE OVER ESTABLISHMENT (EMP_POS_EXCEPTION)
           COPY "POSREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05  LINE 1  COLUMN 29  VALUE " APPROVALS".
           05  LINE 3  COLUMN 1   VALUE "NO EMPNO OLD         NEW    ".
           05  LINE 3  COLUMN 29  VALUE "      REQ BY   DATE".
           05  LINE 3  COLUMN 51  VALUE "KIND".
           05  LINE 4  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-1.
           05  LINE 5  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-2.
           05  LINE 6  COLUMN 1   PIC X(55)   FROM WS-DISP-LINE-3.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE = ZERO
               PERFORM CREATE-POSITION-TABLES
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE 8               TO   RETURN-CODE
                                    WS-AP-REQ-TIME(WS-AP-CNT)
                               MOVE SA-APPR-BY    TO
                                    WS-AP-APPR-BY(WS-AP-CNT)
                               MOVE SA-REQ-KIND   TO
                                    WS-AP-KIND(WS-AP-CNT)
                               MOVE SA-DEPT       TO
                                    WS-AP-DEPT(WS-AP-CNT)
                               MOVE SA-GRADE      TO
                                    WS-AP-GRADE(WS-AP-CNT)
                           ELSE
      *                        PAST THE TABLE LIMIT THE REWRITE WOULD
      *                        DROP THE UNLOADED TAIL -- DECISIONS
                   MOVE  WS-AP-NEW-SAL(WS-AP-IDX)  TO  WS-QL-NEW-SAL
                   MOVE  WS-AP-REQ-BY(WS-AP-IDX)   TO  WS-QL-REQ-BY
                   MOVE  WS-AP-REQ-DATE(WS-AP-IDX) TO  WS-QL-REQ-DATE
                   IF  WS-AP-KIND(WS-AP-IDX) = "H"
                       MOVE  "HIRE"                TO  WS-QL-KIND
                   ELSE
                       MOVE  "PAY"                 TO  WS-QL-KIND
                   END-IF
                   MOVE  WS-QUEUE-LINE TO  WS-DISP-LINE(WS-SHOW-CNT)
               END-IF
           END-PERFORM.
                   MOVE  WS-SHOW-IDX-T(WS-ENTRY-NO)  TO   WS-PICKED
      *            THE FOUR-EYES RULE ITSELF -- THE APPROVER MUST BE
      *            A DIFFERENT OPERATOR THAN THE REQUESTER
                   PERFORM CHECK-REQUEST-COMPANY
                   IF  WS-AP-REQ-BY(WS-PICKED) = WS-OPER-ID
                       MOVE  "*** CANNOT APPROVE OWN REQUEST ***"
                                    TO   WS-APPR-MSG
                   ELSE
                   IF  OTHER-CO-CNT NOT = ZERO
                       MOVE  "*** REQUEST IS ANOTHER COMPANY'S ***"
                                    TO   WS-APPR-MSG
                   ELSE
                       IF  WS-CHOICE = "A" OR "a"
                           IF  WS-AP-KIND(WS-PICKED) = "H"
                               PERFORM APPROVE-HIRE-REQUEST
                           ELSE
                               PERFORM APPROVE-REQUEST
                           END-IF
                       ELSE
                           PERFORM REJECT-REQUEST
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       CHECK-REQUEST-COMPANY.
      ******************************************************************
      *    A SALARY CHANGE BELONGS TO THE EMPLOYEE'S COMPANY, A HIRE TO
      *    THE COMPANY RUNNING THE DEPARTMENT -- THE QUEUE IS SHARED BY
      *    THE GROUP BUT EACH COMPANY DECIDES ONLY ITS OWN
           MOVE  WS-AP-EMP-NO(WS-PICKED)   TO   EMP-NO.
           MOVE  WS-AP-DEPT(WS-PICKED)     TO   EMP-DEPT.
           IF  WS-AP-KIND(WS-PICKED) = "H"
               EXEC SQL
                   SELECT COUNT(*)
                          INTO :OTHER-CO-CNT
                          FROM DEPT
                          WHERE DEPT_NO = :EMP-DEPT
                            AND COALESCE(COMPANY_CD, '01')
                                <> :OPER-COMPANY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                          INTO :OTHER-CO-CNT
                          FROM EMP
                          WHERE EMP_NO = :EMP-NO
                            AND COALESCE(COMPANY_CD, '01')
                                <> :OPER-COMPANY
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   OTHER-CO-CNT
           END-IF.

      ******************************************************************
       APPROVE-REQUEST.
      ******************************************************************
           MOVE  HIST-OLD-NAME             TO   EMP-NAME.
           MOVE  HIST-OLD-STATUS           TO   EMP-STATUS.
           CALL "SALGRDCK" USING EMP-SALARY, WS-GRID-RESULT,
                                  WS-GRID-GRADE, WS-GRID-STEP,
                                  WS-GRID-EFF-DATE.
           MOVE  WS-GRID-GRADE             TO   EMP-GRADE.
           MOVE  WS-GRID-STEP              TO   EMP-STEP.
           EXEC SQL
                          (EMP_NO, OLD_NAME, OLD_SALARY,
                           NEW_NAME, NEW_SALARY, OLD_STATUS,
                           NEW_STATUS, CHG_DATE, CHG_TIME,
                           CHANGED_BY, APPROVED_BY, COMPANY_CD)
                          VALUES (:EMP-NO, :HIST-OLD-NAME,
                                  :HIST-OLD-SALARY, :EMP-NAME,
                                  :EMP-SALARY, :HIST-OLD-STATUS,
                                  :EMP-STATUS, :HIST-CHG-DATE,
                                  :HIST-CHG-TIME, :HIST-CHG-BY,
                                  :HIST-APPR-BY,
                                  COALESCE((SELECT COMPANY_CD FROM EMP
                                             WHERE EMP_NO = :EMP-NO),
                                           '01'))
               END-EXEC
               IF  SQLCODE NOT = ZERO
      *            NO AUDIT IMAGE, NO CHANGE -- SAME RULE AS EVERY
                   MOVE  "*** BACKED OUT, HISTORY FAILED ***"
                                    TO   WS-APPR-MSG
               ELSE
                   PERFORM COMMIT-UNIT-OF-WORK
                   MOVE  "A"        TO   WS-AP-STATUS(WS-PICKED)
                   MOVE  WS-OPER-ID TO   WS-AP-APPR-BY(WS-PICKED)
                   PERFORM REWRITE-APPROVAL-QUEUE
               END-IF
           END-IF.

      ******************************************************************
       APPROVE-HIRE-REQUEST.
      ******************************************************************
      *    A HIRE OVER ESTABLISHMENT TOUCHES NO EMP ROW HERE -- THE
      *    APPROVAL IS RECORDED AS AN EXCEPTION FOR THIS EMPLOYEE AT
      *    THIS DEPARTMENT AND GRADE, AND THE VACANCY CHECK LETS THE
      *    ADD THROUGH ON IT (EMPMAINT RE-KEY, EMPTRANS SUSPENSE
      *    RECYCLE, OR NEXT WEEK'S HR FEED)
           MOVE  WS-AP-EMP-NO(WS-PICKED)   TO   POS-EMP-NO.
           MOVE  WS-AP-DEPT(WS-PICKED)     TO   POS-DEPT.
           MOVE  WS-AP-GRADE(WS-PICKED)    TO   POS-GRADE.
           MOVE  WS-AP-REQ-BY(WS-PICKED)   TO   POS-REQ-BY.
           MOVE  WS-OPER-ID                TO   POS-APPR-BY.
           ACCEPT  POS-APPR-DATE           FROM DATE YYYYMMDD.
           EXEC SQL
               INSERT INTO EMP_POS_EXCEPTION
                      (EMP_NO, POS_DEPT, POS_GRADE, REQ_BY,
                       APPR_BY, APPR_DATE)
                      VALUES (:POS-EMP-NO, :POS-DEPT, :POS-GRADE,
                              :POS-REQ-BY, :POS-APPR-BY,
                              :POS-APPR-DATE)
           END-EXEC.
      *    ALREADY GRANTED (23505) IS AS GOOD AS GRANTED NOW
           IF  SQLCODE NOT = ZERO AND SQLSTATE NOT = "23505"
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               PERFORM ERROR-RTN
               MOVE  "*** EXCEPTION NOT RECORDED, SEE LOG ***"
                                    TO   WS-APPR-MSG
           ELSE
               PERFORM COMMIT-UNIT-OF-WORK
               MOVE  "A"            TO   WS-AP-STATUS(WS-PICKED)
               MOVE  WS-OPER-ID     TO   WS-AP-APPR-BY(WS-PICKED)
               PERFORM REWRITE-APPROVAL-QUEUE
               MOVE  "*** HIRE OVER ESTABLISHMENT APPROVED ***"
                                    TO   WS-APPR-MSG
           END-IF.

      ******************************************************************
       REJECT-REQUEST.
      ******************************************************************
                   MOVE  WS-AP-REQ-DATE(WS-AP-IDX) TO  SA-REQ-DATE
                   MOVE  WS-AP-REQ-TIME(WS-AP-IDX) TO  SA-REQ-TIME
                   MOVE  WS-AP-APPR-BY(WS-AP-IDX)  TO  SA-APPR-BY
                   MOVE  WS-AP-KIND(WS-AP-IDX)     TO  SA-REQ-KIND
                   MOVE  WS-AP-DEPT(WS-AP-IDX)     TO  SA-DEPT
                   MOVE  WS-AP-GRADE(WS-AP-IDX)    TO  SA-GRADE
                   WRITE APPR-REC
               END-PERFORM
               CLOSE APPR-FILE
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
      *    CREATE-POSITION-TABLES -- SHARED WITH THE ADD PATHS
           COPY "POSCHECK.CPY".
      ******************************************************************
