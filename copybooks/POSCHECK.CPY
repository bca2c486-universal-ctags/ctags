      ******************************************************************
      *    SHARED POSITION-CONTROL LOGIC FOR EVERY ADD PATH (EMPMAINT,
      *    EMPTRANS, EMPHRSYN) AND THE APPROVAL QUEUE (SALAPPROV) --
      *    THE HOST VARIABLES ARE IN POSREC.CPY.  A DEPARTMENT WITH NO
      *    EMP_POSITION ROWS IS NOT UNDER POSITION CONTROL AND ALWAYS
      *    HAS ROOM; A CONTROLLED DEPARTMENT HAS ROOM IN A GRADE WHILE
      *    ITS ACTIVE AND ON-LEAVE HEADCOUNT THERE IS UNDER THE
      *    APPROVED SLOTS, OR WHEN A HIRE OVER ESTABLISHMENT HAS BEEN
      *    APPROVED FOR THIS EMPLOYEE (EMP_POS_EXCEPTION)
      ******************************************************************
       CREATE-POSITION-TABLES.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_POSITION
                (
                    POS_DEPT       NUMERIC(3,0) NOT NULL,
                    POS_GRADE      NUMERIC(2,0) NOT NULL,
                    POS_SLOTS      NUMERIC(4,0),
                    CONSTRAINT IPOS_0 PRIMARY KEY (POS_DEPT, POS_GRADE)
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                    CREATE TABLE IF NOT EXISTS EMP_POS_EXCEPTION
                    (
                        EMP_NO         NUMERIC(4,0) NOT NULL,
                        POS_DEPT       NUMERIC(3,0) NOT NULL,
                        POS_GRADE      NUMERIC(2,0) NOT NULL,
                        REQ_BY         CHAR(8),
                        APPR_BY        CHAR(8),
                        APPR_DATE      NUMERIC(8,0),
                        CONSTRAINT IPOSX_0 PRIMARY KEY
                            (EMP_NO, POS_DEPT, POS_GRADE)
                    )
               END-EXEC
           END-IF.

      *    CALLER SETS POS-EMP-NO, POS-DEPT AND POS-GRADE; POS-RESULT
      *    COMES BACK V, U, X, N OR E (SEE POSREC.CPY)
       CHECK-POSITION-VACANCY.
           MOVE  ZERO              TO   POS-DEPT-ROWS POS-SLOTS
                                        POS-FILLED POS-EXCEPTIONS.
           MOVE  "E"               TO   POS-RESULT.
           EXEC SQL
               SELECT COUNT(*) INTO :POS-DEPT-ROWS
                 FROM EMP_POSITION
                WHERE POS_DEPT = :POS-DEPT
           END-EXEC.
           IF  SQLCODE = ZERO
               IF  POS-DEPT-ROWS = ZERO
                   MOVE  "U"       TO   POS-RESULT
               ELSE
                   EXEC SQL
                       SELECT COALESCE(SUM(POS_SLOTS), 0)
                         INTO :POS-SLOTS
                         FROM EMP_POSITION
                        WHERE POS_DEPT  = :POS-DEPT
                          AND POS_GRADE = :POS-GRADE
                   END-EXEC
                   IF  SQLCODE = ZERO
                       EXEC SQL
                           SELECT COUNT(*) INTO :POS-FILLED
                             FROM EMP
                            WHERE EMP_DEPT = :POS-DEPT
                              AND COALESCE(EMP_GRADE, 0) = :POS-GRADE
                              AND COALESCE(EMP_STATUS, 'A') <> 'T'
                              AND EMP_NO <> :POS-EMP-NO
                       END-EXEC
                   END-IF
                   IF  SQLCODE = ZERO
                       IF  POS-FILLED < POS-SLOTS
                           MOVE  "V"   TO   POS-RESULT
                       ELSE
                           EXEC SQL
                               SELECT COUNT(*) INTO :POS-EXCEPTIONS
                                 FROM EMP_POS_EXCEPTION
                                WHERE EMP_NO    = :POS-EMP-NO
                                  AND POS_DEPT  = :POS-DEPT
                                  AND POS_GRADE = :POS-GRADE
                           END-EXEC
                           IF  SQLCODE = ZERO
                               IF  POS-EXCEPTIONS > ZERO
                                   MOVE  "X"   TO   POS-RESULT
                               ELSE
                                   MOVE  "N"   TO   POS-RESULT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
