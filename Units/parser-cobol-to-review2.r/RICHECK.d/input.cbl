      *  RICHECK --- referential-integrity reconciliation across EMP,
      *              DEPT and EMP_HISTORY: employees whose EMP_DEPT
      *              exists in no DEPT row, departments whose manager
      *              EMP_NO is not a real employee, history images
      *              pointing at an EMP_NO no longer on EMP, and
      *              EMP_DEPENDENT rows hung off an employee who is
      *              missing or terminated -- and, since the group
      *              companies share the tables, employees filed in a
      *              department that belongs to another company.
      *              Every orphan is listed
      *              with its key on RICHECK.RPT and
      *              the run returns a WARN condition code, so a
      *              phantom department shows on OPSTATUS the morning
      *              after a reseed instead of on a report subtotal.
           05  WS-EMP-ORPHANS      PIC  9(06) VALUE ZERO.
           05  WS-MGR-ORPHANS      PIC  9(06) VALUE ZERO.
           05  WS-HIST-ORPHANS     PIC  9(06) VALUE ZERO.
           05  WS-DEPN-ORPHANS     PIC  9(06) VALUE ZERO.
           05  WS-CO-ORPHANS       PIC  9(06) VALUE ZERO.
       01  WS-ORPHANS-TOTAL        PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
           05  DEPT-NO             PIC  9(03).
           05  DEPT-NAME           PIC  X(30).
           05  DEPT-MGR-NO         PIC S9(04).
           05  DEPT-COMPANY        PIC  X(02).
       01  HIST-EMP-NO             PIC S9(04).
       01  HIST-CHG-DATE           PIC  9(08).
       01  HIST-CHG-TIME           PIC  9(08).
           COPY "DEPNREC.CPY".
      *    STATUS OF THE DEPENDENT'S EMPLOYEE -- SPACE WHEN THERE IS
      *    NO EMP ROW AT ALL
       01  DEPN-OWNER-STATUS       PIC  X.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM CHECK-EMP-DEPT-ORPHANS.
           PERFORM CHECK-DEPT-MGR-ORPHANS.
           PERFORM CHECK-HISTORY-ORPHANS.
           PERFORM CHECK-DEPENDENT-ORPHANS.
           PERFORM CHECK-COMPANY-CROSSOVERS.

           CLOSE RIRPT-FILE.
           EXEC SQL
           PERFORM DISCONNECT-FROM-DB.

           COMPUTE WS-ORPHANS-TOTAL =
                   WS-EMP-ORPHANS + WS-MGR-ORPHANS + WS-HIST-ORPHANS
                 + WS-DEPN-ORPHANS + WS-CO-ORPHANS.
           DISPLAY "*** RICHECK SUMMARY -- EMP->DEPT: "
                   WS-EMP-ORPHANS "  DEPT MGR->EMP: " WS-MGR-ORPHANS
                   "  HISTORY->EMP: " WS-HIST-ORPHANS
                   "  DEPENDENT->EMP: " WS-DEPN-ORPHANS
                   "  EMP->OTHER COMPANY DEPT: " WS-CO-ORPHANS " ***".
      *    ANY ORPHAN MAKES THE RUN A WARNING -- OPSTATUS AND THE
      *    ALERT QUEUE SEE IT THAT SAME CYCLE, NOT AT REPORT TIME
           IF  WS-ORPHANS-TOTAL NOT = ZERO
               CLOSE CRI3
           END-EXEC.

      ******************************************************************
       CHECK-DEPENDENT-ORPHANS.
      ******************************************************************
      *    DEPENDENTS STILL REGISTERED AGAINST AN EMPLOYEE WHO HAS LEFT
      *    OR IS NOT ON EMP AT ALL -- THE REGISTER MAY NOT EXIST YET ON
      *    A DATABASE THAT HAS NEVER HAD A DEPENDENT KEYED
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_DEPENDENT
                (
                    EMP_NO         NUMERIC(4,0) NOT NULL,
                    DEP_SEQ        NUMERIC(2,0) NOT NULL,
                    DEP_NAME       VARCHAR(60),
                    DEP_KANA       VARCHAR(60),
                    DEP_RELATION   CHAR(2),
                    DEP_BIRTHDATE  NUMERIC(8,0),
                    DEP_INCOME_OK  CHAR(1),
                    DEP_START_DATE NUMERIC(8,0),
                    DEP_END_DATE   NUMERIC(8,0),
                    CONSTRAINT IEDP_0 PRIMARY KEY (EMP_NO, DEP_SEQ)
                )
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               DECLARE CRI4 CURSOR FOR
               SELECT D.EMP_NO, D.DEP_SEQ, D.DEP_NAME,
                      COALESCE(E.EMP_STATUS, ' ')
                      FROM EMP_DEPENDENT D
                      LEFT JOIN EMP E
                             ON E.EMP_NO = D.EMP_NO
                      WHERE E.EMP_NO IS NULL
                         OR COALESCE(E.EMP_STATUS, 'A') = 'T'
                      ORDER BY D.EMP_NO, D.DEP_SEQ
           END-EXEC.
           EXEC SQL
               OPEN CRI4
           END-EXEC.
           EXEC SQL
               FETCH CRI4 INTO :DEPN-EMP-NO, :DEPN-SEQ, :DEPN-NAME,
                               :DEPN-OWNER-STATUS
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-DEPN-ORPHANS
               MOVE  SPACES         TO   RIRPT-REC
               MOVE  "DEPN-EMP"     TO   RI-CHECK
               MOVE  SPACES         TO   RI-KEY
               STRING "EMP " DEPN-EMP-NO
                   DELIMITED BY SIZE INTO RI-KEY
               MOVE  SPACES         TO   RI-DETAIL
               IF  DEPN-OWNER-STATUS = SPACE
                   STRING "DEPENDENT " DEPN-SEQ " NO EMP ROW: "
                          DEPN-NAME
                       DELIMITED BY SIZE INTO RI-DETAIL
               ELSE
                   STRING "DEPENDENT " DEPN-SEQ " EMP TERMINATED: "
                          DEPN-NAME
                       DELIMITED BY SIZE INTO RI-DETAIL
               END-IF
               WRITE RIRPT-REC
               EXEC SQL
                   FETCH CRI4 INTO :DEPN-EMP-NO, :DEPN-SEQ, :DEPN-NAME,
                                   :DEPN-OWNER-STATUS
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CRI4
           END-EXEC.

      ******************************************************************
       CHECK-COMPANY-CROSSOVERS.
      ******************************************************************
      *    EMPLOYEES OF ONE GROUP COMPANY FILED IN A DEPARTMENT OF
      *    ANOTHER -- THEIR PAY WOULD POST TO THE WRONG COMPANY'S
      *    DEPARTMENT TOTALS
           EXEC SQL
               DECLARE CRI5 CURSOR FOR
               SELECT E.EMP_NO, E.EMP_DEPT, E.COMPANY_CD, D.COMPANY_CD
                      FROM EMP E, DEPT D
                      WHERE D.DEPT_NO = E.EMP_DEPT
                        AND D.COMPANY_CD <> E.COMPANY_CD
                      ORDER BY E.EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN CRI5
           END-EXEC.
           EXEC SQL
               FETCH CRI5 INTO :EMP-NO, :EMP-DEPT, :EMP-COMPANY,
                               :DEPT-COMPANY
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-CO-ORPHANS
               MOVE  SPACES         TO   RIRPT-REC
               MOVE  "EMP-COMPANY"  TO   RI-CHECK
               MOVE  SPACES         TO   RI-KEY
               STRING "EMP " EMP-NO
                   DELIMITED BY SIZE INTO RI-KEY
               MOVE  SPACES         TO   RI-DETAIL
               STRING "COMPANY " EMP-COMPANY " BUT EMP_DEPT "
                      EMP-DEPT " BELONGS TO COMPANY " DEPT-COMPANY
                   DELIMITED BY SIZE INTO RI-DETAIL
               WRITE RIRPT-REC
               EXEC SQL
                   FETCH CRI5 INTO :EMP-NO, :EMP-DEPT, :EMP-COMPANY,
                                   :DEPT-COMPANY
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.
           EXEC SQL
               CLOSE CRI5
           END-EXEC.

      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
