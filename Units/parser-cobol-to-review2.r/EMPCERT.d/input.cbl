      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  EMPCERT --- certificate of employment on demand: one
      *              certificate per request card on CERTREQ.DAT
      *              (EMP_NO, type E = employment only or S = with
      *              salary, number of copies, purpose), printed from
      *              the EMP row -- name, department, the hire date as
      *              keyed, still employed or the date of leaving --
      *              and, for type S, the gross paid in each of the
      *              last twelve periods on the pay archive
      *              (PAYARCH.DAT) with their total and average.
      *              Spooled through VIRTUAL-PRINTER over the
      *              CERTOVLY.DAT forms overlay, which carries the
      *              company heading, the attestation and the box for
      *              the company seal.  Every certificate is numbered
      *              and recorded on the issuance register
      *              (CERTREG.DAT) with what it certified, so a bank
      *              or embassy enquiry can be answered later.  Cards
      *              that cannot be honoured stay on CERTREQ.DAT for
      *              correction; the rest are consumed with the run.
      *              Each group company issues on its own cards, its
      *              own register and its own overlay (the heading and
      *              seal are the employing company's), and only for
      *              its own staff.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EMPCERT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    REQUEST CARDS, ONE CERTIFICATE EACH
           SELECT CERTREQ-FILE     ASSIGN TO DYNAMIC WS-CERTREQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTREQ-STATUS.
      *    ISSUANCE REGISTER -- ONE RECORD PER CERTIFICATE NUMBER,
      *    APPENDED; THE NEXT NUMBER FOLLOWS THE HIGHEST ON IT
           SELECT CERTREG-FILE     ASSIGN TO DYNAMIC WS-CERTREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTREG-STATUS.
      *    THE PERIOD-KEYED ARCHIVE EMPPAYX RETAINS AT EXTRACT TIME
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CERTREQ-FILE.
       01  CERTREQ-REC.
           05  CQ-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X.
      *    E = EMPLOYMENT ONLY, S = WITH SALARY
           05  CQ-TYPE             PIC  X.
           05  FILLER              PIC  X.
      *    BLANK = ONE COPY
           05  CQ-COPIES           PIC  X(02).
           05  FILLER              PIC  X.
           05  CQ-PURPOSE          PIC  X(40).
           05  FILLER              PIC  X(30).

       FD  CERTREG-FILE.
       01  CERTREG-REC.
           05  CR-CERT-NO          PIC  9(06).
           05  FILLER              PIC  X.
           05  CR-ISSUE-DATE       PIC  9(08).
           05  FILLER              PIC  X.
           05  CR-ISSUE-TIME       PIC  9(08).
           05  FILLER              PIC  X.
           05  CR-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  CR-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  CR-COPIES           PIC  9(02).
           05  FILLER              PIC  X.
      *    THE FACTS CERTIFIED -- HIRE DATE, LEAVING DATE (ZERO =
      *    STILL EMPLOYED) AND, FOR TYPE S, THE PERIODS AND GROSS
           05  CR-HIRE-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  CR-TERM-DATE        PIC  9(08).
           05  FILLER              PIC  X.
           05  CR-MONTHS           PIC  9(02).
           05  FILLER              PIC  X.
           05  CR-FIRST-PERIOD     PIC  9(06).
           05  FILLER              PIC  X.
           05  CR-LAST-PERIOD      PIC  9(06).
           05  FILLER              PIC  X.
           05  CR-TOTAL-GROSS      PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  CR-PURPOSE          PIC  X(40).

       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  FILLER              PIC  X.
           05  PA6-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X.
           05  PA6-EMP-NAME        PIC  X(60).
           05  FILLER              PIC  X.
           05  PA6-GROSS           PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-DED             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  PA6-NET             PIC S9(09)V9(02)
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "EMPCERT".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-CERTREQ-STATUS       PIC  X(02).
           88  WS-CERTREQ-OK       VALUE "00".
           88  WS-CERTREQ-EOF      VALUE "10".
       01  WS-CERTREG-STATUS       PIC  X(02).
           88  WS-CERTREG-OK       VALUE "00".
           88  WS-CERTREG-EOF      VALUE "10".
           88  WS-CERTREG-NEW      VALUE "35".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
      *    THE CARD BEING WORKED, CHECKED
       01  WS-REQ-EMP-NO           PIC  9(04).
       01  WS-REQ-EMP-NO-X         REDEFINES WS-REQ-EMP-NO
                                   PIC  X(04).
       01  WS-REQ-TYPE             PIC  X.
           88  WS-REQ-SALARY       VALUE "S".
           88  WS-REQ-VALID-TYPE   VALUE "E" "S".
       01  WS-REQ-COPIES           PIC  9(02).
       01  WS-REQ-COPIES-X         REDEFINES WS-REQ-COPIES
                                   PIC  X(02).
       01  WS-REJECT-REASON        PIC  X(50).
      *    CARDS NOT HONOURED -- WRITTEN BACK TO CERTREQ.DAT
       01  WS-REJ-TABLE.
           05  WS-REJ-CNT          PIC  9(03) VALUE ZERO.
           05  WS-REJ-CARD         OCCURS 200 PIC X(80).
       01  WS-REJ-IDX              PIC  9(03).
      *    CERTIFICATE NUMBERING OFF THE REGISTER
       01  WS-LAST-CERT-NO         PIC  9(06) VALUE ZERO.
       01  WS-CERT-NO              PIC  9(06).
      *    THE LAST TWELVE ARCHIVED PERIODS OF THE EMPLOYEE, OLDEST
      *    FIRST; A RE-ARCHIVED PERIOD REPLACES ITS EARLIER IMAGE
       01  WS-PAY-TABLE.
           05  WS-PAY-CNT          PIC  9(02) VALUE ZERO.
           05  WS-PAY-ENTRY        OCCURS 12.
               10  WS-PY-PERIOD    PIC  9(06).
               10  WS-PY-GROSS     PIC S9(09)V9(02).
       01  WS-PAY-IDX              PIC  9(02).
       01  WS-PAY-HIT              PIC  9(02).
       01  WS-PAY-MOVE             PIC  9(02).
       01  WS-PAY-RIGHT            PIC  9(02).
       01  WS-PAY-TOTAL            PIC S9(11)V9(02).
       01  WS-PAY-AVERAGE          PIC S9(09)V9(02).
      *    THE CERTIFICATE BODY -- THE SIXTEEN LINES INSIDE THE
      *    OVERLAY'S FRAME, BELOW ITS HEADING AND ABOVE ITS
      *    ATTESTATION AND SEAL BOX
       01  WS-CERT-BODY.
           05  WS-BODY-LINE        OCCURS 16 PIC X(80).
       01  WS-BODY-IDX             PIC  9(02).
       01  WS-COPY-NO              PIC  9(02).
       01  WS-FORM-LINE            PIC  9(02).
       01  WS-EMPLOYED-TEXT        PIC  X(40).
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  D-ISSUE-DATE            PIC  9999/99/99.
       01  D-PERIOD                PIC  9999/99.
       01  D-PERIOD-2              PIC  9999/99.
       01  D-AMOUNT                PIC  ---,---,--9.
       01  D-AMOUNT-2              PIC  ---,---,--9.
       01  D-TOTAL                 PIC  -,---,---,--9.
       01  D-COPIES                PIC  Z9.
       01  D-COPY-NO               PIC  Z9.
       01  D-MONTHS                PIC  Z9.
       01  WS-RUN-COUNTS.
           05  WS-CARDS-READ       PIC  9(04) VALUE ZERO.
           05  WS-CERTS-ISSUED     PIC  9(06) VALUE ZERO.
           05  WS-CARDS-REJECTED   PIC  9(04) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-CERTREQ-NAME         PIC  X(40) VALUE "CERTREQ.DAT".
       01  WS-CERTREG-NAME         PIC  X(40) VALUE "CERTREG.DAT".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./empcert.dat".
       01  WS-OVLY-NAME            PIC  X(40) VALUE "CERTOVLY.DAT".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- SAME LAYOUT AS
      *    EMPSLIP, WHOSE FORMS-OVERLAY USE THIS FOLLOWS
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EMPCERT STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   D-ISSUE-DATE.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPCERT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CERTREQ-FILE.
           IF  NOT WS-CERTREQ-OK
               DISPLAY "*** EMPCERT: NO REQUEST CARDS (CERTREQ.DAT "
                       "STATUS " WS-CERTREQ-STATUS ") -- NOTHING "
                       "TO ISSUE ***"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 0                TO   RETURN-CODE
               GOBACK
           END-IF.

      *    A CERTIFICATE THAT CANNOT BE REGISTERED IS NOT ISSUED --
      *    THE REGISTER IS READY BEFORE ANYTHING PRINTS
           PERFORM FIND-LAST-CERT-NO.
           OPEN EXTEND CERTREG-FILE.
           IF  WS-CERTREG-NEW
               OPEN OUTPUT CERTREG-FILE
           END-IF.
           IF  NOT WS-CERTREG-OK
               DISPLAY "*** EMPCERT: UNABLE TO OPEN CERTREG.DAT, "
                       "STATUS " WS-CERTREG-STATUS " -- NO "
                       "CERTIFICATES ISSUED ***"
               CLOSE CERTREQ-FILE
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               CLOSE CERTREQ-FILE
               CLOSE CERTREG-FILE
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CERTIFICATE-SPOOL.
           PERFORM UNTIL WS-CERTREQ-EOF
               READ CERTREQ-FILE
                   AT END
                       SET WS-CERTREQ-EOF TO TRUE
                   NOT AT END
                       ADD  1       TO   WS-CARDS-READ
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE CERTREQ-FILE.
           CLOSE CERTREG-FILE.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.

      *    HONOURED CARDS ARE CONSUMED WITH THE RUN SO A RERUN DOES
      *    NOT ISSUE THEM AGAIN; REFUSED ONES STAY FOR CORRECTION
           PERFORM REWRITE-REQUEST-CARDS.

           DISPLAY "*** EMPCERT FINISHED -- " WS-CARDS-READ
                   " CARD(S), " WS-CERTS-ISSUED
                   " CERTIFICATE(S) ISSUED, " WS-CARDS-REJECTED
                   " REFUSED ***".
           IF  WS-CARDS-REJECTED NOT = ZERO
           AND WS-AUDIT-STATUS = "OK"
               MOVE "WARN"           TO   WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE WS-AUDIT-STATUS
               WHEN "OK"
                   MOVE 0            TO   RETURN-CODE
               WHEN "WARN"
                   MOVE 4            TO   RETURN-CODE
               WHEN OTHER
                   MOVE 8            TO   RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
       FIND-LAST-CERT-NO.
      ******************************************************************
      *    NO REGISTER YET MEANS THE FIRST CERTIFICATE IS NUMBER 1
           MOVE  ZERO               TO   WS-LAST-CERT-NO.
           OPEN INPUT CERTREG-FILE.
           IF  WS-CERTREG-OK
               PERFORM UNTIL WS-CERTREG-EOF
                   READ CERTREG-FILE
                       AT END
                           SET WS-CERTREG-EOF TO TRUE
                       NOT AT END
                           IF  CR-CERT-NO NUMERIC
                           AND CR-CERT-NO > WS-LAST-CERT-NO
                               MOVE  CR-CERT-NO  TO  WS-LAST-CERT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTREG-FILE
           END-IF.

      ******************************************************************
       OPEN-CERTIFICATE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
      *    THE HEADING, ATTESTATION AND SEAL BOX COME FROM THE
      *    OVERLAY TEMPLATE, AS THE PAY SLIP'S DO (SEE EMPSLIP)
           MOVE  WS-OVLY-NAME       TO   PA-OVERLAY.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.

      ******************************************************************
       PROCESS-ONE-REQUEST.
      ******************************************************************
           MOVE  SPACES             TO   WS-REJECT-REASON.
           PERFORM CHECK-REQUEST-CARD.
           IF  WS-REJECT-REASON = SPACES
               PERFORM FETCH-EMPLOYEE
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               MOVE  ZERO           TO   WS-PAY-CNT
               MOVE  ZERO           TO   WS-PAY-TOTAL
               IF  WS-REQ-SALARY
                   PERFORM LOAD-PAY-HISTORY
               END-IF
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               PERFORM ISSUE-CERTIFICATE
           ELSE
               ADD  1               TO   WS-CARDS-REJECTED
               DISPLAY "*** EMPCERT: CARD " WS-CARDS-READ " (EMP_NO "
                       CQ-EMP-NO ") REFUSED -- " WS-REJECT-REASON
                       " ***"
               IF  WS-REJ-CNT < 200
                   ADD  1           TO   WS-REJ-CNT
                   MOVE  CERTREQ-REC     TO   WS-REJ-CARD(WS-REJ-CNT)
               END-IF
           END-IF.

      ******************************************************************
       CHECK-REQUEST-CARD.
      ******************************************************************
           MOVE  CQ-EMP-NO          TO   WS-REQ-EMP-NO-X.
           MOVE  CQ-TYPE            TO   WS-REQ-TYPE.
           IF  CQ-COPIES = SPACES
               MOVE  1              TO   WS-REQ-COPIES
           ELSE
               MOVE  CQ-COPIES      TO   WS-REQ-COPIES-X
           END-IF.
           EVALUATE TRUE
               WHEN WS-REQ-EMP-NO NOT NUMERIC
                   MOVE  "EMP_NO NOT NUMERIC"
                                    TO   WS-REJECT-REASON
               WHEN NOT WS-REQ-VALID-TYPE
                   MOVE  "TYPE MUST BE E (EMPLOYMENT) OR S (SALARY)"
                                    TO   WS-REJECT-REASON
               WHEN WS-REQ-COPIES NOT NUMERIC
                 OR WS-REQ-COPIES = ZERO
                   MOVE  "COPIES MUST BE 01-99"
                                    TO   WS-REJECT-REASON
               WHEN CQ-PURPOSE = SPACES
                   MOVE  "PURPOSE NOT GIVEN"
                                    TO   WS-REJECT-REASON
           END-EVALUATE.

      ******************************************************************
       FETCH-EMPLOYEE.
      ******************************************************************
      *    THE HIRE DATE IS CERTIFIED AS KEYED ON EMP -- ONE THAT WAS
      *    NEVER KEYED IS NOT GUESSED AT
           MOVE  WS-REQ-EMP-NO      TO   EMP-NO.
           EXEC SQL
               SELECT EMP_NAME,
                      COALESCE(EMP_DEPT, 0),
                      COALESCE(EMP_HIRE_DATE, 0),
                      COALESCE(EMP_TERM_DATE, 0),
                      COALESCE(EMP_STATUS, 'A')
                 INTO :EMP-NAME, :EMP-DEPT, :EMP-HIRE-DATE,
                      :EMP-TERM-DATE, :EMP-STATUS
                 FROM EMP
                WHERE EMP_NO = :EMP-NO
                  AND COMPANY_CD = :RUN-COMPANY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  "NO SUCH EMPLOYEE"
                                    TO   WS-REJECT-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "FAIL"      TO   WS-AUDIT-STATUS
                   MOVE  "EMP TABLE NOT READABLE"
                                    TO   WS-REJECT-REASON
               WHEN EMP-NAME = "PURGED"
                   MOVE  "PERSONAL DATA PURGED -- NOTHING TO CERTIFY"
                                    TO   WS-REJECT-REASON
               WHEN EMP-HIRE-DATE = ZERO
                   MOVE  "HIRE DATE NOT RECORDED -- KEY IT ON EMPMAINT"
                                    TO   WS-REJECT-REASON
               WHEN EMP-STATUS = "T" AND EMP-TERM-DATE = ZERO
                   MOVE  "LEAVER WITH NO TERMINATION DATE KEYED"
                                    TO   WS-REJECT-REASON
           END-EVALUATE.

      ******************************************************************
       LOAD-PAY-HISTORY.
      ******************************************************************
      *    EVERY ARCHIVED PERIOD OF THE EMPLOYEE, KEEPING THE LATEST
      *    TWELVE -- A LEAVER'S ARE THE TWELVE BEFORE THEY LEFT
           OPEN INPUT PARCH-FILE.
           IF  WS-PARCH-OK
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                           AND PA6-EMP-NO = WS-REQ-EMP-NO
                               PERFORM NOTE-PAY-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           END-IF.
           MOVE  "00"               TO   WS-PARCH-STATUS.
           IF  WS-PAY-CNT = ZERO
               MOVE  "NO PAY ON THE ARCHIVE FOR A SALARY CERTIFICATE"
                                    TO   WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                       UNTIL WS-PAY-IDX > WS-PAY-CNT
                   ADD  WS-PY-GROSS(WS-PAY-IDX)  TO   WS-PAY-TOTAL
               END-PERFORM
               COMPUTE WS-PAY-AVERAGE ROUNDED
                     = WS-PAY-TOTAL / WS-PAY-CNT
           END-IF.

      ******************************************************************
       NOTE-PAY-PERIOD.
      ******************************************************************
           MOVE  ZERO               TO   WS-PAY-HIT.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-CNT
                      OR WS-PAY-HIT > ZERO
               IF  WS-PY-PERIOD(WS-PAY-IDX) = PA6-PERIOD
                   MOVE  WS-PAY-IDX TO   WS-PAY-HIT
               END-IF
           END-PERFORM.
           IF  WS-PAY-HIT > ZERO
               MOVE  PA6-GROSS      TO   WS-PY-GROSS(WS-PAY-HIT)
           ELSE
      *        A FULL TABLE GIVES UP ITS OLDEST PERIOD TO A LATER ONE;
      *        AN EARLIER ONE IS NOT AMONG THE LAST TWELVE
               IF  WS-PAY-CNT = 12
               AND PA6-PERIOD > WS-PY-PERIOD(1)
                   PERFORM VARYING WS-PAY-MOVE FROM 1 BY 1
                           UNTIL WS-PAY-MOVE > 11
                       MOVE  WS-PAY-ENTRY(WS-PAY-MOVE + 1)
                                    TO   WS-PAY-ENTRY(WS-PAY-MOVE)
                   END-PERFORM
                   MOVE  11         TO   WS-PAY-CNT
               END-IF
               IF  WS-PAY-CNT < 12
                   PERFORM INSERT-PAY-PERIOD
               END-IF
           END-IF.

      ******************************************************************
       INSERT-PAY-PERIOD.
      ******************************************************************
      *    SLOTTED IN PERIOD ORDER
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-CNT
                      OR WS-PY-PERIOD(WS-PAY-IDX) > PA6-PERIOD
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-PAY-MOVE FROM WS-PAY-CNT BY -1
                   UNTIL WS-PAY-MOVE < WS-PAY-IDX
               MOVE  WS-PAY-ENTRY(WS-PAY-MOVE)
                                    TO   WS-PAY-ENTRY(WS-PAY-MOVE + 1)
           END-PERFORM.
           ADD  1                   TO   WS-PAY-CNT.
           MOVE  PA6-PERIOD         TO   WS-PY-PERIOD(WS-PAY-IDX).
           MOVE  PA6-GROSS          TO   WS-PY-GROSS(WS-PAY-IDX).

      ******************************************************************
       ISSUE-CERTIFICATE.
      ******************************************************************
           ADD  1                   TO   WS-LAST-CERT-NO.
           MOVE  WS-LAST-CERT-NO    TO   WS-CERT-NO.
           PERFORM BUILD-CERTIFICATE-BODY.
           PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                   UNTIL WS-COPY-NO > WS-REQ-COPIES
               PERFORM PRINT-ONE-CERTIFICATE
           END-PERFORM.
           PERFORM WRITE-REGISTER-ENTRY.
           ADD  1                   TO   WS-CERTS-ISSUED.
           DISPLAY "*** EMPCERT: CERTIFICATE " WS-CERT-NO
                   " ISSUED -- EMP_NO " WS-REQ-EMP-NO " TYPE "
                   WS-REQ-TYPE ", " WS-REQ-COPIES " COPY(S) ***".

      ******************************************************************
       BUILD-CERTIFICATE-BODY.
      ******************************************************************
      *    LINES START IN COLUMN 4 AND STOP SHORT OF COLUMN 80 SO THE
      *    OVERLAY'S FRAME SHOWS ON BOTH SIDES
           MOVE  SPACES             TO   WS-CERT-BODY.
           STRING "   CERTIFICATE NO. " WS-CERT-NO
               DELIMITED BY SIZE INTO WS-BODY-LINE(1).
           STRING "DATE OF ISSUE  " D-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-BODY-LINE(1)(50:25).
           STRING "   NAME            " EMP-NAME
               DELIMITED BY SIZE INTO WS-BODY-LINE(3).
           STRING "   EMPLOYEE NO.    " WS-REQ-EMP-NO
                  "               DEPARTMENT  " EMP-DEPT
               DELIMITED BY SIZE INTO WS-BODY-LINE(4).
           MOVE  EMP-HIRE-DATE      TO   D-DATE.
           STRING "   DATE HIRED      " D-DATE
               DELIMITED BY SIZE INTO WS-BODY-LINE(5).
           MOVE  SPACES             TO   WS-EMPLOYED-TEXT.
           IF  EMP-STATUS = "T"
               MOVE  EMP-TERM-DATE  TO   D-DATE-2
               STRING "FROM " D-DATE " TO " D-DATE-2
                   DELIMITED BY SIZE INTO WS-EMPLOYED-TEXT
           ELSE
               STRING "FROM " D-DATE " TO THE PRESENT"
                   DELIMITED BY SIZE INTO WS-EMPLOYED-TEXT
           END-IF.
           STRING "   EMPLOYED        " WS-EMPLOYED-TEXT
               DELIMITED BY SIZE INTO WS-BODY-LINE(6).
           STRING "   PURPOSE         " CQ-PURPOSE
               DELIMITED BY SIZE INTO WS-BODY-LINE(7).
           IF  WS-REQ-SALARY
               PERFORM BUILD-SALARY-LINES
           END-IF.

      ******************************************************************
       BUILD-SALARY-LINES.
      ******************************************************************
      *    THE PERIODS TWO COLUMNS DEEP, OLDEST FIRST -- THE FIRST SIX
      *    DOWN THE LEFT, THE REST DOWN THE RIGHT
           MOVE  WS-PAY-CNT         TO   D-MONTHS.
           STRING "   GROSS PAY IN THE LAST " D-MONTHS
                  " PAY PERIOD(S) ON RECORD"
               DELIMITED BY SIZE INTO WS-BODY-LINE(9).
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > 6
                      OR WS-PAY-IDX > WS-PAY-CNT
               MOVE  WS-PY-PERIOD(WS-PAY-IDX)   TO   D-PERIOD
               MOVE  WS-PY-GROSS(WS-PAY-IDX)    TO   D-AMOUNT
               COMPUTE WS-BODY-IDX = WS-PAY-IDX + 9
               STRING "      " D-PERIOD "  " D-AMOUNT
                   DELIMITED BY SIZE INTO WS-BODY-LINE(WS-BODY-IDX)
               COMPUTE WS-PAY-RIGHT = WS-PAY-IDX + 6
               IF  WS-PAY-RIGHT NOT > WS-PAY-CNT
                   MOVE  WS-PY-PERIOD(WS-PAY-RIGHT)  TO   D-PERIOD-2
                   MOVE  WS-PY-GROSS(WS-PAY-RIGHT)   TO   D-AMOUNT-2
                   STRING D-PERIOD-2 "  " D-AMOUNT-2
                       DELIMITED BY SIZE
                       INTO WS-BODY-LINE(WS-BODY-IDX)(40:20)
               END-IF
           END-PERFORM.
           MOVE  WS-PAY-TOTAL       TO   D-TOTAL.
           MOVE  WS-PAY-AVERAGE     TO   D-AMOUNT.
           STRING "   TOTAL  " D-TOTAL "      MONTHLY AVERAGE  "
                  D-AMOUNT
               DELIMITED BY SIZE INTO WS-BODY-LINE(16).

      ******************************************************************
       PRINT-ONE-CERTIFICATE.
      ******************************************************************
      *    THE WHOLE FORM IS PRINTED LINE FOR LINE -- BLANK LINES
      *    WHERE THE OVERLAY ALONE SHOWS (HEADING ROWS 1-4, THE
      *    ATTESTATION AND SEAL BOX ROWS 21-29), THE BODY IN 5-20
           MOVE  WS-REQ-COPIES      TO   D-COPIES.
           MOVE  WS-COPY-NO         TO   D-COPY-NO.
           MOVE  SPACES             TO   WS-BODY-LINE(2).
           IF  WS-REQ-COPIES > 1
               STRING "   COPY " D-COPY-NO " OF " D-COPIES
                   DELIMITED BY SIZE INTO WS-BODY-LINE(2)
           END-IF.
           PERFORM VARYING WS-FORM-LINE FROM 1 BY 1
                   UNTIL WS-FORM-LINE > 29
               IF  WS-FORM-LINE > 4 AND WS-FORM-LINE < 21
                   COMPUTE WS-BODY-IDX = WS-FORM-LINE - 4
                   MOVE  WS-BODY-LINE(WS-BODY-IDX)  TO   PA-BUFFER
               ELSE
                   MOVE  SPACES     TO   PA-BUFFER
               END-IF
               PERFORM PRINT-A-LINE
           END-PERFORM.
      *    EJECT -- EVERY COPY IS ITS OWN SHEET
           PERFORM PRINT-PAGE-EJECT.

      ******************************************************************
       WRITE-REGISTER-ENTRY.
      ******************************************************************
           MOVE  SPACES             TO   CERTREG-REC.
           MOVE  WS-CERT-NO         TO   CR-CERT-NO.
           MOVE  WS-AUDIT-START-DATE     TO   CR-ISSUE-DATE.
           MOVE  WS-AUDIT-START-TIME     TO   CR-ISSUE-TIME.
           MOVE  WS-REQ-EMP-NO      TO   CR-EMP-NO.
           MOVE  WS-REQ-TYPE        TO   CR-TYPE.
           MOVE  WS-REQ-COPIES      TO   CR-COPIES.
           MOVE  EMP-HIRE-DATE      TO   CR-HIRE-DATE.
           IF  EMP-STATUS = "T"
               MOVE  EMP-TERM-DATE  TO   CR-TERM-DATE
           ELSE
               MOVE  ZERO           TO   CR-TERM-DATE
           END-IF.
           MOVE  WS-PAY-CNT         TO   CR-MONTHS.
           IF  WS-PAY-CNT > ZERO
               MOVE  WS-PY-PERIOD(1)     TO   CR-FIRST-PERIOD
               MOVE  WS-PY-PERIOD(WS-PAY-CNT)
                                    TO   CR-LAST-PERIOD
           ELSE
               MOVE  ZERO           TO   CR-FIRST-PERIOD
                                         CR-LAST-PERIOD
           END-IF.
           MOVE  WS-PAY-TOTAL       TO   CR-TOTAL-GROSS.
           MOVE  CQ-PURPOSE         TO   CR-PURPOSE.
           WRITE CERTREG-REC.
           IF  NOT WS-CERTREG-OK
               DISPLAY "*** EMPCERT: CERTIFICATE " WS-CERT-NO
                       " NOT RECORDED ON CERTREG.DAT, STATUS "
                       WS-CERTREG-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
       REWRITE-REQUEST-CARDS.
      ******************************************************************
           OPEN OUTPUT CERTREQ-FILE.
           IF  WS-CERTREQ-OK
               PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                       UNTIL WS-REJ-IDX > WS-REJ-CNT
                   MOVE  WS-REJ-CARD(WS-REJ-IDX)  TO   CERTREQ-REC
                   WRITE CERTREQ-REC
               END-PERFORM
               CLOSE CERTREQ-FILE
           ELSE
               DISPLAY "*** EMPCERT: UNABLE TO CLEAR CERTREQ.DAT, "
                       "STATUS " WS-CERTREQ-STATUS " ***"
           END-IF.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       PRINT-PAGE-EJECT.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "PAGE"             TO   PA-WHAT.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
           MOVE  "LINES"            TO   PA-WHAT.
      ******************************************************************
       LOAD-CONFIG-SETTINGS.
      ******************************************************************
           MOVE  "testdb"          TO   DBNAME.
           MOVE  "postgres"        TO   USERNAME.
           MOVE  SPACE             TO   PASSWD.
           MOVE  "DB-NAME"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   DBNAME
           END-IF.
           MOVE  "DB-USER"         TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:30)  TO   USERNAME
           END-IF.
           MOVE  "DB-PASSWD"       TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
           MOVE  SPACES            TO   WS-CFG-VALUE.
           CALL "CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                WS-CFG-STATUS.
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           CALL "ERRLOG" USING WS-PROGRAM-NAME, SQLCODE, SQLSTATE,
                                SQLERRMC, WS-ERR-ACTION.
      ******************************************************************
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
               DISPLAY "*** EMPCERT: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-CERTREQ-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-CERTREQ-NAME
               MOVE  WS-CERTREG-NAME TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-CERTREG-NAME
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-SPOOL-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SPOOL-NAME
               MOVE  WS-OVLY-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-OVLY-NAME
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
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-CERTS-ISSUED, WS-AUDIT-STATUS.
      ******************************************************************
