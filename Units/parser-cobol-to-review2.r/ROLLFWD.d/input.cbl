      *              and skipped, and the run goes WARN for review.
      *              (A ROW DELETE WRITES NO IMAGE, SO DELETES SINCE
      *              THE BACKUP STILL NEED THE EMPTRAN.RPT TRAIL.)
      *              A re-inserted employee goes back to the company
      *              the image was taken under.  A rehearsal run
      *              (REHEARSAL-MODE on SHOPCNFG.DAT) rolls every update
      *              back instead of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "ROLLFWD".
           COPY "REHEARSE.CPY".
       01  WS-RFPRM-STATUS         PIC  X(02).
           88  WS-RFPRM-OK         VALUE "00".
       01  WS-RFRPT-STATUS         PIC  X(02).
           05  HIST-NEW-STEP       PIC  9(02).
           05  HIST-CHG-DATE       PIC  9(08).
           05  HIST-CHG-TIME       PIC  9(08).
      *    COMPANY THE EMPLOYEE BELONGED TO WHEN THE IMAGE WAS TAKEN
           05  HIST-COMPANY        PIC  X(02).
       01  CUR-NAME                PIC  X(60).
       01  CUR-SALARY              PIC S9(07)V9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
                      COALESCE(NEW_STATUS, ' '),
                      COALESCE(NEW_GRADE, 0),
                      COALESCE(NEW_STEP, 0),
                      CHG_DATE, CHG_TIME,
                      COALESCE(COMPANY_CD, '01')
                      FROM EMP_HISTORY
                      WHERE (CHG_DATE > :CUT-DATE)
                         OR (CHG_DATE = :CUT-DATE
                              :HIST-OLD-SALARY, :HIST-NEW-NAME,
                              :HIST-NEW-SALARY, :HIST-NEW-STATUS,
                              :HIST-NEW-GRADE, :HIST-NEW-STEP,
                              :HIST-CHG-DATE, :HIST-CHG-TIME,
                              :HIST-COMPANY
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               ADD  1               TO   WS-IMAGES-READ
                                  :HIST-NEW-SALARY,
                                  :HIST-NEW-STATUS,
                                  :HIST-NEW-GRADE, :HIST-NEW-STEP,
                                  :HIST-CHG-DATE, :HIST-CHG-TIME,
                                  :HIST-COMPANY
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
           EXEC SQL
               CLOSE CRF
           END-EXEC.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.
           CLOSE RFRPT-FILE.

           EXEC SQL
               INSERT INTO EMP
                      (EMP_NO, EMP_NAME, EMP_SALARY, EMP_STATUS,
                       EMP_GRADE, EMP_STEP, COMPANY_CD)
                      VALUES (:EMP-NO, :EMP-NAME, :EMP-SALARY,
                              :EMP-STATUS, :EMP-GRADE, :EMP-STEP,
                              :HIST-COMPANY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
