      *              point-in-time backup of the table instead of
      *              re-running INSERTTBL over whatever EMPSEED.DAT
      *              happens to contain.  EMPRELD is the matching
      *              reload.  A leaver past the personal-data
      *              retention period (PURGE-RETAIN-YEARS, as
      *              PDPURGE) goes into the backup with the personal
      *              fields blanked, so no generation cut after that
      *              point can bring them back.  The backup covers
      *              every company of the group, each row carrying
      *              its company code.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  UD-EMP-ACCT-TYPE    PIC  X.
           05  UD-EMP-ACCT-NO      PIC  X(07).
           05  UD-EMP-PAY-CCY      PIC  X(03).
           05  UD-EMP-COMPANY      PIC  X(02).
           05  FILLER              PIC  X(13).
       01  UNLD-TRAILER-REC        REDEFINES UNLD-REC.
           05  UT-REC-TYPE         PIC  X.
           05  UT-REC-COUNT        PIC  9(09).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-REC-COUNT            PIC  9(09) VALUE ZERO.
       01  WS-ROWS-UNLOADED        PIC  9(06) VALUE ZERO.
      *    YEARS A LEAVER'S PERSONAL DATA IS KEPT (PURGE-RETAIN-YEARS)
      *    AND THE TERMINATION DATE BEFORE WHICH IT IS NOT UNLOADED
       01  WS-RETAIN-YEARS         PIC  9(02) VALUE 7.
       01  WS-RETAIN-CUTOFF        PIC  9(08).
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
                      COALESCE(EMP_BRANCH_CODE, ''),
                      COALESCE(EMP_ACCT_TYPE, ''),
                      COALESCE(EMP_ACCT_NO, ''),
                      COALESCE(EMP_PAY_CCY, 'JPY'),
                      COALESCE(COMPANY_CD, '01')
                      FROM EMP
                      ORDER BY EMP_NO
           END-EXEC.
                              :EMP-BIRTHDATE, :EMP-GRADE, :EMP-STEP,
                              :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                              :EMP-ACCT-TYPE, :EMP-ACCT-NO,
                              :EMP-PAY-CCY, :EMP-COMPANY
           END-EXEC.
           PERFORM UNTIL SQLCODE = +100 OR SQLCODE < ZERO
               MOVE  SPACES         TO   UNLD-REC
               MOVE  EMP-ACCT-TYPE  TO   UD-EMP-ACCT-TYPE
               MOVE  EMP-ACCT-NO    TO   UD-EMP-ACCT-NO
               MOVE  EMP-PAY-CCY    TO   UD-EMP-PAY-CCY
               MOVE  EMP-COMPANY    TO   UD-EMP-COMPANY
               IF  EMP-STATUS = "T"
               AND EMP-TERM-DATE > ZERO
               AND EMP-TERM-DATE < WS-RETAIN-CUTOFF
                   MOVE  "PURGED"   TO   UD-EMP-NAME
                   MOVE  SPACES     TO   UD-EMP-KANA
                                         UD-EMP-BANK-CODE
                                         UD-EMP-BRANCH-CODE
                                         UD-EMP-ACCT-TYPE
                                         UD-EMP-ACCT-NO
                   MOVE  ZERO       TO   UD-EMP-BIRTHDATE
               END-IF
               WRITE UNLD-REC
               ADD  1               TO   WS-REC-COUNT
               ADD  1               TO   WS-ROWS-UNLOADED
                                  :EMP-GRADE, :EMP-STEP,
                                  :EMP-BANK-CODE, :EMP-BRANCH-CODE,
                                  :EMP-ACCT-TYPE, :EMP-ACCT-NO,
                                  :EMP-PAY-CCY, :EMP-COMPANY
               END-EXEC
           END-PERFORM.
           IF  SQLCODE < ZERO
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:10)  TO   PASSWD
           END-IF.
           MOVE  "PURGE-RETAIN-YEARS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
           AND WS-CFG-VALUE(1:2) > "00"
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-RETAIN-YEARS
           END-IF.
           COMPUTE WS-RETAIN-CUTOFF = WS-AUDIT-START-DATE
                                    - WS-RETAIN-YEARS * 10000.
      ******************************************************************
       GET-CONFIG-VALUE.
      ******************************************************************
