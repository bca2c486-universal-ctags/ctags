      *             break on the employee's department, subtotals,
      *             and a grand total, spooled through VIRTUAL-PRINTER
      *             for print-shop-quality output instead of a flat
      *             console dump.  Amounts are printed only as
      *             far as SALVIS clears the EMPRPT recipients on
      *             DISTMTRX.DAT: in full, as department subtotals
      *             and the grand total only, or not at all.  It
      *             lists the run company's employees only, onto that
      *             company's copy of the summary spool
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       01  WS-EXCH-RATE            PIC  9(04)V9(06) VALUE 1.
       01  WS-EXCH-DATE            PIC  9(08) VALUE ZERO.
       01  WS-CONV-SALARY          PIC S9(09)V9(02) VALUE ZERO.
      *    SALARY VISIBILITY FOR THE RECIPIENTS, AS SALVIS DECIDED IT
      *    FROM THE DISTRIBUTION MATRIX (NO OPERATOR ON A REPORT RUN).
      *    THE DETAIL COLUMNS PRINT THE SHOWN (EDITED OR MASKED) TEXT
      *    AND THE FOOTINGS SUM THE SUM- FIELDS, ZERO WHEN NOT CLEARED
       01  WS-OPER-ID              PIC  X(08) VALUE SPACES.
       01  WS-OPER-SAL-VIS         PIC  X     VALUE SPACE.
           88  WS-SAL-FULL         VALUE "F".
           88  WS-SAL-DEPT         VALUE "D".
       01  WS-EDIT-AMOUNT          PIC --,---,--9.99.
       01  WS-SHOWN-SALARY         PIC  X(13).
       01  WS-SHOWN-CONV           PIC  X(13).
       01  WS-MASK-AMOUNT          PIC  X(13) VALUE "   **********".
       01  WS-MASK-TOTAL           PIC  X(17) VALUE
           "  ***************".
       01  WS-SUM-SALARY           PIC S9(07)V9(02) VALUE ZERO.
       01  WS-SUM-CONV             PIC S9(09)V9(02) VALUE ZERO.
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
       01  WS-BLK-COUNT            PIC  9(04) VALUE ZERO.
       01  WS-BLK-IDX              PIC  9(04) VALUE ZERO.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
      *    "K" ORDERS EACH DEPARTMENT'S EMPLOYEES BY THE KANA READING
      *    (AIUEO ORDER) INSTEAD OF EMP_NO -- SET FROM THE
       01  RPT-DETAIL              TYPE DETAIL.
           05  LINE PLUS 1.
               10  COLUMN  1       PIC 9(04) SOURCE EMP-NO.
               10  COLUMN  6       PIC X(13)
                                        SOURCE WS-SHOWN-SALARY.
               10  COLUMN 21       PIC X(13)
                                        SOURCE WS-SHOWN-CONV.
               10  COLUMN 36       PIC X(60) SOURCE EMP-NAME.
       01  RPT-GROUP-FOOTING       TYPE CONTROL FOOTING WS-EMP-GROUP.
           05  LINE PLUS 1.
               10  COLUMN  1       PIC X(15) VALUE "DEPT SUBTOTAL: ".
               10  COLUMN 17       PIC --,---,---,--9.99
                                   SUM WS-SUM-SALARY.
               10  COLUMN 36       PIC --,---,---,--9.99
                                   SUM WS-SUM-CONV.
       01  RPT-FINAL-FOOTING       TYPE CONTROL FOOTING FINAL.
           05  LINE PLUS 2.
               10  COLUMN  1       PIC X(12) VALUE "GRAND TOTAL:".
               10  COLUMN 17       PIC --,---,---,--9.99
                                   SUM WS-SUM-SALARY.
               10  COLUMN 36       PIC --,---,---,--9.99
                                   SUM WS-SUM-CONV.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *    CONNECT -- CREDENTIALS AND THE SPOOL PATH COME FROM THE
      *    SHOP CONFIGURATION SERVICE, OLD LITERALS AS DEFAULTS
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** EMPRPT: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXCHANGE-RATE.
           CALL "SALVIS" USING WS-PROGRAM-NAME, WS-OPER-ID,
                                WS-OPER-SAL-VIS.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               DECLARE C1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME, EMP_SALARY, EMP_DEPT
                      FROM EMP
                      WHERE COMPANY_CD = :RUN-COMPANY
                      ORDER BY EMP_DEPT,
                               CASE WHEN :WS-KANA-COLLATE = 'K'
                                    THEN EMP_KANA END,
                   MOVE EMP-DEPT       TO   WS-EMP-GROUP
                   COMPUTE WS-CONV-SALARY ROUNDED =
                           EMP-SALARY * WS-EXCH-RATE
                   PERFORM SET-SHOWN-AMOUNTS
                   GENERATE RPT-DETAIL
                   ADD  1              TO   WS-ROWS-FETCHED
               END-PERFORM
           END-IF.
           GOBACK.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               MOVE  WS-CO-CODE    TO   RUN-COMPANY
               DISPLAY "*** EMPRPT: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-SUMMARY-SPOOL TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SUMMARY-SPOOL
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
                   MOVE  WS-SUMMARY-SPOOL  TO   PA-FILENAME
                   MOVE  "N"               TO   WS-GROUP-OPEN-FLAG
           END-EVALUATE.
      *    NOTHING CLEARED -- THE (ZERO) TOTALS ARE BLANKED OUT TOO
           IF  NOT WS-SAL-FULL AND NOT WS-SAL-DEPT
               IF  RPT-READBACK-REC(1:15) = "DEPT SUBTOTAL: "
               OR  RPT-READBACK-REC(1:12) = "GRAND TOTAL:"
                   MOVE  WS-MASK-TOTAL  TO   RPT-READBACK-REC(17:17)
                   MOVE  WS-MASK-TOTAL  TO   RPT-READBACK-REC(36:17)
               END-IF
           END-IF.
           MOVE RPT-READBACK-REC        TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.
      ******************************************************************
       SET-SHOWN-AMOUNTS.
      ******************************************************************
      *    DETAIL AMOUNTS ONLY FOR FULL CLEARANCE; THE FOOTINGS SUM
      *    THE REAL AMOUNTS FOR FULL OR DEPARTMENT-TOTALS CLEARANCE
           IF  WS-SAL-FULL
               MOVE  EMP-SALARY         TO   WS-EDIT-AMOUNT
               MOVE  WS-EDIT-AMOUNT     TO   WS-SHOWN-SALARY
               MOVE  WS-CONV-SALARY     TO   WS-EDIT-AMOUNT
               MOVE  WS-EDIT-AMOUNT     TO   WS-SHOWN-CONV
           ELSE
               MOVE  WS-MASK-AMOUNT     TO   WS-SHOWN-SALARY
               MOVE  WS-MASK-AMOUNT     TO   WS-SHOWN-CONV
           END-IF.
           IF  WS-SAL-FULL OR WS-SAL-DEPT
               MOVE  EMP-SALARY         TO   WS-SUM-SALARY
               MOVE  WS-CONV-SALARY     TO   WS-SUM-CONV
           ELSE
               MOVE  ZERO               TO   WS-SUM-SALARY
               MOVE  ZERO               TO   WS-SUM-CONV
           END-IF.
      ******************************************************************
       START-GROUP-SPOOL.
      ******************************************************************
