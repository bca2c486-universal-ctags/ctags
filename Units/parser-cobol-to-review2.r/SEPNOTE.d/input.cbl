      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  SEPNOTE --- employment-insurance separation notice
      *              (RISHOKUHYO) for every leaver whose EMP_TERM_DATE
      *              falls in the period on SEPPARM.DAT (from and to
      *              dates; no card means the first of last month to
      *              today).  The wage table is built off the pay
      *              archive (PAYARCH.DAT) working back from the
      *              separation date: the wages paid in each of the
      *              last six months with the days paid and the days
      *              worked in each.  The months in the last
      *              SEP-LOOKBACK-MONTHS (24) paid for SEP-QUAL-DAYS
      *              (11) days or more are counted, and a leaver with
      *              fewer than SEP-QUAL-MONTHS (12) of them is flagged
      *              so HR can look for earlier employment to count.
      *              Printed in the notice layout through
      *              VIRTUAL-PRINTER, one page per leaver, with the
      *              matching electronic-filing file SEPEFILE.DAT
      *              (header, one detail per leaver, control trailer
      *              and end record, in the BANKXFR style).
      *              Each group company files for its own leavers off
      *              its own PAYARCH.DAT, under its own employment-
      *              insurance office number (EI-OFFICE-NO-cc on the
      *              shop configuration, the parent's when absent).
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SEPNOTE.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    OPTIONAL PARAMETER CARD -- THE SEPARATION-DATE RANGE
           SELECT SEPPRM-FILE      ASSIGN TO "SEPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPPRM-STATUS.
      *    PERIOD-KEYED PAY ARCHIVE (SEE EMPPAYX)
           SELECT PARCH-FILE       ASSIGN TO DYNAMIC WS-PARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.
      *    THE ELECTRONIC-FILING FILE -- 1/2/8/9 RECORD TYPES
           SELECT SEPEF-FILE       ASSIGN TO DYNAMIC WS-SEPEF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPEF-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SEPPRM-FILE.
       01  SEPPRM-REC.
           05  SP-FROM-DATE        PIC  X(08).
           05  FILLER              PIC  X.
           05  SP-TO-DATE          PIC  X(08).

       FD  PARCH-FILE.
       01  PARCH-REC.
           05  PA6-REC-TYPE        PIC  X.
           05  FILLER              PIC  X.
           05  PA6-PERIOD          PIC  9(06).
           05  PA6-PERIOD-R        REDEFINES PA6-PERIOD.
               10  PA6-PERIOD-YYYY PIC  9(04).
               10  PA6-PERIOD-MM   PIC  9(02).
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
           05  FILLER              PIC  X.
           05  PA6-PRORATE-FACTOR  PIC  9V9(04).
           05  FILLER              PIC  X.
           05  PA6-PRORATE-BASIS   PIC  X.
           05  FILLER              PIC  X.
           05  PA6-DAYS-PAID       PIC  9(02).
           05  FILLER              PIC  X.
           05  PA6-DAYS-IN-PERIOD  PIC  9(02).
      *    DAYS WORKED -- BLANK ON RECORDS ARCHIVED BEFORE THE
      *    ARCHIVE CARRIED IT
           05  FILLER              PIC  X.
           05  PA6-DAYS-WORKED     PIC  9(02).

       FD  SEPEF-FILE.
       01  SEPEF-REC               PIC  X(260).
      *    HEADER -- TYPE 1: OFFICE, RUN DATE AND SEPARATION RANGE
       01  SEPEF-HEADER-REC        REDEFINES SEPEF-REC.
           05  SH-REC-TYPE         PIC  X.
           05  SH-OFFICE-NO        PIC  X(13).
           05  SH-RUN-DATE         PIC  9(08).
           05  SH-FROM-DATE        PIC  9(08).
           05  SH-TO-DATE          PIC  9(08).
           05  FILLER              PIC  X(222).
      *    DETAIL -- TYPE 2: THE INSURED PERSON AND THE WAGE TABLE,
      *    THE SEPARATION MONTH FIRST
       01  SEPEF-DETAIL-REC        REDEFINES SEPEF-REC.
           05  SD-REC-TYPE         PIC  X.
           05  SD-EMP-NO           PIC  9(04).
           05  SD-EMP-KANA         PIC  X(60).
           05  SD-EMP-NAME         PIC  X(60).
           05  SD-HIRE-DATE        PIC  9(08).
           05  SD-SEP-DATE         PIC  9(08).
           05  SD-QUAL-MONTHS      PIC  9(02).
      *    "Y" = FEWER QUALIFYING MONTHS THAN THE RULE ASKS FOR
           05  SD-SHORT-FLAG       PIC  X.
           05  SD-WAGE-MONTH       OCCURS 6.
               10  SD-PERIOD       PIC  9(06).
               10  SD-DAYS-PAID    PIC  9(02).
               10  SD-DAYS-WORKED  PIC  9(02).
               10  SD-WAGES        PIC S9(09)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(04).
      *    TRAILER -- TYPE 8: DETAIL COUNT AND WAGE TOTAL
       01  SEPEF-TRAILER-REC       REDEFINES SEPEF-REC.
           05  ST-REC-TYPE         PIC  X.
           05  ST-REC-COUNT        PIC  9(06).
           05  ST-WAGE-TOTAL       PIC S9(12)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X(240).
      *    END -- TYPE 9
       01  SEPEF-END-REC           REDEFINES SEPEF-REC.
           05  SE-REC-TYPE         PIC  X.
           05  FILLER              PIC  X(259).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "SEPNOTE".
      *    ACTION PRESCRIBED BY THE SHOP ERROR POLICY (SEE ERRLOG /
      *    ERRPOLCY.DAT) FOR THE LAST ERROR LOGGED
       01  WS-ERR-ACTION           PIC  X(06) VALUE SPACES.
      *    CONFIG SERVICE CONTRACT FIELDS
       01  WS-CFG-KEY              PIC  X(20).
       01  WS-CFG-VALUE            PIC  X(40).
       01  WS-CFG-STATUS           PIC  X(02).
       01  WS-SEPPRM-STATUS        PIC  X(02).
           88  WS-SEPPRM-OK        VALUE "00".
       01  WS-PARCH-STATUS         PIC  X(02).
           88  WS-PARCH-OK         VALUE "00".
           88  WS-PARCH-EOF        VALUE "10".
       01  WS-SEPEF-STATUS         PIC  X(02).
           88  WS-SEPEF-OK         VALUE "00".
      *    THE QUALIFYING RULE -- MONTHS WITH AT LEAST SO MANY PAID
      *    DAYS, COUNTED OVER SO MANY MONTHS BACK
       01  WS-QUAL-MONTHS          PIC  9(02) VALUE 12.
       01  WS-QUAL-DAYS            PIC  9(02) VALUE 11.
       01  WS-LOOKBACK-MONTHS      PIC  9(02) VALUE 24.
       01  WS-OFFICE-NO            PIC  X(13) VALUE SPACES.
      *    DATE SERVICES CONTRACT FIELDS (SEE DATECALC)
       01  WS-DC-FUNCTION          PIC  X(08).
       01  WS-DC-FORMAT            PIC  X     VALUE "Y".
       01  WS-DC-DATE-1            PIC  9(08).
       01  WS-DC-DATE-2            PIC  9(08).
       01  WS-DC-DAYS              PIC S9(05).
       01  WS-DC-RESULT-DATE       PIC  9(08).
       01  WS-DC-DOW               PIC  9.
       01  WS-DC-STATUS            PIC  X(02).
       01  WS-RUN-DATE             PIC  9(08).
       01  WS-RUN-DATE-R           REDEFINES WS-RUN-DATE.
           05  WS-RD-YYYY          PIC  9(04).
           05  WS-RD-MM            PIC  9(02).
           05  WS-RD-DD            PIC  9(02).
       01  WS-WORK-DATE            PIC  9(08).
       01  WS-WORK-DATE-R          REDEFINES WS-WORK-DATE.
           05  WS-WD-YYYY          PIC  9(04).
           05  WS-WD-MM            PIC  9(02).
           05  WS-WD-DD            PIC  9(02).
       01  WS-MONTH-START          PIC  9(08).
       01  WS-MONTH-END            PIC  9(08).
       01  WS-CSR-EOF-FLAG         PIC  X     VALUE "N".
           88  WS-CSR-EOF          VALUE "Y".
      *    THE LEAVERS OF THE RANGE, EACH WITH ONE SLOT PER MONTH
      *    BACK FROM THE SEPARATION MONTH (SLOT 1 = THAT MONTH)
       01  WS-LEAVER-TABLE.
           05  WS-LV-CNT           PIC  9(03) VALUE ZERO.
           05  WS-LV-ENTRY         OCCURS 500.
               10  WS-LV-EMP-NO    PIC  9(04).
               10  WS-LV-NAME      PIC  X(60).
               10  WS-LV-KANA      PIC  X(60).
               10  WS-LV-HIRE-DATE PIC  9(08).
               10  WS-LV-TERM-DATE PIC  9(08).
               10  WS-LV-TERM-MONTHS
                                   PIC  9(06).
               10  WS-LV-MONTH     OCCURS 24.
                   15  WS-LM-PERIOD
                                   PIC  9(06).
                   15  WS-LM-GROSS PIC S9(09)V9(02).
                   15  WS-LM-DAYS-PAID
                                   PIC  9(02).
                   15  WS-LM-DAYS-WORKED
                                   PIC  9(02).
      *            "N" = ARCHIVED BEFORE THE DAY COUNTS WERE CARRIED
                   15  WS-LM-DAYS-KNOWN
                                   PIC  X.
       01  WS-LV-IDX               PIC  9(03).
       01  WS-LV-HIT               PIC  9(03).
       01  WS-SLOT                 PIC S9(04).
       01  WS-SLOT-IDX             PIC  9(02).
       01  WS-PERIOD-MONTHS        PIC  9(06).
       01  WS-LV-QUAL              PIC  9(02).
       01  WS-LV-WAGE-TOTAL        PIC S9(11)V9(02).
       01  WS-TABLE-FULL-FLAG      PIC  X     VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-RUN-COUNTS.
           05  WS-NOTICES-PRINTED  PIC  9(06) VALUE ZERO.
           05  WS-SHORT-LEAVERS    PIC  9(06) VALUE ZERO.
       01  WS-WAGE-TOTAL           PIC S9(12) VALUE ZERO.
       01  WS-DETAIL-LINE          PIC  X(132).
       01  WS-NOTE-TEXT            PIC  X(30).
       01  D-DATE                  PIC  9999/99/99.
       01  D-DATE-2                PIC  9999/99/99.
       01  D-PERIOD                PIC  9999/99.
       01  D-DAYS                  PIC  Z9.
       01  D-DAYS-2                PIC  Z9.
       01  D-WAGES                 PIC  ---,---,--9.
       01  D-TOTAL                 PIC  -,---,---,--9.
       01  D-QUAL                  PIC  Z9.
       01  D-QUAL-RULE             PIC  Z9.
       01  D-QUAL-DAYS             PIC  Z9.
       01  D-LOOKBACK              PIC  Z9.
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".
       01  WS-PARCH-NAME           PIC  X(40) VALUE "PAYARCH.DAT".
       01  WS-SEPEF-NAME           PIC  X(40) VALUE "SEPEFILE.DAT".
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./sepnote.dat".
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER -- THE TITLE BLOCK
      *    CARRIES THE NOTICE TITLE AND THE INSURED PERSON ONTO EVERY
      *    PAGE
           COPY "PRNPARM.CPY".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  RUN-COMPANY             PIC  X(02).
           COPY "EMPREC.CPY".
       01  SN-VARS.
           05  SN-FROM-DATE        PIC  9(08).
           05  SN-TO-DATE          PIC  9(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** SEPNOTE STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           MOVE  WS-AUDIT-START-DATE    TO   WS-RUN-DATE.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** SEPNOTE: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONFIG-SETTINGS.
           PERFORM LOAD-SEPARATION-PARM.
           PERFORM CONNECT-TO-DB.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-LEAVERS.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           PERFORM DISCONNECT-FROM-DB.
           IF  WS-AUDIT-STATUS = "FAIL"
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.

           IF  WS-LV-CNT > ZERO
               PERFORM LOAD-ARCHIVED-WAGES
           END-IF.

           OPEN OUTPUT SEPEF-FILE.
           IF  NOT WS-SEPEF-OK
               DISPLAY "*** SEPNOTE: UNABLE TO OPEN SEPEFILE.DAT, "
                       "STATUS " WS-SEPEF-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EFILE-HEADER.
           PERFORM OPEN-NOTICE-SPOOL.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-CNT
               PERFORM PRINT-ONE-NOTICE
               PERFORM WRITE-EFILE-DETAIL
           END-PERFORM.
           IF  WS-LV-CNT = ZERO
               MOVE  "NO LEAVERS IN THE SEPARATION RANGE"
                                    TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           PERFORM WRITE-EFILE-TRAILER.
           CLOSE SEPEF-FILE.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

           DISPLAY "*** SEPNOTE FINISHED -- " WS-NOTICES-PRINTED
                   " NOTICE(S), " WS-SHORT-LEAVERS
                   " FLAGGED SHORT OF QUALIFYING MONTHS ***".
      *    A FLAGGED LEAVER NEEDS HR TO LOOK AT EARLIER EMPLOYMENT
      *    BEFORE THE NOTICE IS FILED
           IF  (WS-SHORT-LEAVERS NOT = ZERO OR WS-TABLE-FULL)
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
       LOAD-SEPARATION-PARM.
      ******************************************************************
      *    DEFAULT RANGE -- THE FIRST OF LAST MONTH TO TODAY, SO A
      *    LEAVER KEYED LATE IS STILL CAUGHT BY THE NEXT RUN
           MOVE  WS-RUN-DATE        TO   WS-WORK-DATE.
           MOVE  01                 TO   WS-WD-DD.
           IF  WS-WD-MM = 01
               MOVE  12             TO   WS-WD-MM
               SUBTRACT 1           FROM WS-WD-YYYY
           ELSE
               SUBTRACT 1           FROM WS-WD-MM
           END-IF.
           MOVE  WS-WORK-DATE       TO   SN-FROM-DATE.
           MOVE  WS-RUN-DATE        TO   SN-TO-DATE.
           OPEN INPUT SEPPRM-FILE.
           IF  WS-SEPPRM-OK
               READ SEPPRM-FILE
                   NOT AT END
                       IF  SP-FROM-DATE NUMERIC
                           MOVE  SP-FROM-DATE     TO   SN-FROM-DATE
                       END-IF
                       IF  SP-TO-DATE NUMERIC
                           MOVE  SP-TO-DATE       TO   SN-TO-DATE
                       END-IF
               END-READ
               CLOSE SEPPRM-FILE
           END-IF.
           DISPLAY "*** SEPNOTE: LEAVERS SEPARATED " SN-FROM-DATE
                   " TO " SN-TO-DATE " ***".

      ******************************************************************
       LOAD-LEAVERS.
      ******************************************************************
      *    A ROW PDPURGE HAS ALREADY ANONYMISED HAS NOTHING LEFT TO
      *    NOTIFY
           MOVE  "N"                TO   WS-CSR-EOF-FLAG.
           EXEC SQL
               DECLARE SN1 CURSOR FOR
               SELECT EMP_NO, EMP_NAME,
                      COALESCE(EMP_KANA, ''),
                      COALESCE(EMP_HIRE_DATE, 0),
                      EMP_TERM_DATE
                 FROM EMP
                WHERE EMP_TERM_DATE BETWEEN :SN-FROM-DATE
                                        AND :SN-TO-DATE
                  AND EMP_NAME <> 'PURGED'
                  AND COMPANY_CD = :RUN-COMPANY
                ORDER BY EMP_NO
           END-EXEC.
           EXEC SQL
               OPEN SN1
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-CSR-EOF
                   EXEC SQL
                       FETCH SN1
                        INTO :EMP-NO, :EMP-NAME, :EMP-KANA,
                             :EMP-HIRE-DATE, :EMP-TERM-DATE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           MOVE "FAIL"  TO   WS-AUDIT-STATUS
                           SET  WS-CSR-EOF   TO   TRUE
                       WHEN OTHER
                           PERFORM NOTE-ONE-LEAVER
                   END-EVALUATE
               END-PERFORM
               EXEC SQL
                   CLOSE SN1
               END-EXEC
           END-IF.

      ******************************************************************
       NOTE-ONE-LEAVER.
      ******************************************************************
           IF  WS-LV-CNT < 500
               ADD  1               TO   WS-LV-CNT
               INITIALIZE WS-LV-ENTRY(WS-LV-CNT)
               MOVE  EMP-NO         TO   WS-LV-EMP-NO(WS-LV-CNT)
               MOVE  EMP-NAME       TO   WS-LV-NAME(WS-LV-CNT)
               MOVE  EMP-KANA       TO   WS-LV-KANA(WS-LV-CNT)
               MOVE  EMP-HIRE-DATE  TO   WS-LV-HIRE-DATE(WS-LV-CNT)
               MOVE  EMP-TERM-DATE  TO   WS-LV-TERM-DATE(WS-LV-CNT)
               MOVE  EMP-TERM-DATE  TO   WS-WORK-DATE
               COMPUTE WS-LV-TERM-MONTHS(WS-LV-CNT)
                     = WS-WD-YYYY * 12 + WS-WD-MM
           ELSE
               SET  WS-TABLE-FULL   TO   TRUE
               DISPLAY "*** SEPNOTE: LEAVER TABLE FULL AT 500 -- "
                       "EMP_NO " EMP-NO " NOT NOTIFIED; NARROW THE "
                       "RANGE ON SEPPARM.DAT ***"
           END-IF.

      ******************************************************************
       LOAD-ARCHIVED-WAGES.
      ******************************************************************
      *    NO ARCHIVE MEANS EMPTY WAGE TABLES, WHICH THE FLAG CATCHES
           OPEN INPUT PARCH-FILE.
           IF  WS-PARCH-OK
               PERFORM UNTIL WS-PARCH-EOF
                   READ PARCH-FILE
                       AT END
                           SET WS-PARCH-EOF TO TRUE
                       NOT AT END
                           IF  PA6-REC-TYPE = "D"
                               PERFORM NOTE-ARCHIVED-WAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCH-FILE
           ELSE
               DISPLAY "*** SEPNOTE: PAYARCH.DAT NOT AVAILABLE, "
                       "STATUS " WS-PARCH-STATUS " -- NO WAGES "
                       "SHOWN ***"
           END-IF.

      ******************************************************************
       NOTE-ARCHIVED-WAGE.
      ******************************************************************
      *    THE SLOT IS THE NUMBER OF MONTHS BEFORE THE SEPARATION
      *    MONTH; A RE-ARCHIVED PERIOD REPLACES ITS EARLIER IMAGE
           MOVE  ZERO               TO   WS-LV-HIT.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-CNT
                      OR WS-LV-HIT > ZERO
               IF  WS-LV-EMP-NO(WS-LV-IDX) = PA6-EMP-NO
                   MOVE  WS-LV-IDX  TO   WS-LV-HIT
               END-IF
           END-PERFORM.
           IF  WS-LV-HIT > ZERO
               COMPUTE WS-PERIOD-MONTHS = PA6-PERIOD-YYYY * 12
                                        + PA6-PERIOD-MM
               COMPUTE WS-SLOT = WS-LV-TERM-MONTHS(WS-LV-HIT)
                               - WS-PERIOD-MONTHS + 1
               IF  WS-SLOT > ZERO AND WS-SLOT NOT > WS-LOOKBACK-MONTHS
                   MOVE  WS-SLOT    TO   WS-SLOT-IDX
                   PERFORM STORE-ARCHIVED-WAGE
               END-IF
           END-IF.

      ******************************************************************
       STORE-ARCHIVED-WAGE.
      ******************************************************************
           MOVE  PA6-PERIOD
                 TO   WS-LM-PERIOD(WS-LV-HIT, WS-SLOT-IDX).
           MOVE  PA6-GROSS
                 TO   WS-LM-GROSS(WS-LV-HIT, WS-SLOT-IDX).
           IF  PA6-DAYS-PAID NUMERIC
               MOVE  PA6-DAYS-PAID
                     TO   WS-LM-DAYS-PAID(WS-LV-HIT, WS-SLOT-IDX)
               MOVE  "Y"
                     TO   WS-LM-DAYS-KNOWN(WS-LV-HIT, WS-SLOT-IDX)
           ELSE
               MOVE  ZERO
                     TO   WS-LM-DAYS-PAID(WS-LV-HIT, WS-SLOT-IDX)
               MOVE  "N"
                     TO   WS-LM-DAYS-KNOWN(WS-LV-HIT, WS-SLOT-IDX)
           END-IF.
           IF  PA6-DAYS-WORKED NUMERIC
               MOVE  PA6-DAYS-WORKED
                     TO   WS-LM-DAYS-WORKED(WS-LV-HIT, WS-SLOT-IDX)
           ELSE
               MOVE  ZERO
                     TO   WS-LM-DAYS-WORKED(WS-LV-HIT, WS-SLOT-IDX)
           END-IF.

      ******************************************************************
       COUNT-QUALIFYING-MONTHS.
      ******************************************************************
      *    A MONTH ARCHIVED BEFORE THE DAY COUNTS WERE CARRIED WAS A
      *    FULL PERIOD, SO ANY PAY IN IT COUNTS
           MOVE  ZERO               TO   WS-LV-QUAL.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-LOOKBACK-MONTHS
               IF  WS-LM-PERIOD(WS-LV-IDX, WS-SLOT-IDX) NOT = ZERO
                   IF  WS-LM-DAYS-KNOWN(WS-LV-IDX, WS-SLOT-IDX) = "Y"
                       IF  WS-LM-DAYS-PAID(WS-LV-IDX, WS-SLOT-IDX)
                               NOT < WS-QUAL-DAYS
                           ADD  1   TO   WS-LV-QUAL
                       END-IF
                   ELSE
                       IF  WS-LM-GROSS(WS-LV-IDX, WS-SLOT-IDX) > ZERO
                           ADD  1   TO   WS-LV-QUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       OPEN-NOTICE-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  2                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "EMPLOYMENT INSURANCE SEPARATION NOTICE "
                  "(RISHOKUHYO) -- WAGE PAYMENT STATUS   OFFICE NO "
                  WS-OFFICE-NO
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-ONE-NOTICE.
      ******************************************************************
      *    EACH LEAVER STARTS A PAGE, NAMED IN THE TITLE BLOCK
           IF  WS-NOTICES-PRINTED > ZERO
               PERFORM PRINT-PAGE-EJECT
           END-IF.
           ADD  1                   TO   WS-NOTICES-PRINTED.
           MOVE  SPACES             TO   PA-TITLE-LINE(2).
           STRING "INSURED PERSON  EMP_NO " WS-LV-EMP-NO(WS-LV-IDX)
                  "  " WS-LV-NAME(WS-LV-IDX)
               DELIMITED BY SIZE INTO PA-TITLE-LINE(2).
           PERFORM COUNT-QUALIFYING-MONTHS.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  NAME (KANA)          " WS-LV-KANA(WS-LV-IDX)
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           IF  WS-LV-HIRE-DATE(WS-LV-IDX) = ZERO
               MOVE  "  DATE OF HIRE         NOT RECORDED"
                                    TO   PA-BUFFER
           ELSE
               MOVE  WS-LV-HIRE-DATE(WS-LV-IDX)  TO   D-DATE
               STRING "  DATE OF HIRE         " D-DATE
                   DELIMITED BY SIZE INTO PA-BUFFER
           END-IF.
           PERFORM PRINT-A-LINE.
           MOVE  WS-LV-TERM-DATE(WS-LV-IDX)      TO   D-DATE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  DATE OF SEPARATION   " D-DATE
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  "  WAGES PAID, WORKING BACK FROM THE SEPARATION DATE"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  MONTH    PERIOD COVERED             DAYS PAID  "
                  "DAYS WORKED        WAGES"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  ZERO               TO   WS-LV-WAGE-TOTAL.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 6
               PERFORM PRINT-WAGE-MONTH
           END-PERFORM.
           MOVE  WS-LV-WAGE-TOTAL   TO   D-TOTAL.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  TOTAL, SIX MONTHS                                "
                  "             " D-TOTAL
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-LV-QUAL         TO   D-QUAL.
           MOVE  WS-QUAL-MONTHS     TO   D-QUAL-RULE.
           MOVE  WS-QUAL-DAYS       TO   D-QUAL-DAYS.
           MOVE  WS-LOOKBACK-MONTHS TO   D-LOOKBACK.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  MONTHS PAID FOR " D-QUAL-DAYS
                  " DAYS OR MORE IN THE LAST " D-LOOKBACK ": "
                  D-QUAL "   (QUALIFYING PERIOD NEEDS " D-QUAL-RULE
                  ")"
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-LV-QUAL < WS-QUAL-MONTHS
               ADD  1               TO   WS-SHORT-LEAVERS
               MOVE  SPACES         TO   PA-BUFFER
               STRING "  *** SHORT OF THE QUALIFYING MONTHS -- CHECK "
                      "EARLIER EMPLOYMENT BEFORE FILING ***"
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
               DISPLAY "*** SEPNOTE: EMP_NO " WS-LV-EMP-NO(WS-LV-IDX)
                       " HAS " WS-LV-QUAL " QUALIFYING MONTH(S) -- "
                       "CHECK EARLIER EMPLOYMENT ***"
           END-IF.

      ******************************************************************
       PRINT-WAGE-MONTH.
      ******************************************************************
      *    THE CALENDAR MONTH THE SLOT STANDS FOR, CUT OFF AT THE
      *    SEPARATION DATE IN THE SEPARATION MONTH
           PERFORM SET-SLOT-MONTH.
           MOVE  WS-MONTH-START     TO   D-DATE.
           MOVE  WS-MONTH-END       TO   D-DATE-2.
           MOVE  WS-MONTH-START(1:6)     TO   D-PERIOD.
           MOVE  SPACES             TO   WS-NOTE-TEXT.
           IF  WS-LM-PERIOD(WS-LV-IDX, WS-SLOT-IDX) = ZERO
               MOVE  ZERO           TO   D-DAYS D-DAYS-2 D-WAGES
               MOVE  "NOT PAID"     TO   WS-NOTE-TEXT
           ELSE
               MOVE  WS-LM-DAYS-PAID(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   D-DAYS
               MOVE  WS-LM-DAYS-WORKED(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   D-DAYS-2
               MOVE  WS-LM-GROSS(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   D-WAGES
               ADD   WS-LM-GROSS(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   WS-LV-WAGE-TOTAL
               IF  WS-LM-DAYS-KNOWN(WS-LV-IDX, WS-SLOT-IDX) = "N"
                   MOVE  "DAYS NOT ON ARCHIVE"   TO   WS-NOTE-TEXT
               END-IF
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "  " D-PERIOD "  " D-DATE " - " D-DATE-2
                  "         " D-DAYS "           " D-DAYS-2
                  "  " D-WAGES "  " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       SET-SLOT-MONTH.
      ******************************************************************
           COMPUTE WS-PERIOD-MONTHS = WS-LV-TERM-MONTHS(WS-LV-IDX)
                                    - WS-SLOT-IDX + 1.
           MOVE  01                 TO   WS-WD-DD.
           DIVIDE WS-PERIOD-MONTHS  BY   12
               GIVING WS-WD-YYYY    REMAINDER WS-WD-MM.
           IF  WS-WD-MM = ZERO
               MOVE  12             TO   WS-WD-MM
               SUBTRACT 1           FROM WS-WD-YYYY
           END-IF.
           MOVE  WS-WORK-DATE       TO   WS-MONTH-START.
           IF  WS-SLOT-IDX = 1
               MOVE  WS-LV-TERM-DATE(WS-LV-IDX)  TO   WS-MONTH-END
           ELSE
      *        THE DAY BEFORE THE FIRST OF THE NEXT MONTH
               IF  WS-WD-MM = 12
                   MOVE  01         TO   WS-WD-MM
                   ADD   1          TO   WS-WD-YYYY
               ELSE
                   ADD   1          TO   WS-WD-MM
               END-IF
               MOVE  "ADDDAYS"      TO   WS-DC-FUNCTION
               MOVE  WS-WORK-DATE   TO   WS-DC-DATE-1
               MOVE  -1             TO   WS-DC-DAYS
               PERFORM CALL-DATECALC
               IF  WS-DC-STATUS = "OK"
                   MOVE  WS-DC-RESULT-DATE    TO   WS-MONTH-END
               ELSE
                   MOVE  WS-MONTH-START       TO   WS-MONTH-END
               END-IF
           END-IF.

      ******************************************************************
       WRITE-EFILE-HEADER.
      ******************************************************************
           MOVE  SPACES             TO   SEPEF-REC.
           MOVE  "1"                TO   SH-REC-TYPE.
           MOVE  WS-OFFICE-NO       TO   SH-OFFICE-NO.
           MOVE  WS-RUN-DATE        TO   SH-RUN-DATE.
           MOVE  SN-FROM-DATE       TO   SH-FROM-DATE.
           MOVE  SN-TO-DATE         TO   SH-TO-DATE.
           WRITE SEPEF-REC.

      ******************************************************************
       WRITE-EFILE-DETAIL.
      ******************************************************************
      *    THE SAME SIX MONTHS AS THE PRINTED TABLE, WHOLE YEN
           MOVE  SPACES             TO   SEPEF-REC.
           MOVE  "2"                TO   SD-REC-TYPE.
           MOVE  WS-LV-EMP-NO(WS-LV-IDX)     TO   SD-EMP-NO.
           MOVE  WS-LV-KANA(WS-LV-IDX)       TO   SD-EMP-KANA.
           MOVE  WS-LV-NAME(WS-LV-IDX)       TO   SD-EMP-NAME.
           MOVE  WS-LV-HIRE-DATE(WS-LV-IDX)  TO   SD-HIRE-DATE.
           MOVE  WS-LV-TERM-DATE(WS-LV-IDX)  TO   SD-SEP-DATE.
           MOVE  WS-LV-QUAL         TO   SD-QUAL-MONTHS.
           IF  WS-LV-QUAL < WS-QUAL-MONTHS
               MOVE  "Y"            TO   SD-SHORT-FLAG
           ELSE
               MOVE  "N"            TO   SD-SHORT-FLAG
           END-IF.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 6
               PERFORM SET-SLOT-MONTH
               MOVE  WS-MONTH-START(1:6)
                                    TO   SD-PERIOD(WS-SLOT-IDX)
               MOVE  WS-LM-DAYS-PAID(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   SD-DAYS-PAID(WS-SLOT-IDX)
               MOVE  WS-LM-DAYS-WORKED(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   SD-DAYS-WORKED(WS-SLOT-IDX)
               MOVE  WS-LM-GROSS(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   SD-WAGES(WS-SLOT-IDX)
               ADD   WS-LM-GROSS(WS-LV-IDX, WS-SLOT-IDX)
                                    TO   WS-WAGE-TOTAL
           END-PERFORM.
           WRITE SEPEF-REC.

      ******************************************************************
       WRITE-EFILE-TRAILER.
      ******************************************************************
           MOVE  SPACES             TO   SEPEF-REC.
           MOVE  "8"                TO   ST-REC-TYPE.
           MOVE  WS-LV-CNT          TO   ST-REC-COUNT.
           MOVE  WS-WAGE-TOTAL      TO   ST-WAGE-TOTAL.
           WRITE SEPEF-REC.
           MOVE  SPACES             TO   SEPEF-REC.
           MOVE  "9"                TO   SE-REC-TYPE.
           WRITE SEPEF-REC.

      ******************************************************************
       CALL-DATECALC.
      ******************************************************************
           CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-FORMAT,
                                  WS-DC-DATE-1, WS-DC-DATE-2,
                                  WS-DC-DAYS, WS-DC-RESULT-DATE,
                                  WS-DC-DOW, WS-DC-STATUS.

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
           MOVE  "SEP-QUAL-MONTHS" TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-QUAL-MONTHS
           END-IF.
           MOVE  "SEP-QUAL-DAYS"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-QUAL-DAYS
           END-IF.
           MOVE  "SEP-LOOKBACK-MONTHS"   TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK" AND WS-CFG-VALUE(1:2) NUMERIC
               MOVE  WS-CFG-VALUE(1:2)   TO   WS-LOOKBACK-MONTHS
           END-IF.
      *    THE WAGE TABLE NEEDS SIX MONTHS; THE SLOTS HOLD 24
           IF  WS-LOOKBACK-MONTHS < 6 OR WS-LOOKBACK-MONTHS > 24
               MOVE  24             TO   WS-LOOKBACK-MONTHS
           END-IF.
           MOVE  "EI-OFFICE-NO"    TO   WS-CFG-KEY.
           PERFORM GET-CONFIG-VALUE.
           IF  WS-CFG-STATUS = "OK"
               MOVE  WS-CFG-VALUE(1:13)  TO   WS-OFFICE-NO
           END-IF.
      *    A SUBSIDIARY FILES UNDER ITS OWN OFFICE NUMBER
           IF  WS-CO-ROLE NOT = "P"
               MOVE  SPACES         TO   WS-CFG-KEY
               STRING "EI-OFFICE-NO-" WS-CO-CODE
                   DELIMITED BY SIZE INTO WS-CFG-KEY
               PERFORM GET-CONFIG-VALUE
               IF  WS-CFG-STATUS = "OK"
                   MOVE  WS-CFG-VALUE(1:13)  TO   WS-OFFICE-NO
               END-IF
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
               DISPLAY "*** SEPNOTE: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-PARCH-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-PARCH-NAME
               MOVE  WS-SEPEF-NAME  TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-SEPEF-NAME
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
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME,
                                  WS-NOTICES-PRINTED, WS-AUDIT-STATUS.
      ******************************************************************
