      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  RECBROWS --- layout-driven record browser for the suite's
      *               flat files: each request line in RECBRWPRM.DAT
      *               names a file (PAYROLL.DAT, ZENGIN.DAT, an
      *               EMPUNLD backup, EMPTRAN.DAT, ...) and the layout
      *               in RECLAYOUT.DAT that describes it.  Every
      *               record is matched to one of the layout's record
      *               types by its selector bytes and shown field by
      *               field -- name, position, raw bytes and the
      *               decoded value, with zoned, separate-sign and
      *               overpunched numerics turned into signed decimal
      *               figures -- on the console (mode D) or on
      *               RECBROWS.RPT (mode P).  A start record, a record
      *               limit and a field search (raw or decoded value)
      *               narrow the browse, so a suspect record is found
      *               and read without counting columns by hand.
      *               RECORD TYPES ARE TRIED IN LAYOUT ORDER AND THE
      *               FIRST MATCH WINS; A SELECTOR OFFSET OF ZERO
      *               MATCHES ANY RECORD.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RECBROWS.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    ONE BROWSE REQUEST PER LINE -- FILE, LAYOUT, MODE, START
      *    RECORD, RECORD LIMIT AND AN OPTIONAL FIELD SEARCH
           SELECT BPRM-FILE        ASSIGN TO "RECBRWPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPRM-STATUS.
      *    RECORD TYPES AND FIELDS OF EVERY BROWSABLE FILE
           SELECT LAYOUT-FILE      ASSIGN TO "RECLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
      *    THE FILE BEING BROWSED
           SELECT BRWS-FILE        ASSIGN TO DYNAMIC WS-BRWS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRWS-STATUS.
      *    PRINTED BROWSE (MODE P)
           SELECT BRPT-FILE        ASSIGN TO "RECBROWS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    A LINE STARTING "*" IS A COMMENT.  MODE D = DISPLAY, P =
      *    PRINT; START RECORD BLANK/ZERO = 1, LIMIT BLANK/ZERO = NO
      *    LIMIT; SEARCH FIELD BLANK = SHOW EVERY RECORD IN RANGE
       FD  BPRM-FILE.
       01  BPRM-REC.
           05  BP-FILE-NAME        PIC  X(40).
           05  FILLER              PIC  X.
           05  BP-LAYOUT           PIC  X(10).
           05  FILLER              PIC  X.
           05  BP-MODE             PIC  X.
           05  FILLER              PIC  X.
           05  BP-FROM-REC         PIC  9(06).
           05  FILLER              PIC  X.
           05  BP-MAX-RECS         PIC  9(06).
           05  FILLER              PIC  X.
           05  BP-SRCH-FIELD       PIC  X(20).
           05  FILLER              PIC  X.
           05  BP-SRCH-VALUE       PIC  X(30).

      *    R LINE -- ONE RECORD TYPE OF A LAYOUT: THE RECORD IS OF
      *    THIS TYPE WHEN ITS SEL-LEN BYTES AT SEL-OFF EQUAL THE
      *    SELECTOR VALUE.  F LINE -- ONE FIELD OF A RECORD TYPE:
      *    1-BASED OFFSET, LENGTH, TYPE (X = TEXT, 9 = UNSIGNED ZONED,
      *    L/T = SIGN LEADING/TRAILING SEPARATE, S = TRAILING
      *    OVERPUNCHED SIGN), IMPLIED DECIMALS, AND FOR A REPEATING
      *    GROUP THE OCCURRENCE COUNT AND THE STRIDE BETWEEN THEM.
      *    A RECORD TYPE'S R LINE COMES BEFORE ITS F LINES.
       FD  LAYOUT-FILE.
       01  LAYOUT-REC              PIC  X(80).
       01  LAYOUT-RTYPE-REC        REDEFINES LAYOUT-REC.
           05  LR-KIND             PIC  X.
           05  FILLER              PIC  X.
           05  LR-LAYOUT           PIC  X(10).
           05  FILLER              PIC  X.
           05  LR-RTYPE            PIC  X(08).
           05  FILLER              PIC  X.
           05  LR-SEL-OFF          PIC  9(04).
           05  FILLER              PIC  X.
           05  LR-SEL-LEN          PIC  9(02).
           05  FILLER              PIC  X.
           05  LR-SEL-VALUE        PIC  X(10).
           05  FILLER              PIC  X.
           05  LR-DESC             PIC  X(30).
           05  FILLER              PIC  X(09).
       01  LAYOUT-FIELD-REC        REDEFINES LAYOUT-REC.
           05  LF-KIND             PIC  X.
           05  FILLER              PIC  X.
           05  LF-LAYOUT           PIC  X(10).
           05  FILLER              PIC  X.
           05  LF-RTYPE            PIC  X(08).
           05  FILLER              PIC  X.
           05  LF-NAME             PIC  X(20).
           05  FILLER              PIC  X.
           05  LF-OFFSET           PIC  9(04).
           05  FILLER              PIC  X.
           05  LF-LENGTH           PIC  9(03).
           05  FILLER              PIC  X.
           05  LF-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  LF-DECIMALS         PIC  9.
           05  FILLER              PIC  X.
           05  LF-OCCURS           PIC  9(02).
           05  FILLER              PIC  X.
           05  LF-STRIDE           PIC  9(03).
           05  FILLER              PIC  X(18).

      *    WIDE ENOUGH FOR THE LONGEST FLAT FILE IN THE SUITE; A
      *    SHORTER LINE COMES IN SPACE-FILLED
       FD  BRWS-FILE.
       01  BRWS-REC                PIC  X(400).

       FD  BRPT-FILE.
       01  BRPT-REC                PIC  X(132).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RECBROWS".
       01  WS-BPRM-STATUS          PIC  X(02).
           88  WS-BPRM-OK          VALUE "00".
           88  WS-BPRM-EOF         VALUE "10".
       01  WS-LAYOUT-STATUS        PIC  X(02).
           88  WS-LAYOUT-OK        VALUE "00".
           88  WS-LAYOUT-EOF       VALUE "10".
       01  WS-BRWS-STATUS          PIC  X(02).
           88  WS-BRWS-OK          VALUE "00".
           88  WS-BRWS-EOF         VALUE "10".
       01  WS-BRPT-STATUS          PIC  X(02).
           88  WS-BRPT-OK          VALUE "00".
       01  WS-BRWS-NAME            PIC  X(40) VALUE SPACES.
      *    THE REQUEST BEING SERVED
       01  WS-REQ-LAYOUT           PIC  X(10).
       01  WS-REQ-MODE             PIC  X.
           88  WS-REQ-PRINT        VALUE "P".
       01  WS-REQ-FROM             PIC  9(06).
       01  WS-REQ-MAX              PIC  9(06).
       01  WS-SRCH-FIELD           PIC  X(20).
       01  WS-SRCH-VALUE           PIC  X(30).
       01  WS-SRCH-HIT-FLAG        PIC  X.
           88  WS-SRCH-HIT         VALUE "Y".
       01  WS-SRCH-KNOWN-FLAG      PIC  X.
           88  WS-SRCH-KNOWN       VALUE "Y".
      *    RECORD TYPES OF THE REQUESTED LAYOUT, IN SELECTION ORDER,
      *    WITH THE NUMBER OF RECORDS OF EACH TYPE READ
       01  WS-RT-TABLE.
           05  WS-RT-COUNT         PIC  9(03) VALUE ZERO.
           05  WS-RT-ENTRY         OCCURS 20.
               10  WS-RT-TYPE      PIC  X(08).
               10  WS-RT-SEL-OFF   PIC  9(04).
               10  WS-RT-SEL-LEN   PIC  9(02).
               10  WS-RT-SEL-VALUE PIC  X(10).
               10  WS-RT-DESC      PIC  X(30).
               10  WS-RT-READ      PIC  9(06).
      *    FIELDS OF THE REQUESTED LAYOUT, EACH TIED TO ITS RECORD
      *    TYPE
       01  WS-FL-TABLE.
           05  WS-FL-COUNT         PIC  9(03) VALUE ZERO.
           05  WS-FL-ENTRY         OCCURS 300.
               10  WS-FL-RT        PIC  9(03).
               10  WS-FL-NAME      PIC  X(20).
               10  WS-FL-OFFSET    PIC  9(04).
               10  WS-FL-LENGTH    PIC  9(03).
               10  WS-FL-TYPE      PIC  X.
               10  WS-FL-DECIMALS  PIC  9.
               10  WS-FL-OCCURS    PIC  9(02).
               10  WS-FL-STRIDE    PIC  9(03).
       01  WS-RT-IDX               PIC  9(03).
       01  WS-FL-IDX               PIC  9(03).
       01  WS-OCC-IDX              PIC  9(02).
       01  WS-CUR-RT               PIC  9(03).
       01  WS-LAYOUT-LINE-NO       PIC  9(04).
       01  WS-LAYOUT-REASON        PIC  X(30).
       01  WS-FLD-END              PIC  9(05).
      *    PER-REQUEST AND RUN COUNTS
       01  WS-REQ-COUNTS.
           05  WS-REC-NO           PIC  9(06).
           05  WS-REQ-SHOWN        PIC  9(06).
           05  WS-REQ-UNTYPED      PIC  9(06).
       01  WS-REQUESTS-SERVED      PIC  9(04) VALUE ZERO.
       01  WS-TOTAL-SHOWN          PIC  9(06) VALUE ZERO.
      *    ONE FIELD OCCURRENCE, AS FOUND AND AS DECODED
       01  WS-FLD-POS              PIC  9(04).
       01  WS-FLD-LEN              PIC  9(03).
       01  WS-FLD-RAW              PIC  X(400).
       01  WS-FLD-CMP              PIC  X(30).
       01  WS-FLD-LABEL            PIC  X(24).
       01  WS-DECODED              PIC  X(30).
      *    NUMERIC DECODING WORK -- THE DIGITS ARE HANDLED AS TEXT SO
      *    ANY WIDTH UP TO 18 DIGITS AND ANY SCALE COME OUT EXACT
       01  WS-DIGITS               PIC  X(18).
       01  WS-DIG-LEN              PIC  9(02).
       01  WS-INT-LEN              PIC  9(02).
       01  WS-INT-START            PIC  9(02).
       01  WS-LEAD-ZEROS           PIC  9(02).
       01  WS-DEC-POS              PIC  9(02).
       01  WS-SIGN                 PIC  X.
       01  WS-SIGN-BYTE            PIC  X.
       01  WS-LAST-CHAR            PIC  X.
       01  WS-DEC-OK-FLAG          PIC  X.
           88  WS-DEC-OK           VALUE "Y".
       01  WS-OP-FOUND-FLAG        PIC  X.
           88  WS-OP-FOUND         VALUE "Y".
       01  WS-OP-IDX               PIC  9(02).
       01  WS-DEC-PTR              PIC  9(03).
      *    OVERPUNCHED LAST DIGITS -- EBCDIC-STYLE ZONES AS WRITTEN
      *    BY THE MAINFRAME FEEDS, AND THE LOWER-CASE FORM A PC
      *    COMPILER WRITES FOR A NEGATIVE
       01  WS-OP-DIGITS            PIC  X(10) VALUE "0123456789".
       01  WS-OP-POSITIVE          PIC  X(10) VALUE "{ABCDEFGHI".
       01  WS-OP-NEGATIVE          PIC  X(10) VALUE "}JKLMNOPQR".
       01  WS-OP-NEGATIVE-PC       PIC  X(10) VALUE "pqrstuvwxy".
      *    OUTPUT LINES
       01  WS-OUT-LINE             PIC  X(132).
       01  WS-FIELD-LINE.
           05  FILLER              PIC  X(02) VALUE SPACES.
           05  WS-FLN-LABEL        PIC  X(24).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-FLN-POS          PIC  9(04).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-FLN-LEN          PIC  9(03).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-FLN-TYPE         PIC  X.
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-FLN-RAW          PIC  X(60).
           05  FILLER              PIC  X     VALUE SPACE.
           05  WS-FLN-DECODED      PIC  X(30).
           05  FILLER              PIC  X(03) VALUE SPACES.
       01  WS-FIELD-HEADING.
           05  FILLER              PIC  X(02) VALUE SPACES.
           05  FILLER              PIC  X(25) VALUE "FIELD".
           05  FILLER              PIC  X(05) VALUE "POS".
           05  FILLER              PIC  X(04) VALUE "LEN".
           05  FILLER              PIC  X(02) VALUE "T".
           05  FILLER              PIC  X(61) VALUE "RAW".
           05  FILLER              PIC  X(33) VALUE "VALUE".
       01  WS-AUDIT-START-DATE     PIC  9(08).
       01  WS-AUDIT-START-TIME     PIC  9(08).
       01  WS-AUDIT-STATUS         PIC  X(04) VALUE "OK".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** RECBROWS STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

           OPEN OUTPUT BRPT-FILE.
           IF  NOT WS-BRPT-OK
               DISPLAY "*** RECBROWS: UNABLE TO OPEN RECBROWS.RPT, "
                       "STATUS " WS-BRPT-STATUS " ***"
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BPRM-FILE.
           IF  NOT WS-BPRM-OK
               DISPLAY "*** RECBROWS: RECBRWPRM.DAT NOT READABLE, "
                       "STATUS " WS-BPRM-STATUS " ***"
               CLOSE BRPT-FILE
               MOVE 8               TO   RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-BPRM-EOF
               READ BPRM-FILE
                   AT END
                       SET WS-BPRM-EOF TO TRUE
                   NOT AT END
                       IF  BP-FILE-NAME NOT = SPACES
                       AND BP-FILE-NAME(1:1) NOT = "*"
                           PERFORM SERVE-BROWSE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BPRM-FILE BRPT-FILE.
           DISPLAY "*** RECBROWS FINISHED -- " WS-REQUESTS-SERVED
                   " REQUEST(S), " WS-TOTAL-SHOWN
                   " RECORD(S) SHOWN ***".
           PERFORM WRITE-AUDIT-RECORD.
           IF  WS-AUDIT-STATUS = "WARN"
               MOVE 4               TO   RETURN-CODE
           ELSE
               MOVE 0               TO   RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    ONE REQUEST LINE: PICK UP ITS PARAMETERS, LOAD ITS LAYOUT,
      *    THEN WALK THE FILE
      ******************************************************************
       SERVE-BROWSE-REQUEST.
           ADD  1                   TO   WS-REQUESTS-SERVED.
           MOVE BP-FILE-NAME        TO   WS-BRWS-NAME.
           MOVE BP-LAYOUT           TO   WS-REQ-LAYOUT.
           MOVE BP-MODE             TO   WS-REQ-MODE.
           MOVE BP-SRCH-FIELD       TO   WS-SRCH-FIELD.
           MOVE BP-SRCH-VALUE       TO   WS-SRCH-VALUE.
           MOVE 1                   TO   WS-REQ-FROM.
           IF  BP-FROM-REC NUMERIC AND BP-FROM-REC > ZERO
               MOVE BP-FROM-REC     TO   WS-REQ-FROM
           END-IF.
           MOVE ZERO                TO   WS-REQ-MAX.
           IF  BP-MAX-RECS NUMERIC
               MOVE BP-MAX-RECS     TO   WS-REQ-MAX
           END-IF.
           INITIALIZE WS-REQ-COUNTS.

           MOVE SPACES              TO   WS-OUT-LINE.
           STRING "BROWSE "         DELIMITED BY SIZE
                  WS-BRWS-NAME      DELIMITED BY SPACE
                  "  LAYOUT "       DELIMITED BY SIZE
                  WS-REQ-LAYOUT     DELIMITED BY SPACE
                  "  FROM RECORD " WS-REQ-FROM
                  "  LIMIT " WS-REQ-MAX
                  DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           IF  WS-SRCH-FIELD NOT = SPACES
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "  SEARCH "   DELIMITED BY SIZE
                      WS-SRCH-FIELD DELIMITED BY SPACE
                      " = " WS-SRCH-VALUE
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF.

           PERFORM LOAD-LAYOUT.
           IF  WS-RT-COUNT = ZERO
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "** LAYOUT "  DELIMITED BY SIZE
                      WS-REQ-LAYOUT DELIMITED BY SPACE
                      " NOT DEFINED IN RECLAYOUT.DAT **"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM CHECK-SEARCH-FIELD
               PERFORM BROWSE-FILE
           END-IF.
           MOVE SPACES              TO   WS-OUT-LINE.
           PERFORM EMIT-LINE.

      ******************************************************************
      *    READ THE REQUESTED LAYOUT'S R AND F LINES INTO THE TABLES;
      *    A LINE THAT CANNOT BE USED IS REPORTED AND SKIPPED
      ******************************************************************
       LOAD-LAYOUT.
           MOVE ZERO                TO   WS-RT-COUNT WS-FL-COUNT
                                         WS-LAYOUT-LINE-NO.
           MOVE "00"                TO   WS-LAYOUT-STATUS.
           OPEN INPUT LAYOUT-FILE.
           IF  NOT WS-LAYOUT-OK
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "** RECLAYOUT.DAT NOT READABLE, STATUS "
                      WS-LAYOUT-STATUS " **"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-LAYOUT-EOF
                   READ LAYOUT-FILE
                       AT END
                           SET WS-LAYOUT-EOF TO TRUE
                       NOT AT END
                           ADD  1   TO   WS-LAYOUT-LINE-NO
                           IF  LR-LAYOUT = WS-REQ-LAYOUT
                               EVALUATE LR-KIND
                                   WHEN "R"
                                       PERFORM LOAD-RECORD-TYPE
                                   WHEN "F"
                                       PERFORM LOAD-FIELD
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

      ******************************************************************
       LOAD-RECORD-TYPE.
      ******************************************************************
           MOVE SPACES              TO   WS-LAYOUT-REASON.
           EVALUATE TRUE
               WHEN WS-RT-COUNT NOT < 20
                   MOVE "TOO MANY RECORD TYPES"
                                    TO   WS-LAYOUT-REASON
               WHEN LR-SEL-OFF NOT NUMERIC
                   MOVE "BAD SELECTOR OFFSET"
                                    TO   WS-LAYOUT-REASON
               WHEN LR-SEL-OFF > ZERO AND
                    (LR-SEL-LEN NOT NUMERIC OR LR-SEL-LEN = ZERO OR
                     LR-SEL-LEN > 10 OR
                     LR-SEL-OFF + LR-SEL-LEN - 1 > 400)
                   MOVE "BAD SELECTOR LENGTH"
                                    TO   WS-LAYOUT-REASON
           END-EVALUATE.
           IF  WS-LAYOUT-REASON NOT = SPACES
               PERFORM REPORT-LAYOUT-LINE
           ELSE
               ADD  1               TO   WS-RT-COUNT
               MOVE LR-RTYPE        TO   WS-RT-TYPE(WS-RT-COUNT)
               MOVE LR-SEL-OFF      TO   WS-RT-SEL-OFF(WS-RT-COUNT)
               MOVE ZERO            TO   WS-RT-SEL-LEN(WS-RT-COUNT)
               IF  LR-SEL-OFF > ZERO
                   MOVE LR-SEL-LEN  TO   WS-RT-SEL-LEN(WS-RT-COUNT)
               END-IF
               MOVE LR-SEL-VALUE    TO   WS-RT-SEL-VALUE(WS-RT-COUNT)
               MOVE LR-DESC         TO   WS-RT-DESC(WS-RT-COUNT)
               MOVE ZERO            TO   WS-RT-READ(WS-RT-COUNT)
           END-IF.

      ******************************************************************
       LOAD-FIELD.
      ******************************************************************
           MOVE SPACES              TO   WS-LAYOUT-REASON.
           MOVE ZERO                TO   WS-CUR-RT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF  WS-RT-TYPE(WS-RT-IDX) = LF-RTYPE
                   MOVE WS-RT-IDX   TO   WS-CUR-RT
               END-IF
           END-PERFORM.
      *    BLANK DECIMALS, OCCURS AND STRIDE MEAN 0, 1 AND 0
           IF  LAYOUT-REC(55:1) = SPACE
               MOVE ZERO            TO   LF-DECIMALS
           END-IF.
           IF  LAYOUT-REC(57:2) = SPACES
               MOVE 1               TO   LF-OCCURS
           END-IF.
           IF  LAYOUT-REC(60:3) = SPACES
               MOVE ZERO            TO   LF-STRIDE
           END-IF.
           EVALUATE TRUE
               WHEN WS-FL-COUNT NOT < 300
                   MOVE "TOO MANY FIELDS"
                                    TO   WS-LAYOUT-REASON
               WHEN WS-CUR-RT = ZERO
                   MOVE "RECORD TYPE NOT DEFINED"
                                    TO   WS-LAYOUT-REASON
               WHEN LF-OFFSET NOT NUMERIC OR LF-OFFSET = ZERO
                 OR LF-LENGTH NOT NUMERIC OR LF-LENGTH = ZERO
                   MOVE "BAD OFFSET OR LENGTH"
                                    TO   WS-LAYOUT-REASON
               WHEN LF-TYPE NOT = "X" AND "9" AND "L" AND "T" AND "S"
                   MOVE "BAD FIELD TYPE"
                                    TO   WS-LAYOUT-REASON
               WHEN LF-DECIMALS NOT NUMERIC OR LF-OCCURS NOT NUMERIC
                 OR LF-OCCURS = ZERO OR LF-STRIDE NOT NUMERIC
                   MOVE "BAD DECIMALS, OCCURS OR STRIDE"
                                    TO   WS-LAYOUT-REASON
               WHEN LF-OCCURS > 1 AND LF-STRIDE < LF-LENGTH
                   MOVE "STRIDE SHORTER THAN FIELD"
                                    TO   WS-LAYOUT-REASON
           END-EVALUATE.
      *    THE LAST OCCURRENCE MUST END INSIDE THE RECORD, AND A
      *    NUMERIC FIELD MUST HOLD AT MOST 18 DIGITS, MORE THAN ITS
      *    DECIMALS
           IF  WS-LAYOUT-REASON = SPACES
               COMPUTE WS-FLD-END = LF-OFFSET + LF-LENGTH - 1
                                  + (LF-OCCURS - 1) * LF-STRIDE
               MOVE LF-LENGTH       TO   WS-FLD-LEN
               IF  LF-TYPE = "L" OR "T"
                   SUBTRACT 1       FROM WS-FLD-LEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-FLD-END > 400
                       MOVE "FIELD ENDS PAST THE RECORD"
                                    TO   WS-LAYOUT-REASON
                   WHEN LF-TYPE NOT = "X" AND
                        (WS-FLD-LEN > 18 OR
                         WS-FLD-LEN NOT > LF-DECIMALS)
                       MOVE "BAD NUMERIC WIDTH"
                                    TO   WS-LAYOUT-REASON
               END-EVALUATE
           END-IF.
           IF  WS-LAYOUT-REASON NOT = SPACES
               PERFORM REPORT-LAYOUT-LINE
           ELSE
               ADD  1               TO   WS-FL-COUNT
               MOVE WS-CUR-RT       TO   WS-FL-RT(WS-FL-COUNT)
               MOVE LF-NAME         TO   WS-FL-NAME(WS-FL-COUNT)
               MOVE LF-OFFSET       TO   WS-FL-OFFSET(WS-FL-COUNT)
               MOVE LF-LENGTH       TO   WS-FL-LENGTH(WS-FL-COUNT)
               MOVE LF-TYPE         TO   WS-FL-TYPE(WS-FL-COUNT)
               MOVE LF-DECIMALS     TO   WS-FL-DECIMALS(WS-FL-COUNT)
               MOVE LF-OCCURS       TO   WS-FL-OCCURS(WS-FL-COUNT)
               MOVE LF-STRIDE       TO   WS-FL-STRIDE(WS-FL-COUNT)
           END-IF.

      ******************************************************************
       REPORT-LAYOUT-LINE.
      ******************************************************************
           MOVE SPACES              TO   WS-OUT-LINE.
           STRING "** RECLAYOUT.DAT LINE " WS-LAYOUT-LINE-NO
                  " IGNORED: " WS-LAYOUT-REASON " **"
                  DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE "WARN"              TO   WS-AUDIT-STATUS.

      ******************************************************************
      *    A SEARCH ON A FIELD NO RECORD TYPE CARRIES CAN NEVER HIT --
      *    SAY SO RATHER THAN RETURN A SILENT EMPTY BROWSE
      ******************************************************************
       CHECK-SEARCH-FIELD.
           IF  WS-SRCH-FIELD NOT = SPACES
               MOVE "N"             TO   WS-SRCH-KNOWN-FLAG
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-COUNT
                   IF  WS-FL-NAME(WS-FL-IDX) = WS-SRCH-FIELD
                       MOVE "Y"     TO   WS-SRCH-KNOWN-FLAG
                   END-IF
               END-PERFORM
               IF  NOT WS-SRCH-KNOWN
                   MOVE SPACES      TO   WS-OUT-LINE
                   STRING "** SEARCH FIELD " DELIMITED BY SIZE
                          WS-SRCH-FIELD DELIMITED BY SPACE
                          " IS NOT IN LAYOUT " DELIMITED BY SIZE
                          WS-REQ-LAYOUT DELIMITED BY SPACE
                          " **" DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM EMIT-LINE
                   MOVE "WARN"      TO   WS-AUDIT-STATUS
               END-IF
           END-IF.

      ******************************************************************
      *    WALK THE FILE FROM THE START RECORD UNTIL THE LIMIT OF
      *    RECORDS SHOWN IS REACHED, THEN SUMMARIZE BY RECORD TYPE
      ******************************************************************
       BROWSE-FILE.
           MOVE "00"                TO   WS-BRWS-STATUS.
           OPEN INPUT BRWS-FILE.
           IF  NOT WS-BRWS-OK
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "** FILE "    DELIMITED BY SIZE
                      WS-BRWS-NAME  DELIMITED BY SPACE
                      " NOT READABLE, STATUS " WS-BRWS-STATUS " **"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-BRWS-EOF
                   READ BRWS-FILE
                       AT END
                           SET WS-BRWS-EOF TO TRUE
                       NOT AT END
                           ADD  1   TO   WS-REC-NO
                           IF  WS-REC-NO NOT < WS-REQ-FROM
                               PERFORM BROWSE-ONE-RECORD
                           END-IF
                           IF  WS-REQ-MAX > ZERO
                           AND WS-REQ-SHOWN NOT < WS-REQ-MAX
                               SET WS-BRWS-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRWS-FILE
               PERFORM SUMMARIZE-BROWSE
           END-IF.

      ******************************************************************
      *    TYPE THE RECORD BY THE FIRST SELECTOR IT MATCHES, THEN
      *    SHOW IT IF THE SEARCH (WHEN THERE IS ONE) HITS
      ******************************************************************
       BROWSE-ONE-RECORD.
           MOVE ZERO                TO   WS-CUR-RT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-CUR-RT > ZERO
               IF  WS-RT-SEL-OFF(WS-RT-IDX) = ZERO
                   MOVE WS-RT-IDX   TO   WS-CUR-RT
               ELSE
                   IF  BRWS-REC(WS-RT-SEL-OFF(WS-RT-IDX):
                                WS-RT-SEL-LEN(WS-RT-IDX))
                     = WS-RT-SEL-VALUE(WS-RT-IDX)
                                (1:WS-RT-SEL-LEN(WS-RT-IDX))
                       MOVE WS-RT-IDX
                                    TO   WS-CUR-RT
                   END-IF
               END-IF
           END-PERFORM.
           IF  WS-CUR-RT = ZERO
               ADD  1               TO   WS-REQ-UNTYPED
           ELSE
               ADD  1               TO   WS-RT-READ(WS-CUR-RT)
           END-IF.

           MOVE "Y"                 TO   WS-SRCH-HIT-FLAG.
           IF  WS-SRCH-FIELD NOT = SPACES
               MOVE "N"             TO   WS-SRCH-HIT-FLAG
               IF  WS-CUR-RT > ZERO
                   PERFORM SEARCH-RECORD
               END-IF
           END-IF.
           IF  WS-SRCH-HIT
               PERFORM SHOW-RECORD
           END-IF.

      ******************************************************************
       SHOW-RECORD.
      ******************************************************************
           ADD  1                   TO   WS-REQ-SHOWN WS-TOTAL-SHOWN.
           MOVE SPACES              TO   WS-OUT-LINE.
           IF  WS-CUR-RT = ZERO
               STRING "RECORD " WS-REC-NO
                      "  *** NO RECORD TYPE OF LAYOUT "
                                    DELIMITED BY SIZE
                      WS-REQ-LAYOUT DELIMITED BY SPACE
                      " MATCHES -- RAW IMAGE ***"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES          TO   WS-OUT-LINE
               MOVE BRWS-REC(1:100) TO   WS-OUT-LINE(3:100)
               PERFORM EMIT-LINE
               MOVE BRWS-REC(101:100)
                                    TO   WS-OUT-LINE(3:100)
               IF  WS-OUT-LINE NOT = SPACES
                   PERFORM EMIT-LINE
               END-IF
           ELSE
               STRING "RECORD " WS-REC-NO
                      "  TYPE " WS-RT-TYPE(WS-CUR-RT)
                      "  " WS-RT-DESC(WS-CUR-RT)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE WS-FIELD-HEADING
                                    TO   WS-OUT-LINE
               PERFORM EMIT-LINE
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-COUNT
                   IF  WS-FL-RT(WS-FL-IDX) = WS-CUR-RT
                       PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                               UNTIL WS-OCC-IDX >
                                     WS-FL-OCCURS(WS-FL-IDX)
                           PERFORM DECODE-FIELD
                           PERFORM SHOW-FIELD
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *    A RECORD HITS WHEN ANY OCCURRENCE OF THE SEARCH FIELD
      *    EQUALS THE SEARCH VALUE, EITHER AS RAW BYTES OR DECODED
      *    (SO "1" FINDS EMP-NO 0001 AND "-12.50" FINDS -00001250)
      ******************************************************************
       SEARCH-RECORD.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-SRCH-HIT
               IF  WS-FL-RT(WS-FL-IDX) = WS-CUR-RT
               AND WS-FL-NAME(WS-FL-IDX) = WS-SRCH-FIELD
                   PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                           UNTIL WS-OCC-IDX > WS-FL-OCCURS(WS-FL-IDX)
                              OR WS-SRCH-HIT
                       PERFORM DECODE-FIELD
                       MOVE WS-FLD-RAW(1:WS-FLD-LEN)
                                    TO   WS-FLD-CMP
                       IF  WS-FLD-CMP = WS-SRCH-VALUE
                        OR (WS-DEC-OK AND
                            WS-DECODED = WS-SRCH-VALUE)
                           MOVE "Y" TO   WS-SRCH-HIT-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      *    CUT OCCURRENCE WS-OCC-IDX OF FIELD WS-FL-IDX OUT OF THE
      *    RECORD AND DECODE IT INTO WS-DECODED.  A NUMERIC FIELD
      *    WHOSE BYTES DO NOT FIT ITS TYPE DECODES AS *INVALID*.
      ******************************************************************
       DECODE-FIELD.
           COMPUTE WS-FLD-POS = WS-FL-OFFSET(WS-FL-IDX)
                              + (WS-OCC-IDX - 1)
                              * WS-FL-STRIDE(WS-FL-IDX).
           MOVE WS-FL-LENGTH(WS-FL-IDX)
                                    TO   WS-FLD-LEN.
           MOVE SPACES              TO   WS-FLD-RAW WS-DECODED
                                         WS-DIGITS.
           MOVE BRWS-REC(WS-FLD-POS:WS-FLD-LEN)
                                    TO   WS-FLD-RAW(1:WS-FLD-LEN).
           MOVE "Y"                 TO   WS-DEC-OK-FLAG.
           MOVE SPACE               TO   WS-SIGN.
           EVALUATE WS-FL-TYPE(WS-FL-IDX)
               WHEN "X"
                   MOVE WS-FLD-RAW(1:WS-FLD-LEN)
                                    TO   WS-DECODED
               WHEN "9"
                   MOVE WS-FLD-LEN  TO   WS-DIG-LEN
                   MOVE WS-FLD-RAW(1:WS-DIG-LEN)
                                    TO   WS-DIGITS
               WHEN "L"
                   COMPUTE WS-DIG-LEN = WS-FLD-LEN - 1
                   MOVE WS-FLD-RAW(1:1)
                                    TO   WS-SIGN-BYTE
                   MOVE WS-FLD-RAW(2:WS-DIG-LEN)
                                    TO   WS-DIGITS
                   PERFORM DECODE-SEPARATE-SIGN
               WHEN "T"
                   COMPUTE WS-DIG-LEN = WS-FLD-LEN - 1
                   MOVE WS-FLD-RAW(WS-FLD-LEN:1)
                                    TO   WS-SIGN-BYTE
                   MOVE WS-FLD-RAW(1:WS-DIG-LEN)
                                    TO   WS-DIGITS
                   PERFORM DECODE-SEPARATE-SIGN
               WHEN "S"
                   MOVE WS-FLD-LEN  TO   WS-DIG-LEN
                   MOVE WS-FLD-RAW(1:WS-DIG-LEN)
                                    TO   WS-DIGITS
                   PERFORM DECODE-OVERPUNCH
           END-EVALUATE.
           IF  WS-FL-TYPE(WS-FL-IDX) NOT = "X"
               IF  WS-DEC-OK
               AND WS-DIGITS(1:WS-DIG-LEN) NOT NUMERIC
                   MOVE "N"         TO   WS-DEC-OK-FLAG
               END-IF
               IF  WS-DEC-OK
                   PERFORM FORMAT-DECODED-NUMBER
               ELSE
                   MOVE "*INVALID*" TO   WS-DECODED
               END-IF
           END-IF.

      ******************************************************************
       DECODE-SEPARATE-SIGN.
      ******************************************************************
           EVALUATE WS-SIGN-BYTE
               WHEN "+"
                   MOVE SPACE       TO   WS-SIGN
               WHEN "-"
                   MOVE "-"         TO   WS-SIGN
               WHEN OTHER
                   MOVE "N"         TO   WS-DEC-OK-FLAG
           END-EVALUATE.

      ******************************************************************
      *    THE LAST DIGIT CARRIES THE SIGN IN ITS ZONE -- TURN IT
      *    BACK INTO A PLAIN DIGIT AND NOTE THE SIGN.  A PLAIN DIGIT
      *    THERE IS AN UNSIGNED (POSITIVE) VALUE.
      ******************************************************************
       DECODE-OVERPUNCH.
           MOVE WS-DIGITS(WS-DIG-LEN:1)
                                    TO   WS-LAST-CHAR.
           MOVE "N"                 TO   WS-OP-FOUND-FLAG.
           IF  WS-LAST-CHAR NUMERIC
               MOVE "Y"             TO   WS-OP-FOUND-FLAG
           END-IF.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 10 OR WS-OP-FOUND
               EVALUATE WS-LAST-CHAR
                   WHEN WS-OP-POSITIVE(WS-OP-IDX:1)
                       MOVE "Y"     TO   WS-OP-FOUND-FLAG
                   WHEN WS-OP-NEGATIVE(WS-OP-IDX:1)
                   WHEN WS-OP-NEGATIVE-PC(WS-OP-IDX:1)
                       MOVE "Y"     TO   WS-OP-FOUND-FLAG
                       MOVE "-"     TO   WS-SIGN
               END-EVALUATE
               IF  WS-OP-FOUND
                   MOVE WS-OP-DIGITS(WS-OP-IDX:1)
                                    TO   WS-DIGITS(WS-DIG-LEN:1)
               END-IF
           END-PERFORM.
           IF  NOT WS-OP-FOUND
               MOVE "N"             TO   WS-DEC-OK-FLAG
           END-IF.

      ******************************************************************
      *    DIGITS TO A SIGNED DECIMAL FIGURE: LEADING ZEROS OF THE
      *    INTEGER PART DROPPED (ONE KEPT), THE DECIMAL POINT PUT
      *    WHERE THE LAYOUT IMPLIES IT
      ******************************************************************
       FORMAT-DECODED-NUMBER.
           COMPUTE WS-INT-LEN = WS-DIG-LEN
                              - WS-FL-DECIMALS(WS-FL-IDX).
           MOVE ZERO                TO   WS-LEAD-ZEROS.
           INSPECT WS-DIGITS(1:WS-INT-LEN)
               TALLYING WS-LEAD-ZEROS FOR LEADING "0".
           IF  WS-LEAD-ZEROS = WS-INT-LEN
               MOVE WS-INT-LEN      TO   WS-INT-START
           ELSE
               COMPUTE WS-INT-START = WS-LEAD-ZEROS + 1
           END-IF.
           MOVE 1                   TO   WS-DEC-PTR.
           IF  WS-SIGN = "-"
               STRING "-" DELIMITED BY SIZE
                   INTO WS-DECODED WITH POINTER WS-DEC-PTR
           END-IF.
           STRING WS-DIGITS(WS-INT-START:
                            WS-INT-LEN - WS-INT-START + 1)
                  DELIMITED BY SIZE
               INTO WS-DECODED WITH POINTER WS-DEC-PTR.
           IF  WS-FL-DECIMALS(WS-FL-IDX) > ZERO
               COMPUTE WS-DEC-POS = WS-INT-LEN + 1
               STRING "." WS-DIGITS(WS-DEC-POS:
                                    WS-FL-DECIMALS(WS-FL-IDX))
                      DELIMITED BY SIZE
                   INTO WS-DECODED WITH POINTER WS-DEC-PTR
           END-IF.

      ******************************************************************
       SHOW-FIELD.
      ******************************************************************
           MOVE SPACES              TO   WS-FLD-LABEL.
           IF  WS-FL-OCCURS(WS-FL-IDX) > 1
               STRING WS-FL-NAME(WS-FL-IDX) DELIMITED BY SPACE
                      "(" WS-OCC-IDX ")"
                      DELIMITED BY SIZE INTO WS-FLD-LABEL
           ELSE
               MOVE WS-FL-NAME(WS-FL-IDX)
                                    TO   WS-FLD-LABEL
           END-IF.
           MOVE WS-FLD-LABEL        TO   WS-FLN-LABEL.
           MOVE WS-FLD-POS          TO   WS-FLN-POS.
           MOVE WS-FLD-LEN          TO   WS-FLN-LEN.
           MOVE WS-FL-TYPE(WS-FL-IDX)
                                    TO   WS-FLN-TYPE.
           MOVE WS-FLD-RAW(1:WS-FLD-LEN)
                                    TO   WS-FLN-RAW.
           IF  WS-FL-TYPE(WS-FL-IDX) = "X"
               MOVE SPACES          TO   WS-FLN-DECODED
           ELSE
               MOVE WS-DECODED      TO   WS-FLN-DECODED
           END-IF.
           MOVE WS-FIELD-LINE       TO   WS-OUT-LINE.
           PERFORM EMIT-LINE.

      ******************************************************************
      *    RECORDS READ BY TYPE -- THE FILE'S SHAPE AT A GLANCE, EVEN
      *    WHEN ONLY A FEW RECORDS WERE SHOWN
      ******************************************************************
       SUMMARIZE-BROWSE.
           MOVE SPACES              TO   WS-OUT-LINE.
           STRING "  RECORDS READ " WS-REC-NO
                  "  SHOWN " WS-REQ-SHOWN
                  DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "    TYPE " WS-RT-TYPE(WS-RT-IDX)
                      " " WS-RT-DESC(WS-RT-IDX)
                      " READ " WS-RT-READ(WS-RT-IDX)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.
           IF  WS-REQ-UNTYPED > ZERO
               MOVE SPACES          TO   WS-OUT-LINE
               STRING "    ** " WS-REQ-UNTYPED
                      " RECORD(S) MATCHED NO RECORD TYPE **"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "WARN"          TO   WS-AUDIT-STATUS
           END-IF.

      ******************************************************************
      *    MODE P GOES TO RECBROWS.RPT, ANYTHING ELSE TO THE CONSOLE
      ******************************************************************
       EMIT-LINE.
           IF  WS-REQ-PRINT
               WRITE BRPT-REC       FROM WS-OUT-LINE
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           END-IF.

      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
           CALL "AUDITLOG" USING WS-PROGRAM-NAME, WS-AUDIT-START-DATE,
                                  WS-AUDIT-START-TIME, WS-TOTAL-SHOWN,
                                  WS-AUDIT-STATUS.
      ******************************************************************
