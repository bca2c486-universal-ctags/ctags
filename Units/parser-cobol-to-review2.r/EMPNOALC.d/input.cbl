      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  EMPNOALC --- suite-wide EMP_NO allocation service, called the
      *               way everyone calls CHKPT: NEXT hands out the
      *               next unused employee number from the control
      *               record on EMPNOCTL.DAT and reserves it to the
      *               caller; every number carries a modulus-11 check
      *               digit (weights 5-4-3-2 over the four digits)
      *               that is keyed and carried with it from then on.
      *               CHECK returns a number's check digit, VERIFY
      *               proves a keyed one, HELD proves the number was
      *               reserved and not yet used, and USE marks it
      *               taken once the add has committed -- so nobody
      *               picks a "free" number off EMPDQRPT's gap list
      *               again, two hires can never be keyed with the
      *               same number, and a transposed digit on a change
      *               is caught instead of updating the wrong person.
      *               A number whose check digit would come out as 10
      *               is never issued; one already in use from before
      *               the service existed takes check digit 0.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EMPNOALC.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE CONTROL RECORD (NEXT NUMBER TO ISSUE) FOLLOWED BY ONE
      *    RECORD PER NUMBER HANDED OUT
           SELECT ENC-FILE         ASSIGN TO "EMPNOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ENC-FILE.
       01  ENC-REC.
      *    C = CONTROL (EMP NO IS THE NEXT ONE TO ISSUE),
      *    R = RESERVED TO THE CALLER, U = USED BY A COMMITTED ADD
           05  ENC-TYPE            PIC  X.
           05  FILLER              PIC  X.
           05  ENC-EMP-NO          PIC  9(04).
           05  ENC-CHECK-DIGIT     PIC  9.
           05  FILLER              PIC  X.
           05  ENC-CALLER          PIC  X(10).
           05  FILLER              PIC  X.
           05  ENC-DATE            PIC  9(08).
           05  FILLER              PIC  X.
           05  ENC-TIME            PIC  9(08).

       WORKING-STORAGE             SECTION.
       01  WS-ENC-STATUS           PIC  X(02).
           88  WS-ENC-OK           VALUE "00".
           88  WS-ENC-EOF          VALUE "10".
       01  WS-CONTROL-FOUND        PIC  X     VALUE "N".
       01  WS-NEXT-NO              PIC  9(04) VALUE ZERO.
      *    THE WHOLE FILE IN MEMORY FOR THE READ-UPDATE-REWRITE PASS
       01  WS-ENC-TABLE.
           05  WS-ENC-CNT          PIC  9(03) VALUE ZERO.
           05  WS-ENC-ENTRY        OCCURS 999.
               10  WS-EN-TYPE      PIC  X.
               10  WS-EN-EMP-NO    PIC  9(04).
               10  WS-EN-CHECK     PIC  9.
               10  WS-EN-CALLER    PIC  X(10).
               10  WS-EN-DATE      PIC  9(08).
               10  WS-EN-TIME      PIC  9(08).
       01  WS-ENC-IDX              PIC  9(03).
       01  WS-ENC-HIT              PIC  9(03) VALUE ZERO.
      *    CHECK-DIGIT ARITHMETIC
       01  WS-CD-NO                PIC  9(04).
       01  WS-CD-DIGITS            REDEFINES WS-CD-NO.
           05  WS-CD-D             PIC  9     OCCURS 4.
       01  WS-CD-SUM               PIC  9(03).
       01  WS-CD-QUOT              PIC  9(03).
       01  WS-CD-REM               PIC  9(02).
       01  WS-CD-RESULT            PIC  9(02).
       01  WS-CD-DIGIT             PIC  9.
       01  WS-CD-DIGIT-X           REDEFINES WS-CD-DIGIT
                                   PIC  X.
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).

       LINKAGE                     SECTION.
      *    "NEXT", "CHECK", "VERIFY", "HELD" OR "USE"
       01  LNK-ACTION              PIC  X(08).
      *    THE CALLING PROGRAM -- RECORDED AGAINST A RESERVATION
       01  LNK-CALLER              PIC  X(10).
      *    RETURNED BY NEXT, SUPPLIED ON EVERYTHING ELSE
       01  LNK-EMP-NO              PIC  9(04).
      *    RETURNED BY NEXT AND CHECK, SUPPLIED ON VERIFY/HELD/USE
       01  LNK-CHECK-DIGIT         PIC  X.
      *    "OK" = DONE, "CD" = CHECK DIGIT WRONG, "NR" = NUMBER NEVER
      *    RESERVED, "DU" = NUMBER ALREADY USED, "FL" = NO NUMBERS
      *    LEFT, "IO" = CONTROL FILE TROUBLE OR UNKNOWN ACTION
       01  LNK-STATUS              PIC  X(02).
      ******************************************************************
       PROCEDURE                   DIVISION     USING LNK-ACTION,
                                                   LNK-CALLER,
                                                   LNK-EMP-NO,
                                                   LNK-CHECK-DIGIT,
                                                   LNK-STATUS.
      ******************************************************************
       MAIN-RTN.
           MOVE  "OK"               TO   LNK-STATUS.
           EVALUATE LNK-ACTION
               WHEN "NEXT"
                   PERFORM ALLOCATE-NEXT-NUMBER
               WHEN "CHECK"
                   MOVE  LNK-EMP-NO      TO   WS-CD-NO
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE  WS-CD-DIGIT-X   TO   LNK-CHECK-DIGIT
               WHEN "VERIFY"
                   PERFORM VERIFY-CHECK-DIGIT
               WHEN "HELD"
               WHEN "USE"
                   PERFORM VERIFY-CHECK-DIGIT
                   IF  LNK-STATUS = "OK"
                       PERFORM CHECK-RESERVATION
                   END-IF
               WHEN OTHER
                   MOVE  "IO"       TO   LNK-STATUS
                   DISPLAY "*** EMPNOALC: UNKNOWN ACTION " LNK-ACTION
                           " ***"
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
       ALLOCATE-NEXT-NUMBER.
      ******************************************************************
      *    NO CONTROL RECORD, NO NUMBER -- THE SERVICE NEVER GUESSES
      *    WHERE THE LAST ONE LEFT OFF
           PERFORM LOAD-CONTROL-FILE.
           IF  WS-CONTROL-FOUND = "N"
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** EMPNOALC: NO CONTROL RECORD ON "
                       "EMPNOCTL.DAT ***"
           ELSE
      *        A CONTROL RECORD OF 0000 MEANS 9999 HAS BEEN ISSUED
               MOVE  WS-NEXT-NO     TO   WS-CD-NO
               PERFORM COMPUTE-CHECK-DIGIT
               PERFORM UNTIL WS-CD-RESULT NOT = 10
                          OR WS-CD-NO = 9999
                   ADD  1           TO   WS-CD-NO
                   PERFORM COMPUTE-CHECK-DIGIT
               END-PERFORM
               IF  WS-CD-RESULT = 10 OR WS-NEXT-NO = ZERO
                OR WS-ENC-CNT NOT < 999
                   MOVE  "FL"       TO   LNK-STATUS
                   DISPLAY "*** EMPNOALC: NO EMP NUMBERS LEFT TO "
                           "ISSUE ***"
               ELSE
                   ACCEPT  WS-NOW-DATE  FROM DATE YYYYMMDD
                   ACCEPT  WS-NOW-TIME  FROM TIME
                   ADD  1           TO   WS-ENC-CNT
                   MOVE  "R"        TO   WS-EN-TYPE(WS-ENC-CNT)
                   MOVE  WS-CD-NO   TO   WS-EN-EMP-NO(WS-ENC-CNT)
                   MOVE  WS-CD-DIGIT     TO   WS-EN-CHECK(WS-ENC-CNT)
                   MOVE  LNK-CALLER TO   WS-EN-CALLER(WS-ENC-CNT)
                   MOVE  WS-NOW-DATE     TO   WS-EN-DATE(WS-ENC-CNT)
                   MOVE  WS-NOW-TIME     TO   WS-EN-TIME(WS-ENC-CNT)
                   MOVE  WS-CD-NO        TO   LNK-EMP-NO
                   MOVE  WS-CD-DIGIT-X   TO   LNK-CHECK-DIGIT
                   IF  WS-CD-NO = 9999
                       MOVE  ZERO   TO   WS-NEXT-NO
                   ELSE
                       COMPUTE WS-NEXT-NO = WS-CD-NO + 1
                   END-IF
                   PERFORM REWRITE-CONTROL-FILE
               END-IF
           END-IF.

      ******************************************************************
       VERIFY-CHECK-DIGIT.
      ******************************************************************
           MOVE  LNK-EMP-NO         TO   WS-CD-NO.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF  LNK-CHECK-DIGIT NOT = WS-CD-DIGIT-X
               MOVE  "CD"           TO   LNK-STATUS
           END-IF.

      ******************************************************************
       CHECK-RESERVATION.
      ******************************************************************
      *    HELD ONLY LOOKS; USE ALSO MARKS THE NUMBER TAKEN
           PERFORM LOAD-CONTROL-FILE.
           MOVE  ZERO               TO   WS-ENC-HIT.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-CNT
                      OR WS-ENC-HIT > ZERO
               IF  WS-EN-EMP-NO(WS-ENC-IDX) = LNK-EMP-NO
                   MOVE  WS-ENC-IDX TO   WS-ENC-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ENC-HIT = ZERO
                   MOVE  "NR"       TO   LNK-STATUS
               WHEN WS-EN-TYPE(WS-ENC-HIT) = "U"
                   MOVE  "DU"       TO   LNK-STATUS
               WHEN LNK-ACTION = "USE"
                   ACCEPT  WS-NOW-DATE  FROM DATE YYYYMMDD
                   ACCEPT  WS-NOW-TIME  FROM TIME
                   MOVE  "U"        TO   WS-EN-TYPE(WS-ENC-HIT)
                   MOVE  LNK-CALLER TO   WS-EN-CALLER(WS-ENC-HIT)
                   MOVE  WS-NOW-DATE     TO   WS-EN-DATE(WS-ENC-HIT)
                   MOVE  WS-NOW-TIME     TO   WS-EN-TIME(WS-ENC-HIT)
                   PERFORM REWRITE-CONTROL-FILE
           END-EVALUATE.

      ******************************************************************
       COMPUTE-CHECK-DIGIT.
      ******************************************************************
      *    MODULUS 11, WEIGHTS 5-4-3-2: ELEVEN MINUS THE REMAINDER,
      *    11 COUNTING AS 0.  A RESULT OF 10 HAS NO DIGIT -- NEXT
      *    SKIPS SUCH NUMBERS, AND AN OLDER ONE TAKES 0
           COMPUTE WS-CD-SUM = WS-CD-D(1) * 5 + WS-CD-D(2) * 4
                             + WS-CD-D(3) * 3 + WS-CD-D(4) * 2.
           DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-QUOT
                                  REMAINDER WS-CD-REM.
           COMPUTE WS-CD-RESULT = 11 - WS-CD-REM.
           IF  WS-CD-RESULT > 9
               MOVE  ZERO           TO   WS-CD-DIGIT
           ELSE
               MOVE  WS-CD-RESULT   TO   WS-CD-DIGIT
           END-IF.

      ******************************************************************
       LOAD-CONTROL-FILE.
      ******************************************************************
           MOVE  ZERO               TO   WS-ENC-CNT.
           MOVE  "N"                TO   WS-CONTROL-FOUND.
           OPEN INPUT ENC-FILE.
           IF  WS-ENC-OK
               PERFORM UNTIL WS-ENC-EOF
                   READ ENC-FILE
                       AT END
                           SET WS-ENC-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ENC-TYPE = "C"
                                   MOVE  "Y"  TO   WS-CONTROL-FOUND
                                   MOVE  ENC-EMP-NO TO  WS-NEXT-NO
                               WHEN (ENC-TYPE = "R" OR "U")
                                AND WS-ENC-CNT < 999
                                   ADD  1     TO   WS-ENC-CNT
                                   MOVE ENC-TYPE         TO
                                        WS-EN-TYPE(WS-ENC-CNT)
                                   MOVE ENC-EMP-NO       TO
                                        WS-EN-EMP-NO(WS-ENC-CNT)
                                   MOVE ENC-CHECK-DIGIT  TO
                                        WS-EN-CHECK(WS-ENC-CNT)
                                   MOVE ENC-CALLER       TO
                                        WS-EN-CALLER(WS-ENC-CNT)
                                   MOVE ENC-DATE         TO
                                        WS-EN-DATE(WS-ENC-CNT)
                                   MOVE ENC-TIME         TO
                                        WS-EN-TIME(WS-ENC-CNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ENC-FILE
           END-IF.

      ******************************************************************
       REWRITE-CONTROL-FILE.
      ******************************************************************
      *    WHEN THE TABLE FILLS, NUMBERS ALREADY USED ARE DROPPED --
      *    THEIR EMP ROWS EXIST AND THE PRIMARY KEY GUARDS THEM
           OPEN OUTPUT ENC-FILE.
           IF  WS-ENC-OK
               MOVE  SPACES         TO   ENC-REC
               MOVE  "C"            TO   ENC-TYPE
               MOVE  WS-NEXT-NO     TO   ENC-EMP-NO
               MOVE  ZERO           TO   ENC-CHECK-DIGIT
               MOVE  "EMPNOALC"     TO   ENC-CALLER
               ACCEPT  ENC-DATE     FROM DATE YYYYMMDD
               ACCEPT  ENC-TIME     FROM TIME
               WRITE ENC-REC
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-CNT
                   IF  WS-ENC-CNT < 999
                    OR WS-EN-TYPE(WS-ENC-IDX) NOT = "U"
                       MOVE  SPACES              TO   ENC-REC
                       MOVE  WS-EN-TYPE(WS-ENC-IDX)    TO   ENC-TYPE
                       MOVE  WS-EN-EMP-NO(WS-ENC-IDX)  TO
                             ENC-EMP-NO
                       MOVE  WS-EN-CHECK(WS-ENC-IDX)   TO
                             ENC-CHECK-DIGIT
                       MOVE  WS-EN-CALLER(WS-ENC-IDX)  TO
                             ENC-CALLER
                       MOVE  WS-EN-DATE(WS-ENC-IDX)    TO   ENC-DATE
                       MOVE  WS-EN-TIME(WS-ENC-IDX)    TO   ENC-TIME
                       WRITE ENC-REC
                   END-IF
               END-PERFORM
               CLOSE ENC-FILE
           ELSE
               MOVE  "IO"           TO   LNK-STATUS
               DISPLAY "*** EMPNOALC: UNABLE TO WRITE EMPNOCTL.DAT, "
                       "STATUS " WS-ENC-STATUS " ***"
           END-IF.
      ******************************************************************
