      *               keeping a private trailer.  (INSERTTBL'S TWO
      *               BUILT-IN LITERAL ROWS RIDE ITS REGISTERED COUNT,
      *               SO THE FIRST LINK IS CHECKED NET OF THEM.)
      *               ALSO PROVES THE ARREARS RETROPAY LEFT PENDING
      *               WERE ALL EITHER PAID OR HELD OVER BY THE
      *               EMPPAYX RUN THAT FOLLOWED IT.
      *               ALSO REPORTS A BREAK LEFT BY THE MONTH-END
      *               PAYROLL RECONCILIATION (PAYRECON): NET PAY OWED
      *               AGAINST WHAT THE BANK SETTLED, AND GROSS AGAINST
      *               THE PAYROLL COST ON THE LEDGER, EACH WITH THE
      *               OPEN ITEMS STILL CARRIED.
      *               ONLY THE REGISTER RECORDS OF THE COMPANY THE
      *               CYCLE RUNS FOR ARE BALANCED (SEE COMPANY) --
      *               EACH COMPANY'S CHAIN STANDS ON ITS OWN TOTALS.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  FILLER              PIC  X.
           05  CT-HASH-TOTAL       PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
      *    BLANK ON RECORDS FROM BEFORE COMPANIES WERE KEPT -- THE
      *    PARENT'S
           05  CT-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "BALANCER".
      *    IS APPEND-ONLY, SO THE LAST RECORD SEEN FOR A PROGRAM IS
      *    ITS MOST RECENT RUN
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY      OCCURS 12.
               10  WS-CH-PROGRAM   PIC  X(10).
               10  WS-CH-SEEN      PIC  X.
      *        WHEN THE LATEST RECORD WAS REGISTERED (CT-DATE/CT-TIME)
               10  WS-CH-STAMP     PIC  9(16).
               10  WS-CH-COUNT     PIC  9(09).
               10  WS-CH-HASH      PIC S9(11)V9(02).
       01  WS-CHAIN-IDX            PIC  9(02).
      *    THE TWO LITERAL ROWS INSERTTBL CARRIES IN ITS OWN SOURCE
      *    -- NETTED OFF BEFORE THE SEED-TO-LOAD LINK IS CHECKED
       01  WS-LITERAL-ROWS         PIC  9(02) VALUE 2.
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).
       01  WS-REC-COMPANY          PIC  X(02).
       01  WS-PARENT-CODE          PIC  X(02).
       01  WS-LINK-LEFT            PIC  9(09).
       01  WS-LINK-RIGHT           PIC  9(09).
       01  WS-LINK-HASH            PIC S9(11)V9(02).
       01  WS-BREAKS               PIC  9(02) VALUE ZERO.
       01  WS-CHAIN-CHECKED        PIC  9(06) VALUE ZERO.
       01  WS-AUDIT-START-DATE     PIC  9(08).
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.

      *    THE COMPANY BEING BALANCED, AND THE PARENT (WHOSE CODE A
      *    BLANK REGISTER COMPANY STANDS FOR)
           MOVE  "RUN"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-ROLE = "P"
               MOVE  WS-CO-CODE     TO   WS-PARENT-CODE
           ELSE
      *        ONLY THE PARENT'S LOAD CARRIES INSERTTBL'S LITERAL ROWS
               MOVE  ZERO           TO   WS-LITERAL-ROWS
               MOVE  SPACES         TO   WS-PARENT-CODE
           END-IF.
           DISPLAY "*** BALANCER: COMPANY " WS-CO-CODE " "
                   WS-CO-NAME " ***".
           MOVE  "EMPSEEDCK"        TO   WS-CH-PROGRAM(1).
           MOVE  "INSERTTBL"        TO   WS-CH-PROGRAM(2).
           MOVE  "FETCHTBL"         TO   WS-CH-PROGRAM(3).
      *    THE SKIPPED-TERMINATED COUNT EMPPAYX REGISTERS ALONGSIDE
      *    ITS DETAIL TOTALS -- EXPLAINS THE LINK-3 SHORTFALL
           MOVE  "EMPPAYX-T"        TO   WS-CH-PROGRAM(5).
      *    THE ARREARS SIDE CHAIN -- THE PENDING BALANCE RETROPAY
      *    LEFT, AND WHAT EMPPAYX PAID AND HELD OVER OUT OF IT
           MOVE  "RETROPAY"         TO   WS-CH-PROGRAM(6).
           MOVE  "EMPPAYX-A"        TO   WS-CH-PROGRAM(7).
           MOVE  "EMPPAYX-H"        TO   WS-CH-PROGRAM(8).
      *    THE PAYROLL RECONCILIATION'S TWO PAIRS -- NET OWED VS BANK
      *    SETTLED, GROSS VS LEDGER COST
           MOVE  "PAYRECON-N"       TO   WS-CH-PROGRAM(9).
           MOVE  "PAYRECON-B"       TO   WS-CH-PROGRAM(10).
           MOVE  "PAYRECON-G"       TO   WS-CH-PROGRAM(11).
           MOVE  "PAYRECON-L"       TO   WS-CH-PROGRAM(12).
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 12
               MOVE  "N"            TO   WS-CH-SEEN(WS-CHAIN-IDX)
               MOVE  ZERO           TO   WS-CH-STAMP(WS-CHAIN-IDX)
               MOVE  ZERO           TO   WS-CH-COUNT(WS-CHAIN-IDX)
               MOVE  ZERO           TO   WS-CH-HASH(WS-CHAIN-IDX)
           END-PERFORM.
               END-IF
           END-IF.

      *    LINK 4 -- PENDING ARREARS RETROPAY LEFT VS ARREARS EMPPAYX
      *    PAID PLUS ARREARS IT HELD OVER.  ONLY WHEN THE EXTRACT RAN
      *    AFTER THE ARREARS RUN -- A RETROPAY REGISTERED LATER IS
      *    WAITING FOR THE NEXT EXTRACT, NOT A BREAK
           IF  WS-CH-SEEN(6) = "Y" AND WS-CH-SEEN(7) = "Y"
               IF  WS-CH-STAMP(6) > WS-CH-STAMP(7)
                   DISPLAY "*** BALANCER: RETROPAY ARREARS "
                           WS-CH-COUNT(6) " AWAIT THE NEXT EMPPAYX "
                           "RUN -- NOT CHECKED ***"
               ELSE
                   ADD  1           TO   WS-CHAIN-CHECKED
                   MOVE  WS-CH-COUNT(6)  TO   WS-LINK-LEFT
                   COMPUTE WS-LINK-RIGHT =
                           WS-CH-COUNT(7) + WS-CH-COUNT(8)
                   IF  WS-LINK-LEFT NOT = WS-LINK-RIGHT
                       ADD  1       TO   WS-BREAKS
                       DISPLAY "*** BALANCER: BREAK RETROPAY "
                               WS-CH-COUNT(6) " VS ARREARS PAID "
                               WS-CH-COUNT(7) " + HELD "
                               WS-CH-COUNT(8) " ***"
                   END-IF
                   COMPUTE WS-LINK-HASH =
                           WS-CH-HASH(7) + WS-CH-HASH(8)
                   IF  WS-CH-HASH(6) NOT = WS-LINK-HASH
                       ADD  1       TO   WS-BREAKS
                       DISPLAY "*** BALANCER: HASH BREAK RETROPAY "
                               WS-CH-HASH(6) " VS ARREARS PAID + "
                               "HELD " WS-LINK-HASH " ***"
                   END-IF
               END-IF
           END-IF.

      *    LINKS 5 AND 6 -- THE PAYROLL RECONCILIATION'S NET AND GROSS
      *    PAIRS, REGISTERED TOGETHER BY ONE PAYRECON RUN.  A BREAK IS
      *    A DIFFERENCE STILL OPEN AFTER THE CARRIED ITEMS
           IF  WS-CH-SEEN(9) = "Y" AND WS-CH-SEEN(10) = "Y"
               ADD  1               TO   WS-CHAIN-CHECKED
               IF  WS-CH-HASH(9) NOT = WS-CH-HASH(10)
                   ADD  1           TO   WS-BREAKS
                   DISPLAY "*** BALANCER: BREAK PAYRECON NET OWED "
                           WS-CH-HASH(9) " VS BANK SETTLED "
                           WS-CH-HASH(10) " ***"
               END-IF
           END-IF.
           IF  WS-CH-SEEN(11) = "Y" AND WS-CH-SEEN(12) = "Y"
               ADD  1               TO   WS-CHAIN-CHECKED
               IF  WS-CH-HASH(11) NOT = WS-CH-HASH(12)
                   ADD  1           TO   WS-BREAKS
                   DISPLAY "*** BALANCER: BREAK PAYRECON GROSS "
                           WS-CH-HASH(11) " VS LEDGER COST "
                           WS-CH-HASH(12) " ***"
               END-IF
           END-IF.

      *    EMPPAYX-T IS OPTIONAL (ZERO WHEN ABSENT) -- ONLY THE FOUR
      *    CHAIN PROGRAMS ARE REQUIRED TO HAVE REGISTERED
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
      ******************************************************************
      *    APPEND ORDER MEANS A PROGRAM'S RECORDS ARRIVE OLDEST
      *    FIRST -- OVERWRITING LEAVES EACH ENTRY HOLDING ITS MOST
      *    RECENT RUN.  ANOTHER COMPANY'S RECORDS ARE PASSED OVER.
           MOVE  CT-COMPANY         TO   WS-REC-COMPANY.
           IF  WS-REC-COMPANY = SPACES
               MOVE  WS-PARENT-CODE TO   WS-REC-COMPANY
           END-IF.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 12
                      OR WS-REC-COMPANY NOT = WS-CO-CODE
               IF  WS-CH-PROGRAM(WS-CHAIN-IDX) = CT-PROGRAM-NAME
                   MOVE  "Y"             TO
                         WS-CH-SEEN(WS-CHAIN-IDX)
                         WS-CH-COUNT(WS-CHAIN-IDX)
                   MOVE  CT-HASH-TOTAL   TO
                         WS-CH-HASH(WS-CHAIN-IDX)
                   MOVE  CT-DATE         TO
                         WS-CH-STAMP(WS-CHAIN-IDX)(1:8)
                   MOVE  CT-TIME         TO
                         WS-CH-STAMP(WS-CHAIN-IDX)(9:8)
               END-IF
           END-PERFORM.

