       IDENTIFICATION DIVISION.
       PROGRAM-ID. Account-Load.
       AUTHOR. Darren Hiebert.

      *    Builds and maintains the indexed account master that
      *    Account-Post posts SAMPLE.ACC against.  Each line of the
      *    account register (ACCOUNTS.DAT) names a reference number,
      *    its status (O = open, C = closed), the account name and an
      *    opening balance.  A reference new to the master is added
      *    at its opening balance; one already there has its status
      *    and name refreshed but keeps the balance posting has built
      *    up -- closing an account is a register change, never a
      *    delete, so its history stays on the trial balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Register-File ASSIGN TO "ACCOUNTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGISTER-STATUS.
      *    ONE RECORD PER REFERENCE NUMBER, RUNNING BALANCE INCLUDED
           SELECT Account-Master ASSIGN TO "ACCTMAST.IDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Acct-Reference-No
                FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD Register-File.
       01 Register-Record.
         02 Reg-Reference-No        PIC X(8).
         02 FILLER                  PIC X.
         02 Reg-Status              PIC X.
         02 FILLER                  PIC X.
         02 Reg-Name                PIC X(30).
         02 FILLER                  PIC X.
         02 Reg-Opening-Balance     PIC X(12).

      *    SAME MASTER LAYOUT ACCOUNT-POST POSTS TO
       FD Account-Master.
       01 Acct-Record.
         02 Acct-Reference-No       PIC X(8).
         02 Acct-Status             PIC X.
           88 Acct-Open                         VALUE "O".
           88 Acct-Closed                       VALUE "C".
         02 Acct-Name               PIC X(30).
         02 Acct-Balance            PIC S9(09)V9(02).
         02 Acct-Last-Post-Date     PIC X(8).
         02 Acct-Post-Count         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS        PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-EOF-SWITCH             PIC X       VALUE "N".
           88 WS-EOF                            VALUE "Y".
       01 WS-LINE-VALID-SWITCH      PIC X       VALUE "Y".
           88 WS-LINE-VALID                     VALUE "Y".
       01 WS-LINE-REASON            PIC X(18)   VALUE SPACES.
      *    NUMERIC VIEWS OF THE REGISTER FIELDS FOR CLASS TESTS --
      *    THE BALANCE IS SIGNED, SIGN LEADING IN ITS OWN BYTE
       01 WS-CHECK-REF              PIC 9(08).
       01 WS-CHECK-REF-X            REDEFINES WS-CHECK-REF
                                    PIC X(08).
       01 WS-CHECK-BALANCE          PIC S9(09)V9(02)
                                    SIGN LEADING SEPARATE.
       01 WS-CHECK-BALANCE-X        REDEFINES WS-CHECK-BALANCE
                                    PIC X(12).
      *    CONTROL TOTALS -- READ MUST EQUAL ADDED PLUS UPDATED PLUS
      *    REJECTED
       01 WS-CONTROL-COUNTS.
         02 WS-LINES-READ           PIC 9(06)   VALUE ZERO.
         02 WS-ACCOUNTS-ADDED       PIC 9(06)   VALUE ZERO.
         02 WS-ACCOUNTS-UPDATED     PIC 9(06)   VALUE ZERO.
         02 WS-LINES-REJECTED       PIC 9(06)   VALUE ZERO.
       01 WS-BALANCE-CHECK          PIC 9(06).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Load-Register.
           PERFORM Print-Control-Report.
           STOP RUN.

      *    THE MASTER IS CREATED EMPTY THE FIRST TIME THROUGH, THEN
      *    EVERY REGISTER LINE IS APPLIED TO IT
       Load-Register SECTION.
           OPEN INPUT Register-File.
           IF  WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT-LOAD: ACCOUNTS.DAT NOT READABLE, "
                       "STATUS " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Load-Register-Exit
           END-IF.
           OPEN I-O Account-Master.
           IF  WS-MASTER-STATUS = "35"
               OPEN OUTPUT Account-Master
               CLOSE Account-Master
               OPEN I-O Account-Master
           END-IF.
           IF  WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT-LOAD: ACCTMAST.IDX NOT OPENED, "
                       "STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE Register-File
               GO TO Load-Register-Exit
           END-IF.
           PERFORM UNTIL WS-EOF
               READ Register-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM Apply-Register-Line
               END-READ
           END-PERFORM.
           CLOSE Register-File Account-Master.
       Load-Register-Exit.
           EXIT.

      *    EDIT THE LINE, THEN ADD THE ACCOUNT OR REFRESH IT -- AN
      *    EXISTING ACCOUNT'S BALANCE IS POSTING'S, NOT THE REGISTER'S
       Apply-Register-Line SECTION.
           MOVE "Y" TO WS-LINE-VALID-SWITCH.
           MOVE SPACES TO WS-LINE-REASON.
           MOVE Reg-Reference-No    TO WS-CHECK-REF-X.
           MOVE Reg-Opening-Balance TO WS-CHECK-BALANCE-X.
           EVALUATE TRUE
               WHEN WS-CHECK-REF NOT NUMERIC
                   MOVE "N" TO WS-LINE-VALID-SWITCH
                   MOVE "BAD REFERENCE NO" TO WS-LINE-REASON
               WHEN Reg-Status NOT = "O" AND "C"
                   MOVE "N" TO WS-LINE-VALID-SWITCH
                   MOVE "BAD STATUS" TO WS-LINE-REASON
               WHEN Reg-Opening-Balance = SPACES
                   MOVE ZERO TO WS-CHECK-BALANCE
               WHEN WS-CHECK-BALANCE NOT NUMERIC
                   MOVE "N" TO WS-LINE-VALID-SWITCH
                   MOVE "BAD BALANCE" TO WS-LINE-REASON
           END-EVALUATE.
           IF  NOT WS-LINE-VALID
               ADD 1 TO WS-LINES-REJECTED
               DISPLAY "REJECTED LINE: " Reg-Reference-No
                       " (" WS-LINE-REASON ")"
               GO TO Apply-Register-Line-Exit
           END-IF.
           MOVE Reg-Reference-No TO Acct-Reference-No.
           READ Account-Master
               INVALID KEY
                   MOVE SPACES              TO Acct-Record
                   MOVE Reg-Reference-No    TO Acct-Reference-No
                   MOVE Reg-Status          TO Acct-Status
                   MOVE Reg-Name            TO Acct-Name
                   MOVE WS-CHECK-BALANCE    TO Acct-Balance
                   MOVE ZERO                TO Acct-Post-Count
                   WRITE Acct-Record
                   ADD 1 TO WS-ACCOUNTS-ADDED
               NOT INVALID KEY
                   MOVE Reg-Status          TO Acct-Status
                   MOVE Reg-Name            TO Acct-Name
                   REWRITE Acct-Record
                   ADD 1 TO WS-ACCOUNTS-UPDATED
           END-READ.
           IF  WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT-LOAD: ACCTMAST.IDX UPDATE FAILED FOR "
                       Reg-Reference-No ", STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       Apply-Register-Line-Exit.
           EXIT.

      *    CONTROL REPORT -- READ MUST EQUAL ADDED PLUS UPDATED PLUS
      *    REJECTED
       Print-Control-Report SECTION.
           DISPLAY "ACCOUNT REGISTER LOAD CONTROL REPORT".
           DISPLAY "  LINES READ       : " WS-LINES-READ.
           DISPLAY "  ACCOUNTS ADDED   : " WS-ACCOUNTS-ADDED.
           DISPLAY "  ACCOUNTS UPDATED : " WS-ACCOUNTS-UPDATED.
           DISPLAY "  LINES REJECTED   : " WS-LINES-REJECTED.
           COMPUTE WS-BALANCE-CHECK =
                   WS-ACCOUNTS-ADDED + WS-ACCOUNTS-UPDATED
                 + WS-LINES-REJECTED.
           IF  WS-BALANCE-CHECK = WS-LINES-READ
               DISPLAY "  CONTROL BALANCE  : IN BALANCE"
           ELSE
               DISPLAY "  CONTROL BALANCE  : *** OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
       Print-Control-Report-Exit.
           EXIT.
       END PROGRAM Account-Load.
