       IDENTIFICATION DIVISION.
       PROGRAM-ID. Account-Post.
       AUTHOR. Darren Hiebert.

      *    Posts the details Program-Name accepted into SAMPLE.ACC to
      *    the indexed account master Account-Load maintains, keyed
      *    on the reference number.  The transaction type decides the
      *    side: AJ (adjustment) and RV (reversal of a payment) debit
      *    the account, PY (payment) credits it, so the balance is
      *    what the account still owes.  A detail for a reference
      *    the master does not know, or for a closed account, is not
      *    posted: it goes to SAMPLE.PRJ with the reason, like the
      *    edit's own rejects.  SAMPLE.JNL carries the posting
      *    journal and then a trial balance of every master balance.
      *    The run proves itself three ways -- the SAMPLE.ACC trailer
      *    count and amount against the details read, the details
      *    read against those posted plus rejected, and the opening
      *    master total plus debits less credits against the closing
      *    total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE EDIT'S ACCEPTED STREAM, TRAILER RE-CUT WITH THE
      *    ACCEPTED DETAIL COUNT AND AMOUNT
           SELECT Accept-File ASSIGN TO "SAMPLE.ACC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCEPT-STATUS.
           SELECT Account-Master ASSIGN TO "ACCTMAST.IDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Acct-Reference-No
                FILE STATUS IS WS-MASTER-STATUS.
      *    DETAILS THAT COULD NOT BE POSTED, EACH WITH ITS REASON
           SELECT Post-Reject-File ASSIGN TO "SAMPLE.PRJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
      *    POSTING JOURNAL FOLLOWED BY THE TRIAL BALANCE
           SELECT Journal-File ASSIGN TO "SAMPLE.JNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME H/D/T LAYOUT PROGRAM-NAME WRITES
       FD Accept-File.
       01 Accept-Record.
         02 Acc-Record-Type         PIC X.
         02 Acc-Reference-No        PIC X(8).
         02 Acc-Tran-Type           PIC X(2).
         02 Acc-Tran-Date           PIC X(8).
         02 Acc-Tran-Amount         PIC X(9).

      *    SAME MASTER LAYOUT ACCOUNT-LOAD BUILDS
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

       FD Post-Reject-File.
       01 Post-Reject-Record.
         02 Post-Reject-Reason      PIC X(18).
         02 FILLER                  PIC X.
         02 Post-Reject-Data        PIC X(28).

       FD Journal-File.
       01 Journal-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCEPT-STATUS          PIC X(02).
       01 WS-MASTER-STATUS          PIC X(02).
       01 WS-REJECT-STATUS          PIC X(02).
       01 WS-JOURNAL-STATUS         PIC X(02).
       01 WS-EOF-SWITCH             PIC X       VALUE "N".
           88 WS-EOF                            VALUE "Y".
       01 WS-POST-REASON            PIC X(18)   VALUE SPACES.
      *    NUMERIC VIEWS OF THE RAW FIELDS
       01 WS-CHECK-AMOUNT           PIC 9(07)V9(02).
       01 WS-CHECK-AMOUNT-X         REDEFINES WS-CHECK-AMOUNT
                                    PIC X(09).
       01 WS-CHECK-COUNT            PIC 9(08).
       01 WS-CHECK-COUNT-X          REDEFINES WS-CHECK-COUNT
                                    PIC X(08).
      *    FILE-LEVEL BOOKKEEPING -- THE HEADER COMES FIRST, THE
      *    TRAILER CARRIES THE ACCEPTED COUNT AND AMOUNT
       01 WS-HEADER-SWITCH          PIC X       VALUE "N".
           88 WS-HEADER-SEEN                    VALUE "Y".
       01 WS-TRAILER-SWITCH         PIC X       VALUE "N".
           88 WS-TRAILER-SEEN                   VALUE "Y".
       01 WS-TRAILER-COUNT          PIC 9(08)   VALUE ZERO.
       01 WS-TRAILER-AMOUNT         PIC 9(07)V9(02) VALUE ZERO.
      *    CONTROL TOTALS -- READ MUST EQUAL POSTED PLUS REJECTED,
      *    IN COUNT AND IN AMOUNT
       01 WS-CONTROL-COUNTS.
         02 WS-DETAILS-READ         PIC 9(08)   VALUE ZERO.
         02 WS-DETAILS-POSTED       PIC 9(08)   VALUE ZERO.
         02 WS-DETAILS-REJECTED     PIC 9(08)   VALUE ZERO.
         02 WS-ACCOUNTS-LISTED      PIC 9(08)   VALUE ZERO.
       01 WS-CONTROL-AMOUNTS.
         02 WS-AMOUNT-READ          PIC 9(11)V9(02) VALUE ZERO.
         02 WS-AMOUNT-POSTED        PIC 9(11)V9(02) VALUE ZERO.
         02 WS-AMOUNT-REJECTED      PIC 9(11)V9(02) VALUE ZERO.
         02 WS-DEBITS-POSTED        PIC 9(11)V9(02) VALUE ZERO.
         02 WS-CREDITS-POSTED       PIC 9(11)V9(02) VALUE ZERO.
      *    MASTER TOTALS BEFORE AND AFTER THE RUN FOR THE PROOF
         02 WS-OPENING-TOTAL        PIC S9(13)V9(02) VALUE ZERO.
         02 WS-CLOSING-TOTAL        PIC S9(13)V9(02) VALUE ZERO.
         02 WS-EXPECTED-TOTAL       PIC S9(13)V9(02) VALUE ZERO.
       01 WS-BALANCE-CHECK          PIC 9(08).
       01 WS-AMOUNT-CHECK           PIC 9(11)V9(02).
       01 WS-HASH-CHECK             PIC 9(07)V9(02).
      *    JOURNAL AND TRIAL BALANCE PRINT LINES
       01 WS-TITLE-LINE.
         02 FILLER                  PIC X(20)   VALUE SPACES.
         02 WS-TITLE-TEXT           PIC X(40).
       01 WS-JOURNAL-HEADING.
         02 FILLER                  PIC X(10)   VALUE "REFERENCE".
         02 FILLER                  PIC X(05)   VALUE "TYPE".
         02 FILLER                  PIC X(17)   VALUE "DATE".
         02 FILLER                  PIC X(13)   VALUE "DEBIT".
         02 FILLER                  PIC X(12)   VALUE "CREDIT".
         02 FILLER                  PIC X(13)   VALUE "NEW BALANCE".
         02 FILLER                  PIC X(06)   VALUE "RESULT".
       01 WS-JOURNAL-LINE.
         02 WS-JL-REFERENCE-NO      PIC X(8).
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-JL-TRAN-TYPE         PIC X(2).
         02 FILLER                  PIC X(3)    VALUE SPACES.
         02 WS-JL-TRAN-DATE         PIC X(8).
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-JL-DEBIT             PIC Z,ZZZ,ZZ9.99.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-JL-CREDIT            PIC Z,ZZZ,ZZ9.99.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-JL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-JL-RESULT            PIC X(18).
       01 WS-TRIAL-HEADING.
         02 FILLER                  PIC X(10)   VALUE "REFERENCE".
         02 FILLER                  PIC X(03)   VALUE "ST".
         02 FILLER                  PIC X(40)   VALUE "NAME".
         02 FILLER                  PIC X(08)   VALUE "BALANCE".
         02 FILLER                  PIC X(10)   VALUE "POSTINGS".
         02 FILLER                  PIC X(11)   VALUE "LAST POSTED".
       01 WS-TRIAL-LINE.
         02 WS-TL-REFERENCE-NO      PIC X(8).
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-TL-STATUS            PIC X.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-TL-NAME              PIC X(30).
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-TL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-TL-POST-COUNT        PIC ZZZ,ZZ9.
         02 FILLER                  PIC X(2)    VALUE SPACES.
         02 WS-TL-LAST-POST-DATE    PIC X(8).
       01 WS-TOTAL-LINE.
         02 WS-TT-LABEL             PIC X(45).
         02 WS-TT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Open-Files.
           IF  RETURN-CODE = 8
               STOP RUN
           END-IF.
           PERFORM Total-Master-Balances.
           MOVE WS-CLOSING-TOTAL TO WS-OPENING-TOTAL.
           PERFORM Post-Accepted-Stream.
           PERFORM Print-Trial-Balance.
           PERFORM Print-Control-Report.
           CLOSE Accept-File Account-Master
                 Post-Reject-File Journal-File.
           STOP RUN.

      *    NOTHING IS POSTED UNLESS THE STREAM, THE MASTER AND BOTH
      *    OUTPUTS ARE ALL THERE
       Open-Files SECTION.
           OPEN INPUT Accept-File.
           IF  WS-ACCEPT-STATUS NOT = "00"
               DISPLAY "ACCOUNT-POST: SAMPLE.ACC NOT READABLE, "
                       "STATUS " WS-ACCEPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Open-Files-Exit
           END-IF.
           OPEN I-O Account-Master.
           IF  WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT-POST: ACCTMAST.IDX NOT OPENED, "
                       "STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE Accept-File
               GO TO Open-Files-Exit
           END-IF.
           OPEN OUTPUT Post-Reject-File.
           OPEN OUTPUT Journal-File.
           IF  WS-REJECT-STATUS NOT = "00"
           OR  WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ACCOUNT-POST: SAMPLE.PRJ/SAMPLE.JNL NOT "
                       "WRITABLE, STATUS " WS-REJECT-STATUS "/"
                       WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE Accept-File Account-Master
               GO TO Open-Files-Exit
           END-IF.
       Open-Files-Exit.
           EXIT.

      *    SUM OF EVERY MASTER BALANCE INTO WS-CLOSING-TOTAL -- RUN
      *    BEFORE POSTING FOR THE OPENING FIGURE AND AFTER IT BY THE
      *    TRIAL BALANCE
       Total-Master-Balances SECTION.
           MOVE ZERO TO WS-CLOSING-TOTAL.
           MOVE LOW-VALUES TO Acct-Reference-No.
           START Account-Master
               KEY IS NOT LESS THAN Acct-Reference-No
               INVALID KEY
                   GO TO Total-Master-Balances-Exit
           END-START.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ Account-Master NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD Acct-Balance TO WS-CLOSING-TOTAL
               END-READ
           END-PERFORM.
       Total-Master-Balances-Exit.
           EXIT.

       Post-Accepted-Stream SECTION.
           MOVE SPACES TO WS-TITLE-TEXT.
           MOVE "ACCOUNT POSTING JOURNAL" TO WS-TITLE-TEXT.
           WRITE Journal-Record FROM WS-TITLE-LINE.
           MOVE SPACES TO Journal-Record.
           WRITE Journal-Record.
           WRITE Journal-Record FROM WS-JOURNAL-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ Accept-File
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE Acc-Record-Type
                           WHEN "H"
                               SET WS-HEADER-SEEN TO TRUE
                           WHEN "T"
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE Acc-Reference-No
                                 TO WS-CHECK-COUNT-X
                               IF  WS-CHECK-COUNT NUMERIC
                                   MOVE WS-CHECK-COUNT
                                     TO WS-TRAILER-COUNT
                               END-IF
                               MOVE Acc-Tran-Amount
                                 TO WS-CHECK-AMOUNT-X
                               IF  WS-CHECK-AMOUNT NUMERIC
                                   MOVE WS-CHECK-AMOUNT
                                     TO WS-TRAILER-AMOUNT
                               END-IF
                           WHEN OTHER
                               PERFORM Post-One-Detail
                       END-EVALUATE
               END-READ
           END-PERFORM.
       Post-Accepted-Stream-Exit.
           EXIT.

      *    ONE ACCEPTED DETAIL -- THE EDIT HAS ALREADY PROVED ITS
      *    FIELDS, SO THE ONLY REFUSALS HERE ARE ABOUT THE ACCOUNT
       Post-One-Detail SECTION.
           ADD 1 TO WS-DETAILS-READ.
           MOVE Acc-Tran-Amount TO WS-CHECK-AMOUNT-X.
           IF  WS-CHECK-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-CHECK-AMOUNT
           END-IF.
           ADD WS-CHECK-AMOUNT TO WS-AMOUNT-READ.
           MOVE SPACES TO WS-POST-REASON.
           MOVE Acc-Reference-No TO Acct-Reference-No.
           READ Account-Master
               INVALID KEY
                   MOVE "UNKNOWN ACCOUNT" TO WS-POST-REASON
           END-READ.
           EVALUATE TRUE
               WHEN WS-POST-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT Acct-Open
                   MOVE "ACCOUNT CLOSED" TO WS-POST-REASON
               WHEN Acc-Tran-Type NOT = "PY" AND "AJ" AND "RV"
                   MOVE "BAD TRAN TYPE" TO WS-POST-REASON
           END-EVALUATE.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE Acc-Reference-No TO WS-JL-REFERENCE-NO.
           MOVE Acc-Tran-Type    TO WS-JL-TRAN-TYPE.
           MOVE Acc-Tran-Date    TO WS-JL-TRAN-DATE.
           IF  WS-POST-REASON NOT = SPACES
               ADD 1 TO WS-DETAILS-REJECTED
               ADD WS-CHECK-AMOUNT TO WS-AMOUNT-REJECTED
               MOVE SPACES TO Post-Reject-Record
               MOVE WS-POST-REASON TO Post-Reject-Reason
               MOVE Accept-Record TO Post-Reject-Data
               WRITE Post-Reject-Record
               MOVE "** " TO WS-JL-RESULT
               MOVE WS-POST-REASON TO WS-JL-RESULT(4:15)
               WRITE Journal-Record FROM WS-JOURNAL-LINE
               GO TO Post-One-Detail-Exit
           END-IF.
           IF  Acc-Tran-Type = "PY"
               SUBTRACT WS-CHECK-AMOUNT FROM Acct-Balance
               ADD WS-CHECK-AMOUNT TO WS-CREDITS-POSTED
               MOVE WS-CHECK-AMOUNT TO WS-JL-CREDIT
           ELSE
               ADD WS-CHECK-AMOUNT TO Acct-Balance
               ADD WS-CHECK-AMOUNT TO WS-DEBITS-POSTED
               MOVE WS-CHECK-AMOUNT TO WS-JL-DEBIT
           END-IF.
           MOVE Acc-Tran-Date TO Acct-Last-Post-Date.
           ADD 1 TO Acct-Post-Count.
           REWRITE Acct-Record.
           IF  WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT-POST: ACCTMAST.IDX REWRITE FAILED FOR "
                       Acc-Reference-No ", STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-DETAILS-POSTED.
           ADD WS-CHECK-AMOUNT TO WS-AMOUNT-POSTED.
           MOVE Acct-Balance TO WS-JL-BALANCE.
           MOVE "POSTED" TO WS-JL-RESULT.
           WRITE Journal-Record FROM WS-JOURNAL-LINE.
       Post-One-Detail-Exit.
           EXIT.

      *    EVERY ACCOUNT ON THE MASTER, OPEN OR CLOSED, WITH ITS
      *    BALANCE AFTER THIS RUN AND THE TOTAL OF THEM ALL
       Print-Trial-Balance SECTION.
           MOVE SPACES TO Journal-Record.
           WRITE Journal-Record.
           MOVE SPACES TO WS-TITLE-TEXT.
           MOVE "TRIAL BALANCE OF ACCOUNT MASTER" TO WS-TITLE-TEXT.
           WRITE Journal-Record FROM WS-TITLE-LINE.
           MOVE SPACES TO Journal-Record.
           WRITE Journal-Record.
           WRITE Journal-Record FROM WS-TRIAL-HEADING.
           MOVE ZERO TO WS-CLOSING-TOTAL.
           MOVE LOW-VALUES TO Acct-Reference-No.
           START Account-Master
               KEY IS NOT LESS THAN Acct-Reference-No
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ Account-Master NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-LISTED
                       ADD Acct-Balance TO WS-CLOSING-TOTAL
                       MOVE SPACES TO WS-TRIAL-LINE
                       MOVE Acct-Reference-No TO WS-TL-REFERENCE-NO
                       MOVE Acct-Status       TO WS-TL-STATUS
                       MOVE Acct-Name         TO WS-TL-NAME
                       MOVE Acct-Balance      TO WS-TL-BALANCE
                       MOVE Acct-Post-Count   TO WS-TL-POST-COUNT
                       MOVE Acct-Last-Post-Date
                         TO WS-TL-LAST-POST-DATE
                       WRITE Journal-Record FROM WS-TRIAL-LINE
               END-READ
           END-PERFORM.
           MOVE SPACES TO Journal-Record.
           WRITE Journal-Record.
           MOVE "OPENING MASTER TOTAL" TO WS-TT-LABEL.
           MOVE WS-OPENING-TOTAL TO WS-TT-AMOUNT.
           WRITE Journal-Record FROM WS-TOTAL-LINE.
           MOVE "  PLUS DEBITS POSTED" TO WS-TT-LABEL.
           MOVE WS-DEBITS-POSTED TO WS-TT-AMOUNT.
           WRITE Journal-Record FROM WS-TOTAL-LINE.
           MOVE "  LESS CREDITS POSTED" TO WS-TT-LABEL.
           MOVE WS-CREDITS-POSTED TO WS-TT-AMOUNT.
           WRITE Journal-Record FROM WS-TOTAL-LINE.
           MOVE "CLOSING MASTER TOTAL" TO WS-TT-LABEL.
           MOVE WS-CLOSING-TOTAL TO WS-TT-AMOUNT.
           WRITE Journal-Record FROM WS-TOTAL-LINE.
       Print-Trial-Balance-Exit.
           EXIT.

      *    CONTROL REPORT -- THE TRAILER MUST MATCH WHAT WAS READ,
      *    WHAT WAS READ MUST BE POSTED OR REJECTED, AND THE MASTER
      *    MUST HAVE MOVED BY EXACTLY WHAT WAS POSTED
       Print-Control-Report SECTION.
           DISPLAY "ACCOUNT POSTING CONTROL REPORT".
           DISPLAY "  DETAILS READ     : " WS-DETAILS-READ
                   "  AMOUNT " WS-AMOUNT-READ.
           DISPLAY "  DETAILS POSTED   : " WS-DETAILS-POSTED
                   "  AMOUNT " WS-AMOUNT-POSTED.
           DISPLAY "  DETAILS REJECTED : " WS-DETAILS-REJECTED
                   "  AMOUNT " WS-AMOUNT-REJECTED.
           DISPLAY "  ACCOUNTS LISTED  : " WS-ACCOUNTS-LISTED.
           IF  NOT WS-HEADER-SEEN
               DISPLAY "  FILE HEADER      : *** MISSING ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-AMOUNT-READ TO WS-HASH-CHECK.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   DISPLAY "  FILE TRAILER     : *** MISSING ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                   DISPLAY "  TRAILER COUNT    : *** "
                           WS-TRAILER-COUNT " DOES NOT MATCH "
                           WS-DETAILS-READ " DETAILS READ ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-AMOUNT NOT = WS-HASH-CHECK
                   DISPLAY "  TRAILER AMOUNT   : *** "
                           WS-TRAILER-AMOUNT " DOES NOT MATCH "
                           WS-HASH-CHECK " READ ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "  TRAILER TOTALS   : VERIFIED"
           END-EVALUATE.
           COMPUTE WS-BALANCE-CHECK =
                   WS-DETAILS-POSTED + WS-DETAILS-REJECTED.
           COMPUTE WS-AMOUNT-CHECK =
                   WS-AMOUNT-POSTED + WS-AMOUNT-REJECTED.
           IF  WS-BALANCE-CHECK = WS-DETAILS-READ
           AND WS-AMOUNT-CHECK = WS-AMOUNT-READ
               DISPLAY "  CONTROL BALANCE  : IN BALANCE"
           ELSE
               DISPLAY "  CONTROL BALANCE  : *** OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           COMPUTE WS-EXPECTED-TOTAL = WS-OPENING-TOTAL
                   + WS-DEBITS-POSTED - WS-CREDITS-POSTED.
           IF  WS-EXPECTED-TOTAL = WS-CLOSING-TOTAL
               DISPLAY "  MASTER MOVEMENT  : AGREES WITH POSTINGS"
           ELSE
               DISPLAY "  MASTER MOVEMENT  : *** CLOSING TOTAL "
                       "DOES NOT AGREE WITH POSTINGS ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
       Print-Control-Report-Exit.
           EXIT.
       END PROGRAM Account-Post.
