           88 WS-TRAILER-SEEN                    VALUE "Y".
       01 WS-TRAILER-COUNT           PIC 9(08)   VALUE ZERO.
       01 WS-DETAILS-READ            PIC 9(06)   VALUE ZERO.
      *    WHAT SAMPLE.ACC'S OWN TRAILER CARRIES FOR ACCOUNT-POST TO
      *    PROVE ITS POSTING AGAINST -- THE ACCEPTED DETAIL COUNT AND
      *    AMOUNT, NOT THE FEED'S.  THE AMOUNT GOES OUT AS A HASH
      *    TOTAL IN THE 9-DIGIT AMOUNT FIELD (HIGH-ORDER DIGITS DROP)
       01 WS-DETAILS-ACCEPTED        PIC 9(08)   VALUE ZERO.
       01 WS-AMOUNT-ACCEPTED         PIC 9(11)V9(02) VALUE ZERO.
       01 WS-ACC-TRAILER             PIC X(28)   VALUE SPACES.
       01 WS-ACC-TRAILER-FIELDS      REDEFINES WS-ACC-TRAILER.
         02 FILLER                   PIC X.
         02 WS-ACC-TRAILER-COUNT     PIC 9(08).
         02 FILLER                   PIC X(10).
         02 WS-ACC-TRAILER-AMOUNT    PIC 9(07)V9(02).

       PROCEDURE DIVISION.
       Begin.
                           END-IF
                   END-READ
               END-PERFORM
               IF  WS-TRAILER-SEEN
                   MOVE WS-DETAILS-ACCEPTED TO WS-ACC-TRAILER-COUNT
                   MOVE WS-AMOUNT-ACCEPTED  TO WS-ACC-TRAILER-AMOUNT
                   WRITE Accept-Record FROM WS-ACC-TRAILER
               END-IF
               CLOSE File-Name Accept-File Reject-File
               PERFORM PRINT-CONTROL-REPORT
           END-IF.
                       MOVE WS-CHECK-REF TO WS-TRAILER-COUNT
                   END-IF
                   ADD 1 TO WS-RECORDS-ACCEPTED
      *            HELD BACK AND WRITTEN LAST, RE-CUT WITH THE
      *            ACCEPTED TOTALS, ONCE THE WHOLE FEED HAS BEEN READ
                   MOVE File-Group-Name TO WS-ACC-TRAILER
               WHEN "D"
                   ADD 1 TO WS-DETAILS-READ
                   PERFORM VALIDATE-DETAIL-RECORD
                   IF  WS-DATE-VALID
                       ADD 1 TO WS-RECORDS-ACCEPTED
                       ADD 1 TO WS-DETAILS-ACCEPTED
                       ADD WS-CHECK-AMOUNT TO WS-AMOUNT-ACCEPTED
                       WRITE Accept-Record FROM File-Group-Name
                   ELSE
                       PERFORM REJECT-THIS-RECORD
           DISPLAY "  DETAILS READ    : " WS-DETAILS-READ.
           DISPLAY "  RECORDS ACCEPTED: " WS-RECORDS-ACCEPTED.
           DISPLAY "  RECORDS REJECTED: " WS-RECORDS-REJECTED.
           DISPLAY "  DETAILS ACCEPTED: " WS-DETAILS-ACCEPTED.
           DISPLAY "  AMOUNT ACCEPTED : " WS-AMOUNT-ACCEPTED.
           COMPUTE WS-BALANCE-CHECK =
                   WS-RECORDS-ACCEPTED + WS-RECORDS-REJECTED.
           IF  WS-BALANCE-CHECK = WS-RECORDS-READ
