      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TRANCOLL --- night collector for the intake batches that feed
      *               EMPTRANS: every producer (TRANENTRY's terminal
      *               batches, WEBTRAN's web drops) files its records
      *               as a batch of its own through TRANBAT, with a
      *               header and an entry on the company's batch
      *               register (TRANBAT.DAT).  This step builds the
      *               night's EMPTRAN.DAT from the batches that are
      *               ready, in batch-ID order (the order they were
      *               filed), after proving each batch file's records
      *               against its header and the register.  Each
      *               record goes onto EMPTRAN.DAT tagged with its
      *               batch ID, so EMPTRAN.RPT can show every
      *               disposition by the batch it came from.
      *               Operators hold, release or withdraw a batch
      *               before the night run with action cards on
      *               TRANBACT.DAT (batch ID, H/R/W, operator ID): a
      *               held batch waits on the register until it is
      *               released, a withdrawn one is never merged.  An
      *               A card adopts a hand-prepared feed in the
      *               EMPTRAN.DAT layout (MERITRND.DAT, say) as a new
      *               batch of source FILE, named in the card's note.
      *               Only a level F operator of the run company, or
      *               the operator who released the batch, may act
      *               on it; refused cards are printed and warn.  A
      *               batch whose file is missing or out of balance
      *               is refused (status E) until it is released
      *               again or withdrawn.  Records found on the old
      *               EMPTRAN.DAT without a batch ID were put there by
      *               hand -- they are saved to EMPTRAN.DRP, not
      *               applied, and the run warns.  A re-run on the
      *               same business date merges tonight's batches
      *               again, so the rebuilt file is the same; a
      *               rehearsal run applies the cards for its own
      *               report only and leaves the register, the cards
      *               and any hand feed alone.  Merged and withdrawn
      *               batches stay on the register until the end of
      *               the following month.  A batch TRANBAT files
      *               while the collector is running is not lost when
      *               the register is rewritten: it is picked up from
      *               the register as it then stands and kept, ready,
      *               for the next collection.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TRANCOLL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    THE COMPANY'S BATCH REGISTER (SEE TRANBAT)
           SELECT BREG-FILE        ASSIGN TO DYNAMIC WS-BREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
      *    OPERATORS' HOLD/RELEASE/WITHDRAW/ADOPT CARDS
           SELECT BACT-FILE        ASSIGN TO DYNAMIC WS-BACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACT-STATUS.
      *    ONE BATCH'S FILE -- HEADER, THEN ITS RECORDS
           SELECT BATCH-FILE       ASSIGN TO DYNAMIC WS-BATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
      *    THE NIGHT'S TRANSACTION FILE EMPTRANS APPLIES
           SELECT TRAN-FILE        ASSIGN TO DYNAMIC WS-TRAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *    HAND-PLACED RECORDS FOUND ON THE OLD EMPTRAN.DAT
           SELECT DROP-FILE        ASSIGN TO DYNAMIC WS-DROP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
           SELECT OPERAUTH-FILE    ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    SAME LAYOUT TRANBAT WRITES
       FD  BREG-FILE.
       01  BREG-REC.
           05  TB-BATCH-ID         PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-SOURCE           PIC  X(04).
           05  FILLER              PIC  X.
           05  TB-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  TB-COUNT            PIC  9(06).
           05  FILLER              PIC  X.
           05  TB-HASH             PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  TB-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-TIME             PIC  9(08).
           05  FILLER              PIC  X.
           05  TB-STATUS           PIC  X.
           05  FILLER              PIC  X.
           05  TB-ACT-BY           PIC  X(08).
           05  FILLER              PIC  X.
           05  TB-ACT-DATE         PIC  9(08).

      *    H = HOLD, R = RELEASE, W = WITHDRAW, A = ADOPT THE FEED
      *    NAMED IN THE NOTE AS A NEW BATCH (BATCH ID LEFT BLANK)
       FD  BACT-FILE.
       01  BACT-REC.
           05  BA-BATCH-ID         PIC  X(08).
           05  BA-BATCH-NO         REDEFINES BA-BATCH-ID
                                   PIC  9(08).
           05  FILLER              PIC  X.
           05  BA-ACTION           PIC  X.
           05  FILLER              PIC  X.
           05  BA-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  BA-NOTE             PIC  X(40).

      *    SAME LAYOUT TRANBAT WRITES
       FD  BATCH-FILE.
       01  BATCH-REC.
           05  BR-CODE             PIC  X.
           05  FILLER              PIC  X(64).
           05  BR-SALARY           PIC  X(09).
           05  FILLER              PIC  X(89).
       01  BATCH-HDR.
           05  BH-TYPE             PIC  X.
           05  FILLER              PIC  X.
           05  BH-BATCH-ID         PIC  9(08).
           05  FILLER              PIC  X.
           05  BH-SOURCE           PIC  X(04).
           05  FILLER              PIC  X.
           05  BH-COMPANY          PIC  X(02).
           05  FILLER              PIC  X.
           05  BH-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  BH-COUNT            PIC  9(06).
           05  FILLER              PIC  X.
           05  BH-HASH             PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
           05  BH-DATE             PIC  9(08).
           05  FILLER              PIC  X.
           05  BH-TIME             PIC  9(08).

      *    EMPTRANS' TRANSACTION IMAGE WITH THE ORIGINATING BATCH ID
      *    BEHIND THE CHECK DIGIT
       FD  TRAN-FILE.
       01  TRAN-REC.
           05  TR-IMAGE            PIC  X(163).
           05  TR-BATCH-ID         PIC  X(08).

       FD  DROP-FILE.
       01  DROP-REC                PIC  X(171).

       FD  OPERAUTH-FILE.
       01  OPERAUTH-REC.
           05  OA-OPER-ID          PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-LEVEL            PIC  X.
           05  FILLER              PIC  X.
           05  OA-OPER-NAME        PIC  X(20).
           05  FILLER              PIC  X.
           05  OA-PASSWORD         PIC  X(08).
           05  FILLER              PIC  X.
           05  OA-EXPIRY           PIC  9(08).
           05  FILLER              PIC  X.
           05  OA-FAIL-CNT         PIC  9.
           05  FILLER              PIC  X.
           05  OA-SUSPEND          PIC  X.
           05  FILLER              PIC  X.
           05  OA-SAL-VIS          PIC  X.
           05  FILLER              PIC  X.
           05  OA-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "TRANCOLL".
       01  WS-BREG-STATUS          PIC  X(02).
           88  WS-BREG-OK          VALUE "00".
           88  WS-BREG-EOF         VALUE "10".
       01  WS-BACT-STATUS          PIC  X(02).
           88  WS-BACT-OK          VALUE "00".
           88  WS-BACT-EOF         VALUE "10".
       01  WS-BATCH-STATUS         PIC  X(02).
           88  WS-BATCH-OK         VALUE "00".
           88  WS-BATCH-EOF        VALUE "10".
       01  WS-TRAN-STATUS          PIC  X(02).
           88  WS-TRAN-OK          VALUE "00".
           88  WS-TRAN-EOF         VALUE "10".
       01  WS-DROP-STATUS          PIC  X(02).
           88  WS-DROP-OK          VALUE "00".
       01  WS-OPERAUTH-STATUS      PIC  X(02).
           88  WS-OPERAUTH-OK      VALUE "00".
           88  WS-OPERAUTH-EOF     VALUE "10".
       01  WS-BREG-NAME            PIC  X(40) VALUE "TRANBAT.DAT".
       01  WS-BACT-NAME            PIC  X(40) VALUE "TRANBACT.DAT".
       01  WS-TRAN-NAME            PIC  X(40) VALUE "EMPTRAN.DAT".
       01  WS-DROP-NAME            PIC  X(40) VALUE "EMPTRAN.DRP".
       01  WS-BATCH-NAME           PIC  X(40).
       01  WS-SPOOL-NAME           PIC  X(40) VALUE "./trancoll.dat".
       01  WS-BUSINESS-DATE        PIC  9(08).
       01  WS-BUSINESS-DATE-X      REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YYYY         PIC  9(04).
           05  WS-BUS-MM           PIC  9(02).
           05  WS-BUS-DD           PIC  9(02).
      *    MERGED AND WITHDRAWN BATCHES ACTED ON BEFORE THIS MONTH
      *    (YYYYMM) DROP OFF THE REGISTER WHEN IT IS REWRITTEN
       01  WS-KEEP-FROM-MONTH      PIC  9(06).
      *    THE REGISTER IN MEMORY, IN BATCH-ID ORDER
       01  WS-REG-TABLE.
           05  WS-REG-CNT          PIC  9(03) VALUE ZERO.
           05  WS-REG-ENTRY        OCCURS 500.
               10  WS-RG-BATCH-ID  PIC  9(08).
               10  WS-RG-SOURCE    PIC  X(04).
               10  WS-RG-OPER-ID   PIC  X(08).
               10  WS-RG-COUNT     PIC  9(06).
               10  WS-RG-HASH      PIC S9(11)V9(02).
               10  WS-RG-DATE      PIC  9(08).
               10  WS-RG-TIME      PIC  9(08).
               10  WS-RG-STATUS    PIC  X.
               10  WS-RG-ACT-BY    PIC  X(08).
               10  WS-RG-ACT-DATE  PIC  9(08).
       01  WS-REG-SWAP             PIC  X(72).
       01  WS-REG-IDX              PIC  9(03).
       01  WS-REG-IDX-2            PIC  9(03).
       01  WS-REG-HIT              PIC  9(03).
       01  WS-REG-FULL-FLAG        PIC  X     VALUE "N".
           88  WS-REG-FULL         VALUE "Y".
      *    ONE CARD AT A TIME
       01  WS-CARD-RESULT          PIC  X(40).
       01  WS-CARD-OK-FLAG         PIC  X     VALUE "N".
           88  WS-CARD-OK          VALUE "Y".
       01  WS-OPER-FOUND-FLAG      PIC  X     VALUE "N".
           88  WS-OPER-FOUND       VALUE "Y".
       01  WS-OPER-LEVEL           PIC  X.
      *    TRANBAT SERVICE CONTRACT FIELDS (SEE TRANBAT)
       01  WS-TB-ACTION            PIC  X(08).
       01  WS-TB-BATCH-ID          PIC  9(08).
       01  WS-TB-SOURCE            PIC  X(04).
       01  WS-TB-OPER-ID           PIC  X(08).
       01  WS-TB-STAGE-NAME        PIC  X(40).
       01  WS-TB-COUNT             PIC  9(06).
       01  WS-TB-HASH              PIC S9(11)V9(02).
       01  WS-TB-STATUS            PIC  X(02).
      *    PROVING ONE BATCH FILE
       01  WS-PROVE-COUNT          PIC  9(06).
       01  WS-PROVE-HASH           PIC S9(11)V9(02).
      *    THE HEADER'S TOTALS, KEPT BEFORE THE RECORDS ARE READ OVER
      *    THE RECORD AREA
       01  WS-HDR-COUNT            PIC  9(06).
       01  WS-HDR-HASH             PIC S9(11)V9(02).
       01  WS-PROVE-REASON         PIC  X(40).
           88  WS-BATCH-PROVED     VALUE SPACES.
       01  WS-CHECK-SALARY         PIC S9(07)V9(02).
       01  WS-CHECK-SALARY-X       REDEFINES WS-CHECK-SALARY
                                   PIC  X(09).
       01  WS-BATCH-ID-X           PIC  X(08).
       01  WS-NOTE-TEXT            PIC  X(40).
       01  WS-LIST-FLAG            PIC  X     VALUE "N".
           88  WS-LIST-BATCH       VALUE "Y".
       01  WS-MERGE-FLAG           PIC  X     VALUE "N".
           88  WS-MERGE-BATCH      VALUE "Y".
       01  WS-COLL-COUNTS.
           05  WS-CARDS-READ       PIC  9(06) VALUE ZERO.
           05  WS-CARDS-REFUSED    PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-MERGED   PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-HELD     PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-REFUSED  PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-NEW-REFUSED
                                   PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-WITHDRAWN
                                   PIC  9(06) VALUE ZERO.
           05  WS-RECS-MERGED      PIC  9(06) VALUE ZERO.
           05  WS-RECS-DROPPED     PIC  9(06) VALUE ZERO.
           05  WS-BATCHES-LATE     PIC  9(06) VALUE ZERO.
       01  WS-HASH-MERGED          PIC S9(11)V9(02) VALUE ZERO.
       01  D-BATCH-LINE.
           05  D-BL-BATCH-ID       PIC  9(08).
           05  FILLER              PIC  X(02).
           05  D-BL-SOURCE         PIC  X(04).
           05  FILLER              PIC  X(02).
           05  D-BL-OPER-ID        PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-BL-DATE           PIC  9999/99/99.
           05  FILLER              PIC  X(02).
           05  D-BL-COUNT          PIC  ZZZ,ZZ9.
           05  FILLER              PIC  X(02).
           05  D-BL-HASH           PIC  -,---,---,--9.99.
           05  FILLER              PIC  X(02).
           05  D-BL-DISP           PIC  X(10).
           05  FILLER              PIC  X(02).
           05  D-BL-NOTE           PIC  X(40).
       01  D-CARD-LINE.
           05  D-CL-BATCH-ID       PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-ACTION         PIC  X.
           05  FILLER              PIC  X(03).
           05  D-CL-OPER-ID        PIC  X(08).
           05  FILLER              PIC  X(02).
           05  D-CL-NOTE           PIC  X(30).
           05  FILLER              PIC  X(02).
           05  D-CL-RESULT         PIC  X(40).
       01  D-TOTAL                 PIC  -,---,---,--9.99.
       01  D-COUNT                 PIC  ZZZ,ZZ9.
       01  D-DATE                  PIC  9999/99/99.
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

      *    A REHEARSAL LEAVES THE REGISTER AND THE CARDS AS THEY WERE
           COPY "REHEARSE.CPY".

      *    PRINTER-PARAM PASSED TO VIRTUAL-PRINTER
           COPY "PRNPARM.CPY".

      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TRANCOLL STARTED ***".
           ACCEPT  WS-AUDIT-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT  WS-AUDIT-START-TIME  FROM TIME.
           ACCEPT  WS-BUSINESS-DATE     FROM DATE YYYYMMDD.

           PERFORM SET-RUN-COMPANY.
           IF  WS-CO-STATUS NOT = "OK"
               DISPLAY "*** TRANCOLL: RUN COMPANY " WS-CO-CODE
                       " NOT ON COMPANY.DAT ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               DISPLAY "*** TRANCOLL: REHEARSAL -- REGISTER AND "
                       "ACTION CARDS LEFT AS THEY ARE ***"
           END-IF.

      *    A REGISTER TOO BIG TO HOLD COULD NOT BE REWRITTEN WHOLE --
      *    NOTHING IS MERGED RATHER THAN LOSE A BATCH
           PERFORM LOAD-BATCH-REGISTER.
           IF  WS-REG-FULL
               DISPLAY "*** TRANCOLL: MORE THAN 500 BATCHES ON "
                       WS-BREG-NAME " -- NOTHING COLLECTED ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8                TO   RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-BATCH-REGISTER.

           PERFORM OPEN-COLLECT-SPOOL.
           PERFORM APPLY-ACTION-CARDS.
           PERFORM SAVE-HAND-PLACED-RECORDS.

           OPEN OUTPUT TRAN-FILE.
           IF  NOT WS-TRAN-OK
               DISPLAY "*** TRANCOLL: UNABLE TO WRITE " WS-TRAN-NAME
                       " STATUS " WS-TRAN-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM PRINT-BATCH-HEADINGS
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-CNT
                   PERFORM COLLECT-ONE-BATCH
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
      *    CLOSING FLUSH -- FINAL LINE/PAGE COUNTS LAND IN THE SPOOL
      *    REGISTRY (SEE SPOOLMGR)
           MOVE  "Y"                TO   PA-FLUSH.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-FLUSH.

      *    THE CARDS GO ONLY ONCE THEIR EFFECT IS ON THE REGISTER
           IF  NOT RH-REHEARSAL AND WS-AUDIT-STATUS NOT = "FAIL"
               PERFORM REWRITE-BATCH-REGISTER
               IF  WS-AUDIT-STATUS NOT = "FAIL"
                   PERFORM CLEAR-ACTION-CARDS
               END-IF
           END-IF.

           DISPLAY "*** TRANCOLL FINISHED -- " WS-BATCHES-MERGED
                   " BATCH(ES), " WS-RECS-MERGED " RECORD(S) MERGED; "
                   WS-BATCHES-HELD " HELD, " WS-BATCHES-REFUSED
                   " REFUSED ***".
           IF  (WS-CARDS-REFUSED NOT = ZERO
                OR WS-BATCHES-NEW-REFUSED NOT = ZERO
                OR WS-RECS-DROPPED NOT = ZERO)
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
       LOAD-BATCH-REGISTER.
      ******************************************************************
      *    NO REGISTER YET SIMPLY MEANS NO BATCH HAS BEEN FILED
           OPEN INPUT BREG-FILE.
           IF  WS-BREG-OK
               PERFORM UNTIL WS-BREG-EOF
                   READ BREG-FILE
                       AT END
                           SET WS-BREG-EOF TO TRUE
                       NOT AT END
                           IF  WS-REG-CNT < 500
                               ADD  1   TO   WS-REG-CNT
                               PERFORM LOAD-ONE-REGISTER-ENTRY
                           ELSE
                               SET  WS-REG-FULL  TO   TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREG-FILE
           END-IF.

      ******************************************************************
       LOAD-ONE-REGISTER-ENTRY.
      ******************************************************************
           MOVE  TB-BATCH-ID        TO   WS-RG-BATCH-ID(WS-REG-CNT).
           MOVE  TB-SOURCE          TO   WS-RG-SOURCE(WS-REG-CNT).
           MOVE  TB-OPER-ID         TO   WS-RG-OPER-ID(WS-REG-CNT).
           MOVE  TB-COUNT           TO   WS-RG-COUNT(WS-REG-CNT).
           MOVE  TB-HASH            TO   WS-RG-HASH(WS-REG-CNT).
           MOVE  TB-DATE            TO   WS-RG-DATE(WS-REG-CNT).
           MOVE  TB-TIME            TO   WS-RG-TIME(WS-REG-CNT).
           MOVE  TB-STATUS          TO   WS-RG-STATUS(WS-REG-CNT).
           MOVE  TB-ACT-BY          TO   WS-RG-ACT-BY(WS-REG-CNT).
           IF  TB-ACT-DATE NUMERIC
               MOVE  TB-ACT-DATE    TO   WS-RG-ACT-DATE(WS-REG-CNT)
           ELSE
               MOVE  ZERO           TO   WS-RG-ACT-DATE(WS-REG-CNT)
           END-IF.

      ******************************************************************
       SORT-BATCH-REGISTER.
      ******************************************************************
      *    BATCH IDS ARE ISSUED IN ORDER, BUT TWO PRODUCERS FILING AT
      *    ONCE CAN REGISTER OUT OF TURN -- THE MERGE ORDER IS THE
      *    ORDER THE IDS WERE ISSUED
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX >= WS-REG-CNT
               PERFORM VARYING WS-REG-IDX-2 FROM WS-REG-IDX BY 1
                       UNTIL WS-REG-IDX-2 > WS-REG-CNT
                   IF  WS-RG-BATCH-ID(WS-REG-IDX-2)
                     < WS-RG-BATCH-ID(WS-REG-IDX)
                       MOVE  WS-REG-ENTRY(WS-REG-IDX)
                                    TO   WS-REG-SWAP
                       MOVE  WS-REG-ENTRY(WS-REG-IDX-2)
                                    TO   WS-REG-ENTRY(WS-REG-IDX)
                       MOVE  WS-REG-SWAP
                                    TO   WS-REG-ENTRY(WS-REG-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
       APPLY-ACTION-CARDS.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "OPERATOR ACTIONS" TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "BATCH"            TO   PA-BUFFER(1:5).
           MOVE  "ACT"              TO   PA-BUFFER(11:3).
           MOVE  "OPERATOR"         TO   PA-BUFFER(15:8).
           MOVE  "NOTE"             TO   PA-BUFFER(25:4).
           MOVE  "RESULT"           TO   PA-BUFFER(57:6).
           PERFORM PRINT-A-LINE.
           OPEN INPUT BACT-FILE.
           IF  WS-BACT-OK
               PERFORM UNTIL WS-BACT-EOF
                   READ BACT-FILE
                       AT END
                           SET WS-BACT-EOF TO TRUE
                       NOT AT END
                           IF  BACT-REC NOT = SPACES
                               ADD  1   TO   WS-CARDS-READ
                               PERFORM APPLY-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACT-FILE
           END-IF.
           IF  WS-CARDS-READ = ZERO
               MOVE  "NONE"         TO   PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       APPLY-ONE-CARD.
      ******************************************************************
           MOVE  "N"                TO   WS-CARD-OK-FLAG.
           MOVE  SPACES             TO   WS-CARD-RESULT.
           MOVE  ZERO               TO   WS-REG-HIT.
           IF  BA-ACTION NOT = "A" AND BA-BATCH-NO NUMERIC
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-CNT
                          OR WS-REG-HIT > ZERO
                   IF  WS-RG-BATCH-ID(WS-REG-IDX) = BA-BATCH-NO
                       MOVE  WS-REG-IDX  TO   WS-REG-HIT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM CHECK-CARD-OPERATOR.
           EVALUATE TRUE
               WHEN BA-ACTION NOT = "H" AND "R" AND "W" AND "A"
                   MOVE  "ACTION MUST BE H, R, W OR A"
                                    TO   WS-CARD-RESULT
               WHEN BA-ACTION NOT = "A" AND WS-REG-HIT = ZERO
                   MOVE  "BATCH NOT ON THE REGISTER"
                                    TO   WS-CARD-RESULT
               WHEN NOT WS-OPER-FOUND
                   MOVE  "OPERATOR NOT AUTHORISED FOR THIS COMPANY"
                                    TO   WS-CARD-RESULT
               WHEN WS-OPER-LEVEL NOT = "F"
                AND (BA-ACTION = "A"
                     OR BA-OPER-ID NOT = WS-RG-OPER-ID(WS-REG-HIT))
                   MOVE  "LEVEL F OR THE BATCH'S OWN OPERATOR ONLY"
                                    TO   WS-CARD-RESULT
               WHEN BA-ACTION = "A"
                   PERFORM ADOPT-HAND-FEED
               WHEN WS-RG-STATUS(WS-REG-HIT) = "M"
                   MOVE  "ALREADY MERGED -- TOO LATE"
                                    TO   WS-CARD-RESULT
               WHEN WS-RG-STATUS(WS-REG-HIT) = "W"
                   MOVE  "ALREADY WITHDRAWN"
                                    TO   WS-CARD-RESULT
               WHEN BA-ACTION = WS-RG-STATUS(WS-REG-HIT)
                   MOVE  "ALREADY IN THAT STATE"
                                    TO   WS-CARD-RESULT
               WHEN BA-ACTION = "H" AND WS-RG-STATUS(WS-REG-HIT) = "E"
                   MOVE  "REFUSED BATCH -- RELEASE OR WITHDRAW IT"
                                    TO   WS-CARD-RESULT
               WHEN OTHER
                   MOVE  BA-ACTION  TO   WS-RG-STATUS(WS-REG-HIT)
                   MOVE  BA-OPER-ID TO   WS-RG-ACT-BY(WS-REG-HIT)
                   MOVE  WS-BUSINESS-DATE
                                    TO   WS-RG-ACT-DATE(WS-REG-HIT)
                   SET  WS-CARD-OK  TO   TRUE
                   EVALUATE BA-ACTION
                       WHEN "H"
                           MOVE  "HELD"      TO   WS-CARD-RESULT
                       WHEN "R"
                           MOVE  "RELEASED"  TO   WS-CARD-RESULT
                       WHEN "W"
                           MOVE  "WITHDRAWN" TO   WS-CARD-RESULT
                   END-EVALUATE
           END-EVALUATE.
           IF  NOT WS-CARD-OK
               ADD  1               TO   WS-CARDS-REFUSED
               DISPLAY "*** TRANCOLL: CARD FOR BATCH " BA-BATCH-ID
                       " (" BA-ACTION ") REFUSED -- " WS-CARD-RESULT
           END-IF.
           MOVE  SPACES             TO   D-CARD-LINE.
           MOVE  BA-BATCH-ID        TO   D-CL-BATCH-ID.
           MOVE  BA-ACTION          TO   D-CL-ACTION.
           MOVE  BA-OPER-ID         TO   D-CL-OPER-ID.
           MOVE  BA-NOTE            TO   D-CL-NOTE.
           IF  WS-CARD-OK
               MOVE  WS-CARD-RESULT TO   D-CL-RESULT
           ELSE
               MOVE  SPACES         TO   D-CL-RESULT
               STRING "REFUSED: " WS-CARD-RESULT
                   DELIMITED BY SIZE INTO D-CL-RESULT
           END-IF.
           MOVE  D-CARD-LINE        TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       CHECK-CARD-OPERATOR.
      ******************************************************************
      *    SAME TEST PAYVAR APPLIES TO ITS SIGN-OFF OFFICERS, WITHOUT
      *    THE LEVEL -- THE LEVEL IS DECIDED PER ACTION
           MOVE  "N"                TO   WS-OPER-FOUND-FLAG.
           MOVE  SPACE              TO   WS-OPER-LEVEL.
           OPEN INPUT OPERAUTH-FILE.
           IF  WS-OPERAUTH-OK
               PERFORM UNTIL WS-OPERAUTH-EOF OR WS-OPER-FOUND
                   READ OPERAUTH-FILE
                       AT END
                           SET WS-OPERAUTH-EOF TO TRUE
                       NOT AT END
                           IF  OA-OPER-ID = BA-OPER-ID
                           AND BA-OPER-ID NOT = SPACES
                           AND OA-SUSPEND NOT = "Y"
                           AND (OA-COMPANY = WS-CO-CODE
                                OR (OA-COMPANY = SPACES
                                    AND WS-CO-ROLE = "P"))
                           AND (OA-EXPIRY NOT NUMERIC
                                OR OA-EXPIRY = ZERO
                                OR OA-EXPIRY NOT < WS-BUSINESS-DATE)
                               SET  WS-OPER-FOUND  TO   TRUE
                               MOVE  OA-LEVEL      TO   WS-OPER-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERAUTH-FILE
           ELSE
               DISPLAY "*** TRANCOLL: OPERAUTH.DAT NOT AVAILABLE, "
                       "STATUS " WS-OPERAUTH-STATUS " ***"
           END-IF.

      ******************************************************************
       ADOPT-HAND-FEED.
      ******************************************************************
      *    THE FEED BECOMES A BATCH LIKE ANY OTHER, FILED THROUGH
      *    TRANBAT SO IT CARRIES A HEADER AND CAN BE HELD LATER
           EVALUATE TRUE
               WHEN BA-NOTE = SPACES
                   MOVE  "NO FEED FILE NAMED IN THE NOTE"
                                    TO   WS-CARD-RESULT
               WHEN RH-REHEARSAL
                   MOVE  "NOT ADOPTED IN A REHEARSAL"
                                    TO   WS-CARD-RESULT
               WHEN WS-REG-CNT NOT < 500
                   MOVE  "REGISTER FULL"
                                    TO   WS-CARD-RESULT
               WHEN OTHER
                   MOVE  "NEXT"     TO   WS-TB-ACTION
                   CALL "TRANBAT" USING WS-TB-ACTION, WS-TB-BATCH-ID,
                                         WS-TB-SOURCE, WS-TB-OPER-ID,
                                         WS-CO-CODE,
                                         WS-TB-STAGE-NAME,
                                         WS-TB-COUNT, WS-TB-HASH,
                                         WS-TB-STATUS
                   IF  WS-TB-STATUS = "OK"
                       MOVE  "FILE"      TO   WS-TB-ACTION
                       MOVE  "FILE"      TO   WS-TB-SOURCE
                       MOVE  BA-OPER-ID  TO   WS-TB-OPER-ID
                       MOVE  BA-NOTE     TO   WS-TB-STAGE-NAME
                       CALL "TRANBAT" USING WS-TB-ACTION,
                                             WS-TB-BATCH-ID,
                                             WS-TB-SOURCE,
                                             WS-TB-OPER-ID,
                                             WS-CO-CODE,
                                             WS-TB-STAGE-NAME,
                                             WS-TB-COUNT, WS-TB-HASH,
                                             WS-TB-STATUS
                   END-IF
                   EVALUATE WS-TB-STATUS
                       WHEN "OK"
                           PERFORM ADD-ADOPTED-BATCH
                       WHEN "EM"
                           MOVE  "FEED FILE IS EMPTY"
                                    TO   WS-CARD-RESULT
                       WHEN OTHER
                           MOVE  "FEED FILE NOT READABLE OR NOT FILED"
                                    TO   WS-CARD-RESULT
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
       ADD-ADOPTED-BATCH.
      ******************************************************************
      *    THE NEW ID IS THE HIGHEST ISSUED, SO THE TABLE STAYS IN
      *    BATCH-ID ORDER
           ADD  1                   TO   WS-REG-CNT.
           MOVE  WS-TB-BATCH-ID     TO   WS-RG-BATCH-ID(WS-REG-CNT).
           MOVE  WS-TB-SOURCE       TO   WS-RG-SOURCE(WS-REG-CNT).
           MOVE  WS-TB-OPER-ID      TO   WS-RG-OPER-ID(WS-REG-CNT).
           MOVE  WS-TB-COUNT        TO   WS-RG-COUNT(WS-REG-CNT).
           MOVE  WS-TB-HASH         TO   WS-RG-HASH(WS-REG-CNT).
           MOVE  WS-BUSINESS-DATE   TO   WS-RG-DATE(WS-REG-CNT).
           ACCEPT  WS-RG-TIME(WS-REG-CNT)   FROM TIME.
           MOVE  "R"                TO   WS-RG-STATUS(WS-REG-CNT).
           MOVE  WS-TB-OPER-ID      TO   WS-RG-ACT-BY(WS-REG-CNT).
           MOVE  WS-BUSINESS-DATE   TO   WS-RG-ACT-DATE(WS-REG-CNT).
           SET  WS-CARD-OK          TO   TRUE.
           MOVE  WS-TB-BATCH-ID     TO   WS-BATCH-ID-X.
           STRING "ADOPTED AS BATCH " WS-BATCH-ID-X
               DELIMITED BY SIZE INTO WS-CARD-RESULT.

      ******************************************************************
       SAVE-HAND-PLACED-RECORDS.
      ******************************************************************
      *    EVERYTHING THE COLLECTOR WRITES CARRIES A BATCH ID -- A
      *    RECORD WITHOUT ONE WAS ADDED BY HAND SINCE THE LAST RUN.
      *    IT IS KEPT ASIDE, NOT APPLIED; AN A CARD BRINGS A FEED IN
           OPEN INPUT TRAN-FILE.
           IF  WS-TRAN-OK
               PERFORM UNTIL WS-TRAN-EOF
                   READ TRAN-FILE
                       AT END
                           SET WS-TRAN-EOF TO TRUE
                       NOT AT END
                           IF  TR-BATCH-ID = SPACES
                               PERFORM SAVE-ONE-DROPPED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.
           IF  WS-RECS-DROPPED > ZERO
               CLOSE DROP-FILE
               DISPLAY "*** TRANCOLL: " WS-RECS-DROPPED
                       " RECORD(S) ON " WS-TRAN-NAME
                       " WITHOUT A BATCH -- SAVED TO " WS-DROP-NAME
                       " ***"
           END-IF.

      ******************************************************************
       SAVE-ONE-DROPPED-RECORD.
      ******************************************************************
           IF  WS-RECS-DROPPED = ZERO
               OPEN EXTEND DROP-FILE
               IF  NOT WS-DROP-OK
                   OPEN OUTPUT DROP-FILE
               END-IF
           END-IF.
           ADD  1                   TO   WS-RECS-DROPPED.
           WRITE DROP-REC FROM TRAN-REC.

      ******************************************************************
       OPEN-COLLECT-SPOOL.
      ******************************************************************
           MOVE  WS-SPOOL-NAME      TO   PA-FILENAME.
           MOVE  WS-PROGRAM-NAME    TO   PA-OWNER.
           MOVE  "Y"                TO   PA-WIDE.
           MOVE  "O"                TO   PA-RESET.
      *    THE RESET RIDES ITS OWN CALL WITH AN EMPTY BUFFER -- AN
      *    "O" CALL OPENS THE SPOOL WITHOUT PRINTING (SEE EMPSLIP)
           MOVE  SPACES             TO   PA-BUFFER.
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  WS-BUSINESS-DATE   TO   D-DATE.
           MOVE  1                  TO   PA-TITLE-CNT.
           MOVE  SPACES             TO   PA-TITLE-LINE(1).
           STRING "TRANSACTION INTAKE BATCH COLLECTION -- BUSINESS "
                  "DATE " D-DATE "  COMPANY " WS-CO-CODE " "
                  WS-CO-NAME
               DELIMITED BY SIZE INTO PA-TITLE-LINE(1).
           IF  RH-REHEARSAL
               MOVE  "** REHEARSAL **"
                                    TO   PA-TITLE-LINE(1)(115:15)
           END-IF.
           MOVE  55                 TO   PA-PAGE-LINES.

      ******************************************************************
       PRINT-BATCH-HEADINGS.
      ******************************************************************
           MOVE  "INTAKE BATCHES IN MERGE ORDER"
                                    TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  SPACES             TO   PA-BUFFER.
           MOVE  "BATCH"            TO   PA-BUFFER(1:5).
           MOVE  "SRCE"             TO   PA-BUFFER(11:4).
           MOVE  "OPERATOR"         TO   PA-BUFFER(17:8).
           MOVE  "FILED"            TO   PA-BUFFER(27:5).
           MOVE  "RECORDS"          TO   PA-BUFFER(39:7).
           MOVE  "SALARY HASH"      TO   PA-BUFFER(56:11).
           MOVE  "DISPOSITN"        TO   PA-BUFFER(69:9).
           MOVE  "NOTE"             TO   PA-BUFFER(81:4).
           PERFORM PRINT-A-LINE.

      ******************************************************************
       COLLECT-ONE-BATCH.
      ******************************************************************
      *    READY BATCHES ARE PROVED AND MERGED; TONIGHT'S MERGES ARE
      *    MERGED AGAIN ON A RE-RUN SO THE FILE COMES OUT THE SAME.
      *    HELD AND REFUSED BATCHES ARE LISTED EVERY NIGHT UNTIL
      *    SOMEBODY ACTS; A WITHDRAWAL IS LISTED THE NIGHT IT HAPPENS
           MOVE  "N"                TO   WS-LIST-FLAG.
           MOVE  "N"                TO   WS-MERGE-FLAG.
           MOVE  SPACES             TO   WS-NOTE-TEXT.
           EVALUATE TRUE
               WHEN WS-RG-STATUS(WS-REG-IDX) = "R"
                   SET  WS-MERGE-BATCH   TO   TRUE
               WHEN WS-RG-STATUS(WS-REG-IDX) = "M"
                AND WS-RG-ACT-DATE(WS-REG-IDX) = WS-BUSINESS-DATE
                AND WS-RG-ACT-BY(WS-REG-IDX) = WS-PROGRAM-NAME
                   SET  WS-MERGE-BATCH   TO   TRUE
               WHEN WS-RG-STATUS(WS-REG-IDX) = "H"
                   SET  WS-LIST-BATCH    TO   TRUE
                   ADD  1           TO   WS-BATCHES-HELD
                   MOVE  WS-RG-ACT-DATE(WS-REG-IDX)  TO   D-DATE
                   STRING "HELD BY " WS-RG-ACT-BY(WS-REG-IDX)
                          " ON " D-DATE
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WHEN WS-RG-STATUS(WS-REG-IDX) = "E"
                   SET  WS-LIST-BATCH    TO   TRUE
                   ADD  1           TO   WS-BATCHES-REFUSED
                   MOVE  "REFUSED EARLIER -- RELEASE OR WITHDRAW"
                                    TO   WS-NOTE-TEXT
               WHEN WS-RG-STATUS(WS-REG-IDX) = "W"
                AND WS-RG-ACT-DATE(WS-REG-IDX) = WS-BUSINESS-DATE
                   SET  WS-LIST-BATCH    TO   TRUE
                   ADD  1           TO   WS-BATCHES-WITHDRAWN
                   STRING "WITHDRAWN BY " WS-RG-ACT-BY(WS-REG-IDX)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-EVALUATE.
           IF  WS-MERGE-BATCH
               SET  WS-LIST-BATCH   TO   TRUE
               PERFORM PROVE-BATCH-FILE
               IF  WS-BATCH-PROVED
                   PERFORM MERGE-BATCH-FILE
                   ADD  1           TO   WS-BATCHES-MERGED
                   MOVE  "M"        TO   WS-RG-STATUS(WS-REG-IDX)
                   MOVE  WS-PROGRAM-NAME
                                    TO   WS-RG-ACT-BY(WS-REG-IDX)
                   MOVE  WS-BUSINESS-DATE
                                    TO   WS-RG-ACT-DATE(WS-REG-IDX)
               ELSE
                   ADD  1           TO   WS-BATCHES-REFUSED
                   ADD  1           TO   WS-BATCHES-NEW-REFUSED
                   MOVE  "E"        TO   WS-RG-STATUS(WS-REG-IDX)
                   MOVE  WS-PROGRAM-NAME
                                    TO   WS-RG-ACT-BY(WS-REG-IDX)
                   MOVE  WS-BUSINESS-DATE
                                    TO   WS-RG-ACT-DATE(WS-REG-IDX)
                   MOVE  WS-PROVE-REASON  TO   WS-NOTE-TEXT
                   DISPLAY "*** TRANCOLL: BATCH "
                           WS-RG-BATCH-ID(WS-REG-IDX)
                           " REFUSED -- " WS-PROVE-REASON
               END-IF
           END-IF.
           IF  WS-LIST-BATCH
               PERFORM PRINT-BATCH-LINE
           END-IF.

      ******************************************************************
       PROVE-BATCH-FILE.
      ******************************************************************
      *    THE HEADER MUST NAME THIS BATCH AND COMPANY, AND THE
      *    RECORDS BEHIND IT MUST ADD UP TO WHAT THE HEADER AND THE
      *    REGISTER SAY WAS FILED
           MOVE  SPACES             TO   WS-PROVE-REASON.
           MOVE  ZERO               TO   WS-PROVE-COUNT.
           MOVE  ZERO               TO   WS-PROVE-HASH.
           PERFORM SET-BATCH-FILE-NAME.
           OPEN INPUT BATCH-FILE.
           IF  NOT WS-BATCH-OK
               MOVE  "BATCH FILE MISSING"
                                    TO   WS-PROVE-REASON
           ELSE
               READ BATCH-FILE
                   AT END
                       MOVE  "BATCH FILE EMPTY"
                                    TO   WS-PROVE-REASON
               END-READ
               IF  WS-BATCH-PROVED
                   IF  BH-TYPE NOT = "H"
                    OR BH-BATCH-ID NOT = WS-RG-BATCH-ID(WS-REG-IDX)
                    OR BH-COMPANY NOT = WS-CO-CODE
                       MOVE  "HEADER NAMES ANOTHER BATCH OR COMPANY"
                                    TO   WS-PROVE-REASON
                   ELSE
                       MOVE  BH-COUNT    TO   WS-HDR-COUNT
                       MOVE  BH-HASH     TO   WS-HDR-HASH
                   END-IF
               END-IF
               IF  WS-BATCH-PROVED
                   PERFORM UNTIL WS-BATCH-EOF
                       READ BATCH-FILE
                           AT END
                               SET WS-BATCH-EOF TO TRUE
                           NOT AT END
                               ADD  1   TO   WS-PROVE-COUNT
                               MOVE  BR-SALARY
                                        TO   WS-CHECK-SALARY-X
                               IF  BR-CODE NOT = "D" AND "T"
                               AND WS-CHECK-SALARY NUMERIC
                                   ADD  WS-CHECK-SALARY
                                        TO   WS-PROVE-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-PROVE-COUNT NOT = WS-HDR-COUNT
                         OR WS-PROVE-HASH NOT = WS-HDR-HASH
                           MOVE  "RECORDS OUT OF BALANCE WITH HEADER"
                                    TO   WS-PROVE-REASON
                       WHEN WS-HDR-COUNT NOT = WS-RG-COUNT(WS-REG-IDX)
                         OR WS-HDR-HASH NOT = WS-RG-HASH(WS-REG-IDX)
                           MOVE  "HEADER DISAGREES WITH REGISTER"
                                    TO   WS-PROVE-REASON
                   END-EVALUATE
               END-IF
               CLOSE BATCH-FILE
           END-IF.

      ******************************************************************
       MERGE-BATCH-FILE.
      ******************************************************************
           MOVE  WS-RG-BATCH-ID(WS-REG-IDX)  TO   WS-BATCH-ID-X.
           OPEN INPUT BATCH-FILE.
      *    THE HEADER STAYS BEHIND -- EMPTRANS SEES ONLY THE RECORDS
           READ BATCH-FILE
               AT END
                   SET WS-BATCH-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-BATCH-EOF
               READ BATCH-FILE
                   AT END
                       SET WS-BATCH-EOF TO TRUE
                   NOT AT END
                       MOVE  SPACES       TO   TRAN-REC
                       MOVE  BATCH-REC    TO   TR-IMAGE
                       MOVE  WS-BATCH-ID-X     TO   TR-BATCH-ID
                       WRITE TRAN-REC
                       ADD  1             TO   WS-RECS-MERGED
               END-READ
           END-PERFORM.
           CLOSE BATCH-FILE.
           ADD  WS-PROVE-HASH       TO   WS-HASH-MERGED.
           MOVE  "MERGED"           TO   WS-NOTE-TEXT.

      ******************************************************************
       PRINT-BATCH-LINE.
      ******************************************************************
           MOVE  SPACES             TO   D-BATCH-LINE.
           MOVE  WS-RG-BATCH-ID(WS-REG-IDX)  TO   D-BL-BATCH-ID.
           MOVE  WS-RG-SOURCE(WS-REG-IDX)    TO   D-BL-SOURCE.
           MOVE  WS-RG-OPER-ID(WS-REG-IDX)   TO   D-BL-OPER-ID.
           MOVE  WS-RG-DATE(WS-REG-IDX)      TO   D-BL-DATE.
           MOVE  WS-RG-COUNT(WS-REG-IDX)     TO   D-BL-COUNT.
           MOVE  WS-RG-HASH(WS-REG-IDX)      TO   D-BL-HASH.
           EVALUATE WS-RG-STATUS(WS-REG-IDX)
               WHEN "M"
                   MOVE  "MERGED"   TO   D-BL-DISP
               WHEN "H"
                   MOVE  "HELD"     TO   D-BL-DISP
               WHEN "W"
                   MOVE  "WITHDRAWN"     TO   D-BL-DISP
               WHEN "E"
                   MOVE  "REFUSED"  TO   D-BL-DISP
               WHEN OTHER
                   MOVE  WS-RG-STATUS(WS-REG-IDX)
                                    TO   D-BL-DISP
           END-EVALUATE.
           IF  WS-NOTE-TEXT NOT = "MERGED"
               MOVE  WS-NOTE-TEXT   TO   D-BL-NOTE
           END-IF.
           MOVE  D-BATCH-LINE       TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.

      ******************************************************************
       PRINT-RUN-SUMMARY.
      ******************************************************************
           MOVE  SPACES             TO   PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-BATCHES-MERGED  TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "BATCHES MERGED           " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-RECS-MERGED     TO   D-COUNT.
           MOVE  WS-HASH-MERGED     TO   D-TOTAL.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "RECORDS MERGED           " D-COUNT
                  "   SALARY HASH " D-TOTAL
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-BATCHES-HELD    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "BATCHES HELD             " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-BATCHES-WITHDRAWN    TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "BATCHES WITHDRAWN TODAY  " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-BATCHES-REFUSED TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "BATCHES REFUSED          " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           MOVE  WS-CARDS-REFUSED   TO   D-COUNT.
           MOVE  SPACES             TO   PA-BUFFER.
           STRING "ACTION CARDS REFUSED     " D-COUNT
               DELIMITED BY SIZE INTO PA-BUFFER.
           PERFORM PRINT-A-LINE.
           IF  WS-RECS-DROPPED > ZERO
               MOVE  WS-RECS-DROPPED     TO   D-COUNT
               MOVE  SPACES         TO   PA-BUFFER
               STRING "RECORDS WITHOUT A BATCH  " D-COUNT
                      "   NOT APPLIED, SAVED TO " WS-DROP-NAME
                   DELIMITED BY SIZE INTO PA-BUFFER
               PERFORM PRINT-A-LINE
           END-IF.
           IF  WS-AUDIT-STATUS = "FAIL"
               MOVE  "EMPTRAN.DAT COULD NOT BE WRITTEN -- NOTHING "
                                    TO   PA-BUFFER
               MOVE  "COLLECTED"    TO   PA-BUFFER(46:9)
               PERFORM PRINT-A-LINE
           END-IF.

      ******************************************************************
       REWRITE-BATCH-REGISTER.
      ******************************************************************
      *    PREVIOUS MONTH ONWARDS IS KEPT FOR MERGED AND WITHDRAWN
      *    BATCHES; READY, HELD AND REFUSED ONES ARE ALWAYS KEPT
           IF  WS-BUS-MM = 1
               COMPUTE WS-KEEP-FROM-MONTH = (WS-BUS-YYYY - 1) * 100
                                          + 12
           ELSE
               COMPUTE WS-KEEP-FROM-MONTH = WS-BUS-YYYY * 100
                                          + WS-BUS-MM - 1
           END-IF.
      *    A REGISTER TOO BIG TO HOLD IS LEFT AS IT IS -- A RE-RUN
      *    MERGES TONIGHT'S BATCHES AGAIN
           PERFORM PICK-UP-LATE-BATCHES.
           IF  WS-REG-FULL
               DISPLAY "*** TRANCOLL: MORE THAN 500 BATCHES ON "
                       WS-BREG-NAME " -- REGISTER NOT REWRITTEN ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               IF  WS-BATCHES-LATE > ZERO
                   DISPLAY "*** TRANCOLL: " WS-BATCHES-LATE
                           " BATCH(ES) FILED DURING THE RUN KEPT FOR "
                           "THE NEXT COLLECTION ***"
               END-IF
               PERFORM WRITE-BATCH-REGISTER
           END-IF.

      ******************************************************************
       WRITE-BATCH-REGISTER.
      ******************************************************************
           OPEN OUTPUT BREG-FILE.
           IF  NOT WS-BREG-OK
               DISPLAY "*** TRANCOLL: UNABLE TO REWRITE " WS-BREG-NAME
                       " STATUS " WS-BREG-STATUS " ***"
               MOVE "FAIL"           TO   WS-AUDIT-STATUS
           ELSE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-CNT
                   IF  (WS-RG-STATUS(WS-REG-IDX) NOT = "M" AND "W")
                    OR WS-RG-ACT-DATE(WS-REG-IDX) / 100
                       NOT < WS-KEEP-FROM-MONTH
                       PERFORM WRITE-ONE-REGISTER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE BREG-FILE
           END-IF.

      ******************************************************************
       PICK-UP-LATE-BATCHES.
      ******************************************************************
      *    TRANBAT FILES A BATCH BY APPENDING IT TO THE REGISTER, SO
      *    ONE FILED SINCE THE REGISTER WAS LOADED IS ON THE FILE BUT
      *    NOT IN MEMORY -- IT IS TAKEN AS IT STANDS (READY) RATHER
      *    THAN WRITTEN OVER
           OPEN INPUT BREG-FILE.
           IF  WS-BREG-OK
               PERFORM UNTIL WS-BREG-EOF OR WS-REG-FULL
                   READ BREG-FILE
                       AT END
                           SET WS-BREG-EOF TO TRUE
                       NOT AT END
                           PERFORM PICK-UP-ONE-LATE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BREG-FILE
           END-IF.

      ******************************************************************
       PICK-UP-ONE-LATE-BATCH.
      ******************************************************************
           MOVE  ZERO               TO   WS-REG-HIT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
                      OR WS-REG-HIT > ZERO
               IF  WS-RG-BATCH-ID(WS-REG-IDX) = TB-BATCH-ID
                   MOVE  WS-REG-IDX  TO   WS-REG-HIT
               END-IF
           END-PERFORM.
           IF  WS-REG-HIT = ZERO
               IF  WS-REG-CNT < 500
                   ADD  1           TO   WS-REG-CNT
                   PERFORM LOAD-ONE-REGISTER-ENTRY
                   ADD  1           TO   WS-BATCHES-LATE
               ELSE
                   SET  WS-REG-FULL TO   TRUE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-ONE-REGISTER-ENTRY.
      ******************************************************************
           MOVE  SPACES             TO   BREG-REC.
           MOVE  WS-RG-BATCH-ID(WS-REG-IDX)  TO   TB-BATCH-ID.
           MOVE  WS-RG-SOURCE(WS-REG-IDX)    TO   TB-SOURCE.
           MOVE  WS-RG-OPER-ID(WS-REG-IDX)   TO   TB-OPER-ID.
           MOVE  WS-RG-COUNT(WS-REG-IDX)     TO   TB-COUNT.
           MOVE  WS-RG-HASH(WS-REG-IDX)      TO   TB-HASH.
           MOVE  WS-RG-DATE(WS-REG-IDX)      TO   TB-DATE.
           MOVE  WS-RG-TIME(WS-REG-IDX)      TO   TB-TIME.
           MOVE  WS-RG-STATUS(WS-REG-IDX)    TO   TB-STATUS.
           MOVE  WS-RG-ACT-BY(WS-REG-IDX)    TO   TB-ACT-BY.
           MOVE  WS-RG-ACT-DATE(WS-REG-IDX)  TO   TB-ACT-DATE.
           WRITE BREG-REC.

      ******************************************************************
       CLEAR-ACTION-CARDS.
      ******************************************************************
      *    EVERY CARD HAS BEEN ACTED ON OR REFUSED AND PRINTED -- A
      *    REFUSED ONE IS CORRECTED AND HANDED IN AGAIN
           IF  WS-CARDS-READ > ZERO
               OPEN OUTPUT BACT-FILE
               IF  WS-BACT-OK
                   CLOSE BACT-FILE
               END-IF
           END-IF.

      ******************************************************************
       SET-BATCH-FILE-NAME.
      ******************************************************************
      *    SAME NAME TRANBAT GIVES THE BATCH FILE
           MOVE  WS-RG-BATCH-ID(WS-REG-IDX)  TO   WS-BATCH-ID-X.
           MOVE  SPACES             TO   WS-BATCH-NAME.
           STRING "TRNB" WS-BATCH-ID-X ".DAT"
               DELIMITED BY SIZE INTO WS-BATCH-NAME.

      ******************************************************************
       PRINT-A-LINE.
      ******************************************************************
           CALL "VIRTUAL-PRINTER" USING PRINTER-PARAM.
           MOVE  "N"                TO   PA-RESET.

      ******************************************************************
       SET-RUN-COMPANY.
      ******************************************************************
           MOVE  "RUN"             TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME, WS-CO-STATUS.
           IF  WS-CO-STATUS = "OK"
               DISPLAY "*** TRANCOLL: RUNNING FOR COMPANY " WS-CO-CODE
                       " " WS-CO-NAME " ***"
               MOVE  WS-BREG-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BREG-NAME
               MOVE  WS-BACT-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-BACT-NAME
               MOVE  WS-TRAN-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-TRAN-NAME
               MOVE  WS-DROP-NAME   TO   WS-CO-FILE-NAME
               PERFORM GET-COMPANY-FILE-NAME
               MOVE  WS-CO-FILE-NAME    TO   WS-DROP-NAME
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
                                  WS-RECS-MERGED, WS-AUDIT-STATUS.

           COPY "REHCHECK.CPY".
      ******************************************************************
