      ******************************************************************
      *    SHARED CONTRACT MAINTENANCE LOGIC FOR EMPMAINT AND EMPTRANS
      *    (AND THE TABLE DEFINITION CTRWATCH RELIES ON) -- THE HOST
      *    VARIABLES ARE IN CTRREC.CPY.  A FIXED-TERM CONTRACT KEYED
      *    WITH A TERM STARTING AFTER THE CURRENT ONE ENDS IS A
      *    RENEWAL; ONE STARTING SIX MONTHS OR MORE AFTER IT ENDS IS
      *    A FRESH START (THE COOLING-OFF GAP) AND THE FIVE-YEAR COUNT
      *    BEGINS AGAIN.  ANYTHING ELSE CORRECTS THE CURRENT TERM
      ******************************************************************
       CREATE-CONTRACT-TABLE.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_CONTRACT
                (
                    EMP_NO          NUMERIC(4,0) NOT NULL,
                    CTR_TYPE        CHAR(1),
                    CTR_FIRST_START NUMERIC(8,0),
                    CTR_TERM_START  NUMERIC(8,0),
                    CTR_TERM_END    NUMERIC(8,0),
                    CTR_RENEWALS    NUMERIC(3,0),
                    CTR_CHG_DATE    NUMERIC(8,0),
                    CTR_CHG_BY      CHAR(8),
                    CONSTRAINT ICTR_0 PRIMARY KEY (EMP_NO)
                )
           END-EXEC.

      *    CALLER SETS CTR-EMP-NO, CTR-TYPE, CTR-TERM-START,
      *    CTR-TERM-END (ZERO FOR P) AND CTR-CHG-BY, HAVING ALREADY
      *    CHECKED THEM; CTR-RESULT COMES BACK AS IN CTRREC.CPY.  THE
      *    CALLER COMMITS OR ROLLS BACK
       APPLY-CONTRACT-TERM.
           ACCEPT  CTR-CHG-DATE    FROM DATE YYYYMMDD.
           EXEC SQL
               SELECT COALESCE(CTR_TYPE, 'F'),
                      COALESCE(CTR_FIRST_START, 0),
                      COALESCE(CTR_TERM_START, 0),
                      COALESCE(CTR_TERM_END, 0),
                      COALESCE(CTR_RENEWALS, 0)
                      INTO :CTR-OLD-TYPE, :CTR-OLD-FIRST-START,
                           :CTR-OLD-TERM-START, :CTR-OLD-TERM-END,
                           :CTR-OLD-RENEWALS
                      FROM EMP_CONTRACT
                      WHERE EMP_NO = :CTR-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  CTR-TERM-START   TO   CTR-FIRST-START
                   MOVE  ZERO             TO   CTR-RENEWALS
                   EXEC SQL
                       INSERT INTO EMP_CONTRACT
                              (EMP_NO, CTR_TYPE, CTR_FIRST_START,
                               CTR_TERM_START, CTR_TERM_END,
                               CTR_RENEWALS, CTR_CHG_DATE, CTR_CHG_BY)
                              VALUES (:CTR-EMP-NO, :CTR-TYPE,
                                      :CTR-FIRST-START,
                                      :CTR-TERM-START, :CTR-TERM-END,
                                      :CTR-RENEWALS, :CTR-CHG-DATE,
                                      :CTR-CHG-BY)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       MOVE  "N"          TO   CTR-RESULT
                   ELSE
                       MOVE  "E"          TO   CTR-RESULT
                   END-IF
               WHEN SQLCODE NOT = ZERO
                   MOVE  "E"              TO   CTR-RESULT
               WHEN OTHER
                   PERFORM RESOLVE-CONTRACT-TERM
                   EXEC SQL
                       UPDATE EMP_CONTRACT
                              SET CTR_TYPE = :CTR-TYPE,
                                  CTR_FIRST_START = :CTR-FIRST-START,
                                  CTR_TERM_START = :CTR-TERM-START,
                                  CTR_TERM_END = :CTR-TERM-END,
                                  CTR_RENEWALS = :CTR-RENEWALS,
                                  CTR_CHG_DATE = :CTR-CHG-DATE,
                                  CTR_CHG_BY = :CTR-CHG-BY
                              WHERE EMP_NO = :CTR-EMP-NO
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       MOVE  "E"          TO   CTR-RESULT
                   END-IF
           END-EVALUATE.

       RESOLVE-CONTRACT-TERM.
           MOVE  CTR-OLD-FIRST-START      TO   CTR-FIRST-START.
           MOVE  CTR-OLD-RENEWALS         TO   CTR-RENEWALS.
      *    SIX MONTHS AFTER THE LAST TERM ENDED (A 31ST THAT LANDS IN
      *    A SHORTER MONTH ONLY MOVES THE GATE A DAY OR SO)
           COMPUTE CTR-COOL-DATE = CTR-OLD-TERM-END + 600.
           IF  CTR-COOL-DATE(5:2) > "12"
               ADD  8800                  TO   CTR-COOL-DATE
           END-IF.
           EVALUATE TRUE
               WHEN CTR-TYPE = "P"
                   MOVE  ZERO             TO   CTR-TERM-END
                   IF  CTR-OLD-TYPE = "F"
                       MOVE  "P"          TO   CTR-RESULT
                   ELSE
                       MOVE  "C"          TO   CTR-RESULT
                   END-IF
               WHEN CTR-OLD-TYPE = "F"
                AND CTR-OLD-TERM-END NOT = ZERO
                AND CTR-TERM-START > CTR-OLD-TERM-END
                AND CTR-TERM-START NOT < CTR-COOL-DATE
                   MOVE  CTR-TERM-START   TO   CTR-FIRST-START
                   MOVE  ZERO             TO   CTR-RENEWALS
                   MOVE  "B"              TO   CTR-RESULT
               WHEN CTR-OLD-TYPE = "F"
                AND CTR-OLD-TERM-END NOT = ZERO
                AND CTR-TERM-START > CTR-OLD-TERM-END
                   ADD  1                 TO   CTR-RENEWALS
                   MOVE  "R"              TO   CTR-RESULT
      *        A PERMANENT EMPLOYEE MOVED ONTO A FIXED TERM STARTS A
      *        NEW COUNT
               WHEN CTR-OLD-TYPE = "P"
                   MOVE  CTR-TERM-START   TO   CTR-FIRST-START
                   MOVE  ZERO             TO   CTR-RENEWALS
                   MOVE  "C"              TO   CTR-RESULT
               WHEN OTHER
                   IF  CTR-TERM-START < CTR-FIRST-START
                   OR  CTR-FIRST-START = ZERO
                       MOVE  CTR-TERM-START   TO   CTR-FIRST-START
                   END-IF
                   MOVE  "C"              TO   CTR-RESULT
           END-EVALUATE.
