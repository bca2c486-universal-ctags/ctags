      ******************************************************************
      *    SHARED CONTACT MAINTENANCE LOGIC FOR EMPMAINT AND EMPHRSYN
      *    (AND THE TABLE DEFINITIONS WRKREG RELIES ON) -- THE HOST
      *    VARIABLES ARE IN CONREC.CPY.  EVERY CHANGE TO A CONTACT ROW
      *    LEAVES A BEFORE/AFTER IMAGE ON EMP_CONTACT_HIST, THE WAY A
      *    SALARY CHANGE LEAVES ONE ON EMP_HISTORY
      ******************************************************************
       CREATE-CONTACT-TABLES.
           EXEC SQL
                CREATE TABLE IF NOT EXISTS EMP_CONTACT
                (
                    EMP_NO          NUMERIC(4,0) NOT NULL,
                    CON_POSTAL      CHAR(8),
                    CON_ADDRESS     VARCHAR(60),
                    CON_ADDR_KANA   VARCHAR(60),
                    CON_PHONE       CHAR(15),
                    CON_EMERG_NAME  VARCHAR(40),
                    CON_EMERG_REL   CHAR(10),
                    CON_EMERG_PHONE CHAR(15),
                    CON_CHG_DATE    NUMERIC(8,0),
                    CON_CHG_BY      CHAR(8),
                    CONSTRAINT ICON_0 PRIMARY KEY (EMP_NO)
                )
           END-EXEC.
           IF  SQLCODE = ZERO
               EXEC SQL
                    CREATE TABLE IF NOT EXISTS EMP_CONTACT_HIST
                    (
                        EMP_NO          NUMERIC(4,0) NOT NULL,
                        OLD_POSTAL      CHAR(8),
                        OLD_ADDRESS     VARCHAR(60),
                        OLD_ADDR_KANA   VARCHAR(60),
                        OLD_PHONE       CHAR(15),
                        OLD_EMERG_NAME  VARCHAR(40),
                        OLD_EMERG_REL   CHAR(10),
                        OLD_EMERG_PHONE CHAR(15),
                        NEW_POSTAL      CHAR(8),
                        NEW_ADDRESS     VARCHAR(60),
                        NEW_ADDR_KANA   VARCHAR(60),
                        NEW_PHONE       CHAR(15),
                        NEW_EMERG_NAME  VARCHAR(40),
                        NEW_EMERG_REL   CHAR(10),
                        NEW_EMERG_PHONE CHAR(15),
                        CHG_DATE        NUMERIC(8,0),
                        CHG_TIME        NUMERIC(8,0),
                        CHANGED_BY      CHAR(8)
                    )
               END-EXEC
           END-IF.

      *    CALLER SETS CON-EMP-NO, THE CONTACT FIELDS AND CON-CHG-BY;
      *    A FIELD LEFT BLANK KEEPS WHAT THE ROW ALREADY HOLDS, SO A
      *    FEED THAT ONLY CARRIES A NEW PHONE NUMBER DOES NOT WIPE THE
      *    ADDRESS.  CON-RESULT COMES BACK AS IN CONREC.CPY.  THE
      *    CALLER COMMITS OR ROLLS BACK
       APPLY-CONTACT.
           ACCEPT  CON-CHG-DATE    FROM DATE YYYYMMDD.
           ACCEPT  CON-CHG-TIME    FROM TIME.
           EXEC SQL
               SELECT COALESCE(CON_POSTAL, ' '),
                      COALESCE(CON_ADDRESS, ' '),
                      COALESCE(CON_ADDR_KANA, ' '),
                      COALESCE(CON_PHONE, ' '),
                      COALESCE(CON_EMERG_NAME, ' '),
                      COALESCE(CON_EMERG_REL, ' '),
                      COALESCE(CON_EMERG_PHONE, ' ')
                      INTO :CON-OLD-POSTAL, :CON-OLD-ADDRESS,
                           :CON-OLD-ADDR-KANA, :CON-OLD-PHONE,
                           :CON-OLD-EMERG-NAME, :CON-OLD-EMERG-REL,
                           :CON-OLD-EMERG-PHONE
                      FROM EMP_CONTACT
                      WHERE EMP_NO = :CON-EMP-NO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE  SPACES           TO   CON-OLD-VARS
                   EXEC SQL
                       INSERT INTO EMP_CONTACT
                              (EMP_NO, CON_POSTAL, CON_ADDRESS,
                               CON_ADDR_KANA, CON_PHONE,
                               CON_EMERG_NAME, CON_EMERG_REL,
                               CON_EMERG_PHONE, CON_CHG_DATE,
                               CON_CHG_BY)
                              VALUES (:CON-EMP-NO, :CON-POSTAL,
                                      :CON-ADDRESS, :CON-ADDR-KANA,
                                      :CON-PHONE, :CON-EMERG-NAME,
                                      :CON-EMERG-REL,
                                      :CON-EMERG-PHONE,
                                      :CON-CHG-DATE, :CON-CHG-BY)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       MOVE  "N"          TO   CON-RESULT
                       PERFORM WRITE-CONTACT-IMAGE
                   ELSE
                       MOVE  "E"          TO   CON-RESULT
                   END-IF
               WHEN SQLCODE NOT = ZERO
                   MOVE  "E"              TO   CON-RESULT
               WHEN OTHER
                   PERFORM MERGE-CONTACT-FIELDS
                   IF  CON-RESULT = "C"
                       EXEC SQL
                           UPDATE EMP_CONTACT
                                  SET CON_POSTAL = :CON-POSTAL,
                                      CON_ADDRESS = :CON-ADDRESS,
                                      CON_ADDR_KANA = :CON-ADDR-KANA,
                                      CON_PHONE = :CON-PHONE,
                                      CON_EMERG_NAME = :CON-EMERG-NAME,
                                      CON_EMERG_REL = :CON-EMERG-REL,
                                      CON_EMERG_PHONE =
                                          :CON-EMERG-PHONE,
                                      CON_CHG_DATE = :CON-CHG-DATE,
                                      CON_CHG_BY = :CON-CHG-BY
                                  WHERE EMP_NO = :CON-EMP-NO
                       END-EXEC
                       IF  SQLCODE = ZERO
                           PERFORM WRITE-CONTACT-IMAGE
                       ELSE
                           MOVE  "E"      TO   CON-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.

       MERGE-CONTACT-FIELDS.
           IF  CON-POSTAL = SPACES
               MOVE  CON-OLD-POSTAL       TO   CON-POSTAL
           END-IF.
           IF  CON-ADDRESS = SPACES
               MOVE  CON-OLD-ADDRESS      TO   CON-ADDRESS
           END-IF.
           IF  CON-ADDR-KANA = SPACES
               MOVE  CON-OLD-ADDR-KANA    TO   CON-ADDR-KANA
           END-IF.
           IF  CON-PHONE = SPACES
               MOVE  CON-OLD-PHONE        TO   CON-PHONE
           END-IF.
           IF  CON-EMERG-NAME = SPACES
               MOVE  CON-OLD-EMERG-NAME   TO   CON-EMERG-NAME
           END-IF.
           IF  CON-EMERG-REL = SPACES
               MOVE  CON-OLD-EMERG-REL    TO   CON-EMERG-REL
           END-IF.
           IF  CON-EMERG-PHONE = SPACES
               MOVE  CON-OLD-EMERG-PHONE  TO   CON-EMERG-PHONE
           END-IF.
           IF  CON-POSTAL = CON-OLD-POSTAL
           AND CON-ADDRESS = CON-OLD-ADDRESS
           AND CON-ADDR-KANA = CON-OLD-ADDR-KANA
           AND CON-PHONE = CON-OLD-PHONE
           AND CON-EMERG-NAME = CON-OLD-EMERG-NAME
           AND CON-EMERG-REL = CON-OLD-EMERG-REL
           AND CON-EMERG-PHONE = CON-OLD-EMERG-PHONE
               MOVE  "U"                  TO   CON-RESULT
           ELSE
               MOVE  "C"                  TO   CON-RESULT
           END-IF.

      *    A FAILED IMAGE FAILS THE CHANGE -- THE TRAIL CAN NEVER
      *    DISAGREE WITH THE TABLE
       WRITE-CONTACT-IMAGE.
           EXEC SQL
               INSERT INTO EMP_CONTACT_HIST
                      (EMP_NO, OLD_POSTAL, OLD_ADDRESS, OLD_ADDR_KANA,
                       OLD_PHONE, OLD_EMERG_NAME, OLD_EMERG_REL,
                       OLD_EMERG_PHONE, NEW_POSTAL, NEW_ADDRESS,
                       NEW_ADDR_KANA, NEW_PHONE, NEW_EMERG_NAME,
                       NEW_EMERG_REL, NEW_EMERG_PHONE, CHG_DATE,
                       CHG_TIME, CHANGED_BY)
                      VALUES (:CON-EMP-NO, :CON-OLD-POSTAL,
                              :CON-OLD-ADDRESS, :CON-OLD-ADDR-KANA,
                              :CON-OLD-PHONE, :CON-OLD-EMERG-NAME,
                              :CON-OLD-EMERG-REL,
                              :CON-OLD-EMERG-PHONE, :CON-POSTAL,
                              :CON-ADDRESS, :CON-ADDR-KANA,
                              :CON-PHONE, :CON-EMERG-NAME,
                              :CON-EMERG-REL, :CON-EMERG-PHONE,
                              :CON-CHG-DATE, :CON-CHG-TIME,
                              :CON-CHG-BY)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE  "E"                  TO   CON-RESULT
           END-IF.
