      *                and salary hash against the live EMP, and
      *                writes PASS/FAIL to the audit trail -- so the
      *                first real restore is never the first restore
      *                ever attempted.  A rehearsal run (REHEARSAL-MODE
      *                on SHOPCNFG.DAT) rolls every update back instead
      *                of committing it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************

       WORKING-STORAGE             SECTION.
       01  WS-PROGRAM-NAME         PIC  X(10) VALUE "RESTDRILL".
           COPY "REHEARSE.CPY".
       01  WS-BCAT-STATUS          PIC  X(02).
           88  WS-BCAT-OK          VALUE "00".
           88  WS-BCAT-EOF         VALUE "10".
           EXEC SQL
               DROP TABLE IF EXISTS EMP_DRILL
           END-EXEC.
           PERFORM COMMIT-UNIT-OF-WORK.
           PERFORM DISCONNECT-FROM-DB.

           IF  WS-DRILL-FAILED
      *    CONNECT-TO-DB / DISCONNECT-FROM-DB -- SHARED WITH THE REST
      *    OF THE SUITE
           COPY "DBCONNECT.CPY".
      *    COMMIT-UNIT-OF-WORK -- ROLLED BACK INSTEAD IN A
      *    REHEARSAL RUN (SEE COMMITWK)
           COPY "COMMITWK.CPY".
      ******************************************************************
       WRITE-AUDIT-RECORD.
      ******************************************************************
