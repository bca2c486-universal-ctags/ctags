      ******************************************************************
      *    SHARED END-OF-UNIT-OF-WORK LOGIC FOR EVERY PROGRAM THAT
      *    UPDATES THE DATABASE -- THE SWITCH IS IN REHEARSE.CPY.  A
      *    REHEARSAL RUN ROLLS EVERY UNIT OF WORK BACK, SO THE CYCLE
      *    CAN BE RUN AGAINST LIVE DATA WITHOUT CHANGING ANY OF IT.
      *    SQLCODE IS LEFT AS THE COMMIT (OR ROLLBACK) SET IT.
      ******************************************************************
           COPY "REHCHECK.CPY".

       COMMIT-UNIT-OF-WORK.
           PERFORM CHECK-REHEARSAL-MODE.
           IF  RH-REHEARSAL
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF.
