      ******************************************************************
      *    CHECK-REHEARSAL-MODE -- SETS RH-FLAG (REHEARSE.CPY) FROM
      *    REHEARSAL-MODE ON SHOPCNFG.DAT.  COPIED BY COMMITWK.CPY AND
      *    BY THE SERVICES (AUDITLOG, CHKPT) THAT HAVE NO DATABASE
      *    WORK OF THEIR OWN TO ROLL BACK.
      ******************************************************************
       CHECK-REHEARSAL-MODE.
           MOVE  "REHEARSAL-MODE"   TO   RH-CFG-KEY.
           MOVE  SPACES             TO   RH-CFG-VALUE.
           CALL "CONFIG" USING RH-CFG-KEY, RH-CFG-VALUE,
                                RH-CFG-STATUS.
           IF  RH-CFG-STATUS = "OK" AND RH-CFG-VALUE(1:1) = "Y"
               SET  RH-REHEARSAL    TO   TRUE
           ELSE
               MOVE  "N"            TO   RH-FLAG
           END-IF.
