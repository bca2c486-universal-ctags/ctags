      *             prints consistently and lands on MSGLOG.DAT -- so
      *             runbooks can say "on message EMB-014 do X" and a
      *             wording fix or translation is a data change, not
      *             thirty recompiles.  A call from the deployment
      *             check (message ID *PROBE, see HELLO) is answered
      *             OK in the first substitution field and neither
      *             prints nor logs.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
                                                   LNK-SUB-2.
      ******************************************************************
       MAIN-RTN.
           IF  LNK-MSG-ID = "*PROBE"
               MOVE  "OK"           TO   LNK-SUB-1
               EXIT PROGRAM
           END-IF.
           IF  NOT WS-CAT-LOADED
               PERFORM LOAD-MESSAGE-CATALOG
           END-IF.
