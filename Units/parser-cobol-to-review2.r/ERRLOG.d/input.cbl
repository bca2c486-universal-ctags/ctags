      *             (IGNORE, WARN, RETRY, ABORT) returned to the
      *             caller -- reclassifying a new PostgreSQL error
      *             across the whole suite is an edit to one data
      *             file, not four programs.  A call from the
      *             deployment check (program name *PROBE, see
      *             HELLO) is answered with action PROBE and neither
      *             displays nor logs anything.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
                                                        LNK-ACTION.
      ******************************************************************
       MAIN-RTN.
           IF  LNK-PROGRAM-NAME = "*PROBE"
               MOVE  "PROBE"        TO   LNK-ACTION
               EXIT PROGRAM
           END-IF.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " LNK-SQLCODE " " NO ADVANCING.
           EVALUATE LNK-SQLCODE
