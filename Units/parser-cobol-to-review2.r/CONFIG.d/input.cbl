       01  WS-CFG-LOADED-FLAG      PIC  X     VALUE "N".
           88  WS-CFG-LOADED       VALUE "Y".
       01  WS-CFG-TABLE.
           05  WS-CFG-CNT          PIC  9(03) VALUE ZERO.
           05  WS-CFG-ENTRY        OCCURS 150.
               10  WS-CFG-KEY      PIC  X(20).
               10  WS-CFG-VALUE    PIC  X(40).
       01  WS-CFG-IDX              PIC  9(03).

       LINKAGE                     SECTION.
       01  LNK-KEY                 PIC  X(20).
      *                    "*" IN COLUMN 1 IS A COMMENT LINE
                           IF  CF-KEY NOT = SPACES
                           AND CF-KEY(1:1) NOT = "*"
                           AND WS-CFG-CNT < 150
                               ADD  1   TO   WS-CFG-CNT
                               MOVE CF-KEY    TO
                                    WS-CFG-KEY(WS-CFG-CNT)
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
               IF  WS-CFG-CNT = 150
                   DISPLAY "*** CONFIG: SETTINGS TABLE FULL AT 150 -- "
                           "LATER KEYS IN SHOPCNFG.DAT IGNORED ***"
               END-IF
           ELSE
               DISPLAY "*** CONFIG: SHOPCNFG.DAT NOT FOUND -- "
                       "BUILT-IN DEFAULTS IN EFFECT ***"
