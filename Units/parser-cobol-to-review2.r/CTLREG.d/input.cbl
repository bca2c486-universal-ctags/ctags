      *             (seed rows accepted = rows loaded = rows reported
      *             = details extracted) instead of every extract
      *             keeping a private trailer nobody cross-checks.
      *             Each record carries the company the run was for
      *             (see COMPANY), so every company's chain balances
      *             on its own figures.  A call from the deployment
      *             check (program name *PROBE, see HELLO) registers
      *             nothing and is answered with zero count and hash.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           05  FILLER              PIC  X.
           05  CT-HASH-TOTAL       PIC S9(11)V9(02)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC  X.
      *    BLANK ON A RECORD REGISTERED BEFORE COMPANIES WERE KEPT --
      *    READ AS THE PARENT'S
           05  CT-COMPANY          PIC  X(02).

       WORKING-STORAGE             SECTION.
       01  WS-CTL-STATUS           PIC  X(02).
           88  WS-CTL-NEW          VALUE "35".
       01  WS-NOW-DATE             PIC  9(08).
       01  WS-NOW-TIME             PIC  9(08).
      *    COMPANY SERVICE CONTRACT FIELDS (SEE COMPANY)
       01  WS-CO-FUNCTION          PIC  X(08).
       01  WS-CO-CODE              PIC  X(02).
       01  WS-CO-NAME              PIC  X(30).
       01  WS-CO-ROLE              PIC  X.
       01  WS-CO-FILE-NAME         PIC  X(40).
       01  WS-CO-STATUS            PIC  X(02).

       LINKAGE                     SECTION.
       01  LNK-PROGRAM-NAME        PIC  X(10).
                                                   LNK-HASH-TOTAL.
      ******************************************************************
       MAIN-RTN.
           IF  LNK-PROGRAM-NAME = "*PROBE"
               MOVE  ZERO           TO   LNK-REC-COUNT LNK-HASH-TOTAL
               EXIT PROGRAM
           END-IF.
           ACCEPT  WS-NOW-DATE      FROM DATE YYYYMMDD.
           ACCEPT  WS-NOW-TIME      FROM TIME.
           MOVE  "RUN"              TO   WS-CO-FUNCTION.
           CALL "COMPANY" USING WS-CO-FUNCTION, WS-CO-CODE,
                                 WS-CO-NAME, WS-CO-ROLE,
                                 WS-CO-FILE-NAME,
                                 WS-CO-STATUS.
           OPEN EXTEND CTL-FILE.
           IF  WS-CTL-NEW
               OPEN OUTPUT CTL-FILE
               MOVE  LNK-PROGRAM-NAME    TO   CT-PROGRAM-NAME
               MOVE  LNK-REC-COUNT       TO   CT-REC-COUNT
               MOVE  LNK-HASH-TOTAL      TO   CT-HASH-TOTAL
               MOVE  WS-CO-CODE          TO   CT-COMPANY
               WRITE CTL-REC
               CLOSE CTL-FILE
           ELSE
