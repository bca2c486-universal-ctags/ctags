      ******************************************************************
      *    REHEARSAL SWITCH -- CALLER'S SIDE OF COMMITWK.CPY.  WHEN
      *    SHOPCNFG.DAT CARRIES REHEARSAL-MODE Y THE SUITE RUNS FOR
      *    REAL AGAINST LIVE DATA BUT EVERY UNIT OF WORK IS ROLLED
      *    BACK INSTEAD OF COMMITTED, OUTBOUND FILES ARE MARKED IN
      *    THEIR HEADERS, AND AUDITLOG KEEPS THE RUN OFF THE REAL
      *    AUDIT TRAIL.
      ******************************************************************
       01  REHEARSAL-PARAM.
           05  RH-CFG-KEY          PIC  X(20) VALUE "REHEARSAL-MODE".
           05  RH-CFG-VALUE        PIC  X(40) VALUE SPACES.
           05  RH-CFG-STATUS       PIC  X(02) VALUE SPACES.
           05  RH-FLAG             PIC  X     VALUE "N".
               88  RH-REHEARSAL        VALUE "Y".
