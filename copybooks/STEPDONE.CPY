      ******************************************************************
      *    STEP COMPLETION RECORD -- ONE FILE PER CONCURRENT STEP
      *    (STEPDONE-<STEP>.DAT).  EMPBATCH WRITES IT PENDING BEFORE
      *    IT LAUNCHES THE STEP; STEPRUN REWRITES IT DONE, WITH THE
      *    STEP'S CONDITION CODE AND CLOCK TIMES, WHEN THE STEP ENDS
      ******************************************************************
       01  STEPDONE-REC.
           05  SD-STEP-NAME        PIC  X(10).
           05  FILLER              PIC  X.
      *    P = LAUNCHED, NOT FINISHED YET; D = FINISHED
           05  SD-STATE            PIC  X.
               88  SD-STATE-PENDING    VALUE "P".
               88  SD-STATE-DONE       VALUE "D".
           05  FILLER              PIC  X.
           05  SD-STEP-RC          PIC  9(04).
           05  FILLER              PIC  X.
      *    HHMMSSCC, AS ACCEPT ... FROM TIME GIVES THEM
           05  SD-START-TIME       PIC  9(08).
           05  FILLER              PIC  X.
           05  SD-END-TIME         PIC  9(08).
