      ******************************************************************
      *    SHARED PAID-LEAVE LEDGER HOST VARIABLES -- ONE ROW OF
      *    LEAVE_GRANT (A GRANT OF DAYS ON ITS GRANT DATE, TWO YEARS
      *    TO USE THEM) AND ONE ROW OF LEAVE_TAKEN (DAYS TAKEN ON A
      *    DATE, CHARGED AGAINST A GRANT), FOR EVERY PROGRAM THAT
      *    READS OR POSTS THE LEDGER (LEAVEGRT, EMPTRANS, LEAVE5RPT)
      ******************************************************************
       01  LEAVE-GRANT-VARS.
           05  LG-EMP-NO           PIC S9(04).
           05  LG-GRANT-DATE       PIC  9(08).
           05  LG-EXPIRY-DATE      PIC  9(08).
           05  LG-DAYS-GRANTED     PIC  9(02)V9.
           05  LG-DAYS-TAKEN       PIC  9(02)V9.
           05  LG-DAYS-EXPIRED     PIC  9(02)V9.
      *    GRANTED LESS TAKEN LESS EXPIRED -- WHAT IS STILL THERE
           05  LG-DAYS-LEFT        PIC  9(03)V9.
       01  LEAVE-TAKEN-VARS.
           05  LT-EMP-NO           PIC S9(04).
           05  LT-TAKEN-DATE       PIC  9(08).
      *    1.0 = FULL DAY, 0.5 = HALF DAY
           05  LT-DAYS             PIC  9V9.
           05  LT-GRANT-DATE       PIC  9(08).
           05  LT-POSTED-DATE      PIC  9(08).
           05  LT-POSTED-BY        PIC  X(08).
