      ******************************************************************
      *    SHARED EXPENSE-CLAIM HOST VARIABLES -- ONE ROW OF EMP_EXPENSE
      *    (AN APPROVED TRAVEL OR EXPENSE CLAIM FROM THE EXPENSE SYSTEM,
      *    REIMBURSED WITH THE SALARY OUTSIDE GROSS PAY), FOR EVERY
      *    PROGRAM THAT LOADS, PAYS OR POSTS IT (EXPLOAD, EMPPAYX,
      *    EXPPOST)
      ******************************************************************
       01  EXP-REC-VARS.
      *    THE EXPENSE SYSTEM'S OWN CLAIM NUMBER -- NEVER PAID TWICE
           05  EX-CLAIM-ID         PIC  X(10).
           05  EX-EMP-NO           PIC S9(04).
      *    TR TRAVEL, AC ACCOMMODATION, EN ENTERTAINMENT, CM
      *    COMMUNICATION, SU SUPPLIES -- ANY OTHER CODE IS CARRIED
      *    AS SENT (GLPOST MAPS EACH TO ITS ACCOUNT, SEE EXPACMAP.DAT)
           05  EX-CATEGORY         PIC  X(02).
           05  EX-AMOUNT           PIC S9(07)V9(02).
      *    A = APPROVED, WAITING TO BE PAID; P = PAID; X = REJECTED
      *    ON LOAD (EX-REASON SAYS WHY)
           05  EX-STATUS           PIC  X.
           05  EX-REASON           PIC  X(20).
           05  EX-LOAD-DATE        PIC  9(08).
      *    PERIOD THE CLAIM WAS PAID IN (ZERO = NOT YET)
           05  EX-PAID-PERIOD      PIC  9(06).
      *    PERIOD WHOSE DISPOSITION FILE REPORTED THE CLAIM BACK TO
      *    THE EXPENSE SYSTEM (ZERO = NOT YET)
           05  EX-DISP-PERIOD      PIC  9(06).
