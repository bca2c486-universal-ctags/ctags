      ******************************************************************
      *    SHARED ALLOWANCE HOST VARIABLES -- ONE ROW OF EMP_ALLOWANCE
      *    (A FIXED MONTHLY ALLOWANCE PAID WITH SALARY), FOR EVERY
      *    PROGRAM THAT LOADS, MAINTAINS OR PAYS IT (ALWLOAD,
      *    EMPTRANS, EMPPAYX)
      ******************************************************************
       01  ALW-REC-VARS.
           05  ALW-EMP-NO          PIC S9(04).
      *    CM = COMMUTING, HS = HOUSING, PS = POSITION, FM = FAMILY
           05  ALW-CODE            PIC  X(02).
      *    MONTHLY AMOUNT FOR A FULL PERIOD
           05  ALW-AMOUNT          PIC S9(07)V9(02).
      *    Y = TAXABLE, N = NON-TAXABLE (UP TO THE CEILING BELOW)
           05  ALW-TAXABLE         PIC  X.
      *    MONTHLY NON-TAXABLE CEILING OF A NON-TAXABLE ALLOWANCE
      *    (COMMUTING) -- ANYTHING ABOVE IT IS PAID AS TAXABLE; ZERO
      *    MEANS NO CEILING
           05  ALW-NONTAX-CAP      PIC S9(07)V9(02).
