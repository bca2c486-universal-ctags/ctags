      ******************************************************************
      *    SHARED CONTRACT HOST VARIABLES -- ONE ROW OF EMP_CONTRACT
      *    (THE EMPLOYEE'S CURRENT CONTRACT OF EMPLOYMENT), FOR EVERY
      *    PROGRAM THAT MAINTAINS OR REPORTS IT (EMPMAINT, EMPTRANS,
      *    CTRWATCH).  THE MAINTENANCE LOGIC IS IN CTRCHECK.CPY
      ******************************************************************
       01  CTR-REC-VARS.
           05  CTR-EMP-NO          PIC S9(04).
      *    P = PERMANENT (INDEFINITE TERM), F = FIXED TERM
           05  CTR-TYPE            PIC  X.
      *    START OF THE UNBROKEN RUN OF FIXED-TERM CONTRACTS THE
      *    CURRENT ONE BELONGS TO -- CUMULATIVE SERVICE FOR THE
      *    FIVE-YEAR CONVERSION RULE COUNTS FROM HERE
           05  CTR-FIRST-START     PIC  9(08).
      *    THE CURRENT TERM (END IS ZERO ON A PERMANENT CONTRACT)
           05  CTR-TERM-START      PIC  9(08).
           05  CTR-TERM-END        PIC  9(08).
      *    RENEWALS SINCE CTR-FIRST-START
           05  CTR-RENEWALS        PIC  9(03).
           05  CTR-CHG-DATE        PIC  9(08).
           05  CTR-CHG-BY          PIC  X(08).
      *    THE ROW AS IT STOOD BEFORE APPLY-CONTRACT-TERM
       01  CTR-OLD-VARS.
           05  CTR-OLD-TYPE        PIC  X.
           05  CTR-OLD-FIRST-START PIC  9(08).
           05  CTR-OLD-TERM-START  PIC  9(08).
           05  CTR-OLD-TERM-END    PIC  9(08).
           05  CTR-OLD-RENEWALS    PIC  9(03).
      *    APPLY-CONTRACT-TERM OUTCOME:
      *      N = FIRST CONTRACT RECORDED     R = RENEWED
      *      B = RENEWED AFTER A BREAK LONG ENOUGH TO RESTART THE
      *          FIVE-YEAR COUNT             P = MADE PERMANENT
      *      C = CURRENT TERM CORRECTED      E = SQL ERROR
       01  CTR-RESULT              PIC  X.
      *    END OF THE COOLING-OFF GAP AFTER THE LAST TERM -- A NEW
      *    TERM STARTING ON OR AFTER IT RESTARTS THE COUNT
       01  CTR-COOL-DATE           PIC  9(08).
