      ******************************************************************
      *    SHARED APPRAISAL HOST VARIABLES -- ONE ROW OF EMP_APPRAISAL
      *    (AN EMPLOYEE'S RATING FOR ONE APPRAISAL YEAR AND WHO GAVE
      *    IT), FOR EVERY PROGRAM THAT LOADS OR REPORTS IT (APPRLOAD,
      *    APPRRPT).  THE RATING CODES, THEIR TARGET SHARE OF EACH
      *    DEPARTMENT AND THE PAY-SCALE STEPS EACH EARNS ARE ON
      *    APPRTGT.DAT
      ******************************************************************
       01  APR-REC-VARS.
           05  APR-EMP-NO          PIC S9(04).
           05  APR-YEAR            PIC  9(04).
           05  APR-RATING          PIC  X.
      *    THE RATER -- THE MANAGER OF THE EMPLOYEE'S DEPARTMENT, OR
      *    OF ITS PARENT WHEN THE EMPLOYEE IS THAT MANAGER
           05  APR-EVALUATOR       PIC S9(04).
           05  APR-LOAD-DATE       PIC  9(08).
