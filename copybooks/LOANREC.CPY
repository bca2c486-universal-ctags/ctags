      ******************************************************************
      *    SHARED LOAN-REGISTER HOST VARIABLES -- ONE ROW OF EMP_LOAN
      *    (A STAFF LOAN OR SALARY ADVANCE RECOVERED BY MONTHLY
      *    INSTALLMENT FROM PAY), FOR EVERY PROGRAM THAT REGISTERS,
      *    DEDUCTS OR POSTS IT (LOANLOAD, EMPPAYX, LOANPOST)
      ******************************************************************
       01  LOAN-REC-VARS.
           05  LN-EMP-NO           PIC S9(04).
           05  LN-LOAN-ID          PIC  X(04).
      *    L = STAFF LOAN, A = SALARY ADVANCE
           05  LN-TYPE             PIC  X.
           05  LN-PRINCIPAL        PIC S9(07)V9(02).
      *    AMOUNT RECOVERED EACH PERIOD -- THE LAST ONE TAKES ONLY
      *    WHAT IS LEFT
           05  LN-INSTALLMENT      PIC S9(07)V9(02).
      *    FIRST PAY PERIOD (YYYYMM) AN INSTALLMENT IS TAKEN IN
           05  LN-START-PERIOD     PIC  9(06).
      *    STILL OUTSTANDING AFTER THE LAST PERIOD POSTED
           05  LN-BALANCE          PIC S9(07)V9(02).
      *    PERIOD LAST POSTED FROM THE PAY ARCHIVE AND THE AMOUNT
      *    RECOVERED IN IT -- A RE-RUN OF THAT PERIOD STARTS AGAIN
      *    FROM THE BALANCE BEFORE IT
           05  LN-LAST-PERIOD      PIC  9(06).
           05  LN-LAST-AMOUNT      PIC S9(07)V9(02).
      *    DATE THE LEAVER'S OUTSTANDING-BALANCE STATEMENT WAS
      *    ISSUED (YYYYMMDD, ZERO = NOT YET)
           05  LN-STMT-DATE        PIC  9(08).
