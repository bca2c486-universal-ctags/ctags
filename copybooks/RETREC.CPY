      ******************************************************************
      *    SHARED RETIREMENT-ALLOWANCE HOST VARIABLES -- ONE ROW OF
      *    EMP_RETIREMENT: THE ALLOWANCE WORKED OUT FOR A LEAVER'S
      *    TERMINATION DATE AND THE RETIREMENT-INCOME TAX TAKEN FROM
      *    IT, FOR EVERY PROGRAM THAT COMPUTES OR READS IT (RETALLOW)
      ******************************************************************
       01  RET-REC-VARS.
           05  RT-EMP-NO           PIC S9(04).
           05  RT-TERM-DATE        PIC  9(08).
      *    SERVICE FROM HIRE TO TERMINATION, BOTH DAYS INCLUSIVE --
      *    COMPLETED YEARS DRIVE THE FACTOR, YEARS WITH ANY PART YEAR
      *    ROUNDED UP DRIVE THE TAX DEDUCTION
           05  RT-SERVICE-DAYS     PIC  9(05).
           05  RT-SERVICE-YEARS    PIC  9(02).
           05  RT-TAX-YEARS        PIC  9(02).
           05  RT-GRADE            PIC  9(02).
           05  RT-BASE-AMOUNT      PIC S9(07)V9(02).
      *    MONTHS OF THE GRADE BASE PAID FOR THE COMPLETED YEARS
           05  RT-FACTOR           PIC  9(02)V9(04).
           05  RT-ALLOWANCE        PIC S9(09)V9(02).
      *    RETIREMENT-INCOME DEDUCTION AND THE TAXABLE RETIREMENT
      *    INCOME LEFT AFTER IT (HALVED, TO THE 1,000 YEN BELOW)
           05  RT-DEDUCTION        PIC S9(09)V9(02).
           05  RT-TAXABLE          PIC S9(09)V9(02).
      *    INCOME TAX WITH THE RECONSTRUCTION SURTAX, AND RESIDENT TAX
           05  RT-INCOME-TAX       PIC S9(09)V9(02).
           05  RT-RESIDENT-TAX     PIC S9(09)V9(02).
           05  RT-NET-PAY          PIC S9(09)V9(02).
           05  RT-CALC-DATE        PIC  9(08).
