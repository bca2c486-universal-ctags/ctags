      ******************************************************************
      *    SHARED RESIDENT-TAX HOST VARIABLES -- ONE ROW OF EMP_RESTAX
      *    (THE MUNICIPAL SPECIAL-COLLECTION NOTICE FOR ONE EMPLOYEE
      *    AND TAX YEAR, JUNE TO THE FOLLOWING MAY), FOR EVERY PROGRAM
      *    THAT LOADS, DEDUCTS OR POSTS IT (RTAXLOAD, EMPPAYX,
      *    RTAXPOST)
      ******************************************************************
       01  RTAX-REC-VARS.
           05  RT-EMP-NO           PIC S9(04).
      *    YEAR THE COLLECTION STARTS IN -- JUNE OF RT-TAX-YEAR TO
      *    MAY OF THE YEAR AFTER
           05  RT-TAX-YEAR         PIC  9(04).
           05  RT-MUNI-CODE        PIC  X(06).
           05  RT-MUNI-NAME        PIC  X(30).
           05  RT-ANNUAL           PIC S9(09).
      *    THE JUNE INSTALLMENT CARRIES THE ROUNDING; JULY TO MAY
      *    TAKE THE SAME AMOUNT EACH
           05  RT-JUNE-AMOUNT      PIC S9(09).
           05  RT-MONTHLY-AMOUNT   PIC S9(09).
      *    COLLECTED SO FAR THROUGH THE LAST PERIOD POSTED
           05  RT-COLLECTED        PIC S9(09).
      *    PERIOD LAST POSTED FROM THE PAY ARCHIVE AND THE AMOUNT
      *    COLLECTED IN IT -- A RE-RUN OF THAT PERIOD STARTS AGAIN
      *    FROM THE TOTAL BEFORE IT
           05  RT-LAST-PERIOD      PIC  9(06).
           05  RT-LAST-AMOUNT      PIC S9(09).
      *    DATE THE LEAVER'S CHANGE NOTICE TO THE MUNICIPALITY WAS
      *    ISSUED (YYYYMMDD, ZERO = NOT YET)
           05  RT-NOTICE-DATE      PIC  9(08).
