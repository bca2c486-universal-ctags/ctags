      ******************************************************************
      *    SHARED DEPENDENTS-REGISTER HOST VARIABLES -- ONE ROW OF
      *    EMP_DEPENDENT (A SPOUSE, CHILD OR OTHER RELATIVE SUPPORTED
      *    BY THE EMPLOYEE), FOR EVERY PROGRAM THAT READS OR
      *    MAINTAINS THE REGISTER (DEPNMAINT, RICHECK)
      ******************************************************************
       01  DEPN-REC-VARS.
           05  DEPN-EMP-NO         PIC S9(04).
      *    1-99 WITHIN THE EMPLOYEE, ALLOCATED AT INSERT
           05  DEPN-SEQ            PIC  9(02).
           05  DEPN-NAME           PIC  X(60).
           05  DEPN-KANA           PIC  X(60).
      *    SP = SPOUSE, CH = CHILD, PA = PARENT, OT = OTHER RELATIVE
           05  DEPN-RELATION       PIC  X(02).
           05  DEPN-BIRTHDATE      PIC  9(08).
      *    Y = INCOME WITHIN THE DEPENDENT LIMIT, N = OVER IT -- ONLY
      *    A Y DEPENDENT COUNTS FOR TAX, ALLOWANCE OR INSURANCE
           05  DEPN-INCOME-OK      PIC  X.
      *    SUPPORTED FROM/TO (YYYYMMDD, END ZERO = STILL SUPPORTED)
           05  DEPN-START-DATE     PIC  9(08).
           05  DEPN-END-DATE       PIC  9(08).
