      ******************************************************************
      *    SHARED SOCIAL-INSURANCE GRADE HOST VARIABLES -- ONE ROW OF
      *    EMP_SI_GRADE: THE STANDARD MONTHLY REMUNERATION GRADE AN
      *    EMPLOYEE'S HEALTH-INSURANCE (HI) AND PENSION (PN) PREMIUMS
      *    ARE CHARGED ON FROM EFF_PERIOD ONWARD, FOR EVERY PROGRAM
      *    THAT SETS OR READS THE GRADE (SIDETERM)
      ******************************************************************
       01  SI-GRADE-VARS.
           05  SG-EMP-NO           PIC S9(04).
      *    FIRST PAY PERIOD (YYYYMM) THE GRADE APPLIES TO -- THE
      *    LATEST ROW NOT AFTER A PERIOD IS THE GRADE IN FORCE
           05  SG-EFF-PERIOD       PIC  9(06).
           05  SG-HI-GRADE         PIC  9(02).
           05  SG-HI-STD           PIC  9(07).
           05  SG-PN-GRADE         PIC  9(02).
           05  SG-PN-STD           PIC  9(07).
      *    AVERAGE MONTHLY PAY THE GRADE WAS SET FROM
           05  SG-AVG-PAY          PIC  9(07).
      *    A = ANNUAL DETERMINATION, M = MID-YEAR REVISION,
      *    J = ON JOINING
           05  SG-BASIS            PIC  X.
           05  SG-SET-DATE         PIC  9(08).
