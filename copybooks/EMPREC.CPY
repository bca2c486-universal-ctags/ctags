      *    MEANS DOMESTIC YEN; ANYTHING ELSE CONVERTS AT THE DAY'S
      *    EXCHRATE.DAT RATE IN THE PAYROLL EXTRACT
           05  EMP-PAY-CCY         PIC  X(03).
      *    COMPANY OF THE GROUP THE EMPLOYEE BELONGS TO (SEE COMPANY)
      *    -- EVERY EXTRACT, REPORT AND INTERFACE RUNS FOR ONE COMPANY
      *    AT A TIME, AND AN OPERATOR ONLY EVER SEES THEIR OWN
      *    COMPANY'S EMPLOYEES.  EMP_NO STAYS UNIQUE ACROSS THE GROUP.
           05  EMP-COMPANY         PIC  X(02).
