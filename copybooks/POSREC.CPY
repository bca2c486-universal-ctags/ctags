      ******************************************************************
      *    SHARED POSITION-CONTROL HOST VARIABLES -- THE APPROVED
      *    ESTABLISHMENT (EMP_POSITION: SLOTS PER DEPARTMENT AND GRADE)
      *    AND THE VACANCY CHECK EVERY ADD PATH MAKES AGAINST IT (SEE
      *    POSCHECK.CPY), FOR POSLOAD, POSRPT, EMPMAINT, EMPTRANS,
      *    EMPHRSYN AND SALAPPROV
      ******************************************************************
       01  POS-REC-VARS.
           05  POS-DEPT            PIC  9(03).
           05  POS-GRADE           PIC  9(02).
      *    APPROVED HEADCOUNT FOR THE DEPARTMENT AND GRADE
           05  POS-SLOTS           PIC  9(04).
      *    EMPLOYEE THE CHECK IS MADE FOR -- NEVER COUNTED AS FILLING
      *    THE SLOT BEING CHECKED FOR IT
           05  POS-EMP-NO          PIC S9(04).
      *    WORK COUNTS SET BY CHECK-POSITION-VACANCY
           05  POS-DEPT-ROWS       PIC  9(04).
           05  POS-FILLED          PIC  9(04).
           05  POS-EXCEPTIONS      PIC  9(04).
      *    WHO ASKED FOR AND WHO APPROVED A HIRE OVER ESTABLISHMENT
      *    (EMP_POS_EXCEPTION), AND WHEN
           05  POS-REQ-BY          PIC  X(08).
           05  POS-APPR-BY         PIC  X(08).
           05  POS-APPR-DATE       PIC  9(08).
      *    V = VACANCY, U = DEPARTMENT NOT UNDER POSITION CONTROL (NO
      *    EMP_POSITION ROWS), X = NO VACANCY BUT AN APPROVED
      *    EXCEPTION ON FILE, N = NO VACANCY, E = SQL ERROR
           05  POS-RESULT          PIC  X.
