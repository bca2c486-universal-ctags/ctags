      ******************************************************************
      *    SHARED CONTACT HOST VARIABLES -- ONE ROW OF EMP_CONTACT
      *    (THE EMPLOYEE'S HOME ADDRESS, PHONE AND EMERGENCY CONTACT,
      *    AS THE WORKER REGISTER NEEDS THEM), FOR EVERY PROGRAM THAT
      *    MAINTAINS OR REPORTS IT (EMPMAINT, EMPHRSYN, WRKREG).  THE
      *    MAINTENANCE LOGIC IS IN CONCHECK.CPY
      ******************************************************************
       01  CON-REC-VARS.
           05  CON-EMP-NO          PIC S9(04).
      *    POSTAL CODE AS WRITTEN, E.G. 150-0002
           05  CON-POSTAL          PIC  X(08).
           05  CON-ADDRESS         PIC  X(60).
           05  CON-ADDR-KANA       PIC  X(60).
           05  CON-PHONE           PIC  X(15).
           05  CON-EMERG-NAME      PIC  X(40).
      *    RELATIONSHIP OF THE EMERGENCY CONTACT, E.G. SPOUSE, PARENT
           05  CON-EMERG-REL       PIC  X(10).
           05  CON-EMERG-PHONE     PIC  X(15).
           05  CON-CHG-DATE        PIC  9(08).
           05  CON-CHG-TIME        PIC  9(08).
           05  CON-CHG-BY          PIC  X(08).
      *    THE ROW AS IT STOOD BEFORE APPLY-CONTACT -- THE OLD HALF OF
      *    THE EMP_CONTACT_HIST IMAGE
       01  CON-OLD-VARS.
           05  CON-OLD-POSTAL      PIC  X(08).
           05  CON-OLD-ADDRESS     PIC  X(60).
           05  CON-OLD-ADDR-KANA   PIC  X(60).
           05  CON-OLD-PHONE       PIC  X(15).
           05  CON-OLD-EMERG-NAME  PIC  X(40).
           05  CON-OLD-EMERG-REL   PIC  X(10).
           05  CON-OLD-EMERG-PHONE PIC  X(15).
      *    APPLY-CONTACT OUTCOME:
      *      N = FIRST CONTACT RECORDED      C = CONTACT CHANGED
      *      U = NOTHING DIFFERENT, LEFT AS IT WAS
      *      E = SQL ERROR
       01  CON-RESULT              PIC  X.
