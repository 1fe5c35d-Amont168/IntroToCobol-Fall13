      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CLIENT-TIME
      *    PURPOSE: RELEASED TIME DETAIL RECORD ON DSB-CLIENT-TIME.TXT.
      *        DSB-WIP-RELEASE MERGES RELEASED TIME INTO THE ONE
      *        CONSULTATION ROW THE BILLING MASTER KEEPS PER CLIENT AND
      *        DROPS THE WIP ENTRY, SO EACH RELEASE (OR MARK-DOWN) IS
      *        ALSO APPENDED HERE AS IT HAPPENED - ATTORNEY, DATE
      *        WORKED, HOURS, THE RATE IT WAS PRICED AT, STANDARD AND
      *        BILLED VALUE, THE UTBMS TASK AND ACTIVITY CODES AND THE
      *        NARRATIVE. TMB-BILL-MONTH AND TMB-BILL-YEAR ARE THE
      *        RELEASE MONTH, WHICH IS THE CONSULTATION MONTH THE
      *        MASTER ROW (AND SO THE FEE OPEN ITEM) CARRIES.
      *        DSB-LEDES-EXPORT READS IT FOR THE TIME LINES OF AN
      *        ELECTRONIC INVOICE. APPENDED, NEVER REWRITTEN.
      *-----------------------------------------------------------------*
       01  CLIENT-TIME-REC.
           03  TMB-ATTY-CD                 PIC X(3).
           03  TMB-CLIENT-ID               PIC X(5).
           03  TMB-DATE                    PIC 9(8).
           03  TMB-HOURS                   PIC 9(3)V99.
           03  TMB-RATE                    PIC 9(4)V99.
           03  TMB-STANDARD                PIC 9(7)V99.
           03  TMB-BILLED                  PIC 9(7)V99.
           03  TMB-TASK-CD                 PIC X(4).
           03  TMB-ACT-CD                  PIC X(4).
           03  TMB-NARRATIVE               PIC X(30).
           03  TMB-BILL-MONTH              PIC X(2).
           03  TMB-BILL-YEAR               PIC X(4).
