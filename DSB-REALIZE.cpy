      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-REALIZE
      *    PURPOSE: ATTORNEY REALIZATION HISTORY RECORD ON
      *        DSB-REALIZATION.TXT - THE RUNNING LEDGER DSB-REALIZE-RPT
      *        READS FOR THE MONTH AND YEAR-TO-DATE REALIZATION AND
      *        COLLECTION FIGURES. APPENDED, AND REWRITTEN ONLY BY THE
      *        RETENTION PURGE (DSB-RETAIN-PURGE), WHICH TAKES OFF
      *        DROPPED TIME PAST ITS RETENTION PERIOD:
      *        "T" BY DSB-WIP-RELEASE FOR EVERY TIME ENTRY RELEASED,
      *            MARKED DOWN OR DROPPED - STANDARD VALUE IS THE HOURS
      *            AT THE ATTORNEY MASTER RATE, BILLED VALUE WHAT WENT
      *            TO THE BILLING MASTER (ZERO FOR A DROP);
      *        "P" BY DSB-CLIENT-PAY-POST FOR THE PART OF EACH RECEIPT
      *            APPLIED TO FEE OPEN ITEMS, DATED AS RECEIVED;
      *        "W" BY DSB-CLIENT-ADJ FOR EVERY APPROVED WRITE-OFF OR
      *            COURTESY DISCOUNT AGAINST A FEE OPEN ITEM.
      *    FINANCE CHARGES AND CLIENT COST ADVANCES ARE NOT ATTORNEY
      *        TIME AND NEVER LAND HERE. TIME IS CREDITED TO THE
      *        ATTORNEY WHO KEYED IT; RECEIPTS AND WRITE-OFFS, WHICH
      *        THE OPEN ITEMS CARRY BY CLIENT ONLY, TO THE CLIENT'S
      *        ATTORNEY ON THE BILLING MASTER - THE SAME RULE THE
      *        WRITE-OFF REGISTER USES.
      *-----------------------------------------------------------------*
       01  REALIZE-REC.
           03  RLZ-ATTY-CD                 PIC X(3).
           03  RLZ-CLIENT-ID               PIC X(5).
           03  RLZ-DATE                    PIC 9(8).
           03  RLZ-SOURCE                  PIC X.
               88  RLZ-FROM-TIME                   VALUE "T".
               88  RLZ-FROM-PAYMENT                VALUE "P".
               88  RLZ-FROM-WRITEOFF               VALUE "W".
           03  RLZ-STANDARD                PIC 9(7)V99.
           03  RLZ-BILLED                  PIC 9(7)V99.
           03  RLZ-COLLECTED               PIC 9(7)V99.
           03  RLZ-WRITTEN-OFF             PIC 9(7)V99.
