      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CLIENT-COST
      *    PURPOSE: CLIENT COST ADVANCE RECORD ON DSB-CLIENT-COST.TXT -
      *        A FILING FEE, TRANSCRIPT, COURIER CHARGE, EXPERT FEE OR
      *        OTHER OUTLAY THE FIRM PAID ON A CLIENT'S BEHALF. KEYED
      *        BY DSB-COST-ENTRY, SHOWN ON THE PRE-BILL WHILE
      *        UNRELEASED, RELEASED (OR DROPPED) BY DSB-WIP-RELEASE,
      *        AND BILLED BY THE NIGHTLY CLIENT BILLING RUN AS A TYPE
      *        "C" OPEN ITEM, WHICH STAMPS THE BILLING MONTH AND YEAR
      *        SO DSB-CLIENT-INVOICE CAN ITEMIZE IT.
      *    CST-STATUS: "U" UNRELEASED, "R" RELEASED AWAITING THE
      *        NIGHTLY BILLING, "B" BILLED, "A" ABSORBED - A
      *        NON-BILLABLE COST RELEASED AS FIRM EXPENSE, NEVER BILLED.
      *        THE FILE IS KEPT AS A RUNNING HISTORY; ONLY A DROPPED
      *        ENTRY EVER LEAVES IT.
      *-----------------------------------------------------------------*
       01  CLIENT-COST-REC.
           03  CST-CLIENT-ID               PIC X(5).
           03  CST-DATE                    PIC 9(8).
           03  CST-CODE                    PIC X(4).
               88  CST-CODE-VALID                  VALUE "FILE" "DEPO"
                                                   "CRR " "EXPT" "COPY"
                                                   "TRVL" "SVC " "OTHR".
           03  CST-DESC                    PIC X(30).
           03  CST-AMOUNT                  PIC 9(6)V99.
           03  CST-BILLABLE                PIC X.
               88  CST-IS-BILLABLE                 VALUE "Y".
           03  CST-STATUS                  PIC X.
               88  CST-UNRELEASED                  VALUE "U".
               88  CST-RELEASED                    VALUE "R".
               88  CST-BILLED                      VALUE "B".
               88  CST-ABSORBED                    VALUE "A".
           03  CST-BILL-MONTH              PIC X(2).
           03  CST-BILL-YEAR               PIC X(4).
