      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CLIENT-ADDR
      *    PURPOSE: MAILING ADDRESS FOR A LAW CLIENT ON THE KEYED FILE
      *        DSB-CLIENT-ADDR.TXT (KEY CAD-CLIENT-ID). THE BILLING
      *        MASTER (CH0601.TXT) CARRIES NO ADDRESS, SO THE ADDRESS
      *        IS KEYED WITH THE CLIENT IN DSB-CLIENT-MAINT AND KEPT
      *        HERE - IT IS WRITTEN WHEN A NEW CLIENT IS HELD FOR
      *        CONFLICT CLEARANCE AND DROPPED IF THE INTAKE IS
      *        DECLINED OR THE CLIENT DELETED. DSB-MAIL-RUN ADDRESSES
      *        THE CLIENT'S INVOICES AND DUNNING LETTERS FROM IT.
      *    CAD-ADDR-BAD IS SET BY DSB-RETURN-MAIL WHEN A PIECE COMES
      *        BACK UNDELIVERABLE, WITH THE DATE IN CAD-ADDR-BAD-DATE;
      *        MAIL FOR THE CLIENT IS HELD UNTIL A NEW ADDRESS IS
      *        KEYED, WHICH CLEARS BOTH.
      *-----------------------------------------------------------------*
       01  CLIENT-ADDR-REC.
           03  CAD-CLIENT-ID               PIC X(5).
           03  CAD-STREET                  PIC X(25).
           03  CAD-CITY                    PIC X(20).
           03  CAD-STATE                   PIC X(2).
           03  CAD-ZIP                     PIC X(5).
           03  CAD-ADDR-BAD                PIC X.
               88  CAD-ADDR-IS-BAD               VALUE "Y".
           03  CAD-ADDR-BAD-DATE           PIC 9(8).
           03  CAD-CHG-OPER                PIC X(10).
           03  CAD-CHG-DATE                PIC 9(8).
