      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-VENDOR
      *    PURPOSE: VENDOR (OUTSIDE PAYEE) MASTER RECORD ON THE
      *        INDEXED DSB-VENDOR-MST.TXT, KEYED BY VENDOR ID. THE
      *        PAYEE KEY IS THE NAME A FEEDING PROGRAM PUTS ON A
      *        PAYABLE WHEN IT HAS NO VENDOR ID OF ITS OWN (THE
      *        GARNISHMENT PAYEE, "IRS TAX DEPOSIT", THE STATE
      *        ESCHEAT OFFICE) - DSB-AP-DISB LOOKS THE VENDOR UP BY IT
      *        THROUGH THE ALTERNATE KEY. THE PAYMENT METHOD IS C
      *        (PRINTED CHECK) OR A (ACH - ROUTING AND ACCOUNT
      *        REQUIRED). THE TAXPAYER ID IS SHOWN MASKED THROUGH
      *        DSB-TIN-MASK LIKE A CUSTOMER'S. AN INACTIVE VENDOR IS
      *        NEVER PAID. MAINTAINED BY DSB-VENDOR-MAINT.
      *-----------------------------------------------------------------*
       01  VENDOR-REC.
           03  VND-ID                      PIC X(5).
           03  VND-NAME                    PIC X(30).
           03  VND-PAYEE-KEY               PIC X(20).
           03  VND-STREET                  PIC X(30).
           03  VND-CITY                    PIC X(20).
           03  VND-STATE                   PIC X(2).
           03  VND-ZIP                     PIC X(10).
           03  VND-TIN                     PIC X(9).
           03  VND-TIN-TYPE                PIC X.
               88  VND-TIN-SSN                   VALUE "S".
               88  VND-TIN-EIN                   VALUE "E".
           03  VND-PAY-METHOD              PIC X.
               88  VND-PAYS-BY-CHECK             VALUE "C".
               88  VND-PAYS-BY-ACH               VALUE "A".
           03  VND-ROUTING                 PIC X(9).
           03  VND-BANK-ACCT               PIC X(17).
           03  VND-STATUS                  PIC X.
               88  VND-IS-ACTIVE                 VALUE "A".
               88  VND-IS-INACTIVE               VALUE "I".
           03  VND-OPERATOR                PIC X(10).
           03  VND-MAINT-DATE              PIC 9(8).
