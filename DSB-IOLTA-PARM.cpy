      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-IOLTA-PARM
      *    PURPOSE: ONE-ROW PARAMETER RECORD ON DSB-IOLTA-PARM.TXT -
      *        THE STATE BAR FOUNDATION'S ACCOUNT ON THE BANK MASTER
      *        THAT THE FIRM TRUST ACCOUNT'S IOLTA INTEREST IS
      *        TRANSFERRED TO, AND THE NAME ITS REMITTANCE REPORT IS
      *        ADDRESSED TO. READ BY DSB-IOLTA-REMIT AND
      *        DSB-TRUST-RECON.
      *-----------------------------------------------------------------*
       01  IOLTA-PARM-REC.
           03  IP-FOUND-ACC                PIC X(5).
           03  IP-FOUND-NAME               PIC X(30).
