      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-MAIL-PIECE
      *    PURPOSE: ONE LINE OF ONE MAIL PIECE ON THE COMMON PRINT-AND-
      *        MAIL FILE (DSB-MAIL-PIECES.TXT). EVERY PROGRAM THAT
      *        PRODUCES CUSTOMER MAIL - CYCLE STATEMENTS, LAW CLIENT
      *        INVOICES AND DUNNING LETTERS, STUDENT STATEMENTS, LOAN
      *        PAST-DUE NOTICES, CD MATURITY NOTICES AND ESCROW
      *        DISCLOSURES - ADDS ITS PIECES HERE THROUGH DSB-MAIL-OUT
      *        AS WELL AS TO ITS OWN REPORT, AND DSB-MAIL-RUN MAILS
      *        THEM EACH NIGHT.
      *    A PIECE IS KEYED BY THE PRODUCING PROGRAM, THE DATE AND TIME
      *        IT OPENED THE FILE AND A RUNNING PIECE NUMBER; ITS PAGE
      *        IMAGE IS ITS MP-LINE ROWS IN MP-LINE-NO ORDER. THE
      *        RECIPIENT IS NAMED BY SYSTEM AND KEY ON ITS OWN MASTER:
      *            B  BANK CUSTOMER  - CUSTOMER NUMBER (MT-CUST-MST)
      *            L  LAW CLIENT     - CLIENT ID (DSB-CLIENT-ADDR)
      *            S  STUDENT        - STUDENT ID (STUDENT MASTER)
      *            N  LOAN BORROWER  - LOAN NUMBER, MAILED TO THE
      *                                BORROWING CUSTOMER
      *    THE ADDRESS IS FILLED IN BY DSB-MAIL-RUN FROM THE MASTER ON
      *        THE NIGHT THE PIECE MAILS, SO A PIECE HELD FOR A BAD
      *        ADDRESS GOES TO THE CORRECTED ONE. MP-HOLD-NIGHTS COUNTS
      *        THE NIGHTS A PIECE HAS BEEN HELD.
      *-----------------------------------------------------------------*
       01  MAIL-PIECE-REC.
           03  MP-PIECE-KEY.
               05  MP-SOURCE               PIC X(20).
               05  MP-CREATE-DATE          PIC 9(8).
               05  MP-CREATE-TIME          PIC 9(8).
               05  MP-PIECE-NO             PIC 9(5).
           03  MP-LINE-NO                  PIC 9(4).
           03  MP-DOC-TYPE                 PIC X(4).
               88  MP-IS-BANK-STMT               VALUE "STMT".
               88  MP-IS-INVOICE                 VALUE "INVC".
               88  MP-IS-DUNNING                 VALUE "DUNN".
               88  MP-IS-STU-STMT                VALUE "STUS".
               88  MP-IS-PAST-DUE                VALUE "PDUE".
               88  MP-IS-CD-NOTICE               VALUE "CDMT".
               88  MP-IS-ESCROW                  VALUE "ESCR".
           03  MP-RECIP-SYSTEM             PIC X.
               88  MP-RECIP-BANK                 VALUE "B".
               88  MP-RECIP-LAW                  VALUE "L".
               88  MP-RECIP-STUDENT              VALUE "S".
               88  MP-RECIP-LOAN                 VALUE "N".
           03  MP-RECIP-ID                 PIC X(7).
           03  MP-RECIP-NAME               PIC X(30).
           03  MP-STREET                   PIC X(25).
           03  MP-CITY                     PIC X(20).
           03  MP-STATE                    PIC X(2).
           03  MP-ZIP                      PIC X(5).
           03  MP-HOLD-NIGHTS              PIC 9(3).
           03  MP-LINE                     PIC X(80).
