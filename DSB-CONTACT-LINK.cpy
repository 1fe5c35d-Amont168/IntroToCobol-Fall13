      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CONTACT-LINK
      *    PURPOSE: ONE LINK BETWEEN A DIRECTORY CONTACT (SCREEN-TEST-3-
      *        CONTACTS.TXT) AND A BUSINESS RECORD, ON DSB-CONTACT-
      *        LINK.TXT. KEYED BUSINESS RECORD + CONTACT, SO ONE CLIENT,
      *        STUDENT OR CUSTOMER'S CONTACTS ARE A START AND A SHORT
      *        READ-NEXT; THE ALTERNATE KEY ON THE CONTACT GIVES ONE
      *        CONTACT'S LINKS THE SAME WAY. THE RELATIONSHIP MUST SUIT
      *        THE SYSTEM:
      *        "L" A LAW CLIENT (CLIENT-ID-IN ON CH0601.TXT) -
      *            (O)PPOSING COUNSEL OR (R)EFERRAL SOURCE;
      *        "S" A STUDENT (DSB-STU-TRANSACTIONS.TXT) - (P)ARENT OR
      *            (G)UARDIAN;
      *        "B" A BANK CUSTOMER (CUST-NUM ON MT-CUST-MST.TXT) -
      *            (A)UTHORIZED CONTACT.
      *        KEPT BY DSB-CONTACT-LINKS FROM THE DIRECTORY SCREEN AND
      *        SHOWN BY DSB-CONTACT-VIEW.
      *-----------------------------------------------------------------*
       01  CONTACT-LINK-REC.
           03  CL-KEY.
               05  CL-BUS-KEY.
                   07  CL-SYSTEM           PIC X.
                       88  CL-FOR-CLIENT         VALUE "L".
                       88  CL-FOR-STUDENT        VALUE "S".
                       88  CL-FOR-CUSTOMER       VALUE "B".
                   07  CL-BUS-ID           PIC X(5).
               05  CL-CONTACT-ID           PIC X(5).
           03  CL-REL-TYPE                 PIC X.
               88  CL-OPPOSING-COUNSEL           VALUE "O".
               88  CL-REFERRAL-SOURCE            VALUE "R".
               88  CL-PARENT                     VALUE "P".
               88  CL-GUARDIAN                   VALUE "G".
               88  CL-AUTH-CONTACT               VALUE "A".
           03  CL-ADDED-DATE               PIC 9(8).
           03  CL-ADDED-OPER               PIC X(10).
