      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-PARTY
      *    PURPOSE: ONE ROW ON THE CROSS-SYSTEM PARTY INDEX
      *        (DSB-PARTY-IDX.TXT, INDEXED) PER PERSON OR PARTY ON
      *        EACH MASTER, REBUILT WHOLE EVERY NIGHT BY
      *        DSB-PARTY-BUILD AND SEARCHED BY DSB-PARTY-INQ. THE KEY
      *        IS THE NORMALIZED NAME (SURNAME FIRST, UPPER CASE, NO
      *        PUNCTUATION - SEE DSB-PARTY-NAME) FOLLOWED BY THE
      *        SYSTEM AND THE RECORD'S KEY ON ITS OWN MASTER, SO THE
      *        SAME PERSON ON SIX FILES LISTS TOGETHER. THE SOUND-ALIKE
      *        CODE IS THE SURNAME'S SOUNDEX AND IS AN ALTERNATE KEY.
      *        ADDRESS AND PHONES ARE CARRIED ONLY WHERE THE MASTER
      *        HAS THEM.
      *    SYSTEMS: B BANK CUSTOMER (MT-CUST-MST.TXT), L LAW CLIENT
      *        (CH0601.TXT), S STUDENT (DSB-STU-TRANSACTIONS.TXT),
      *        E EMPLOYEE (EMP-MST-OLD.TXT), N LOAN BORROWER
      *        (DSB-LOAN-MST.TXT), C DIRECTORY CONTACT
      *        (SCREEN-TEST-3-CONTACTS.TXT).
      *-----------------------------------------------------------------*
       01  PARTY-REC.
           03  PTY-KEY.
               05  PTY-NAME-KEY            PIC X(30).
               05  PTY-SYSTEM              PIC X.
                   88  PTY-IS-BANK               VALUE "B".
                   88  PTY-IS-LAW                VALUE "L".
                   88  PTY-IS-STUDENT            VALUE "S".
                   88  PTY-IS-EMPLOYEE           VALUE "E".
                   88  PTY-IS-LOAN               VALUE "N".
                   88  PTY-IS-CONTACT            VALUE "C".
               05  PTY-SOURCE-ID           PIC X(7).
           03  PTY-SOUNDEX                 PIC X(4).
           03  PTY-PHONE                   PIC X(10).
           03  PTY-PHONE-2                 PIC X(10).
           03  PTY-NAME                    PIC X(40).
           03  PTY-STREET                  PIC X(25).
           03  PTY-CITY                    PIC X(20).
           03  PTY-STATE                   PIC X(2).
           03  PTY-ZIP                     PIC X(5).
           03  PTY-STATUS                  PIC X(10).
           03  PTY-BUILD-DATE              PIC 9(8).
