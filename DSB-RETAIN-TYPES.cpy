      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    COPYBOOK: DSB-RETAIN-TYPES
      *    PURPOSE: THE RECORD TYPES THE RETENTION SCHEDULE CAN COVER -
      *        CODE, DESCRIPTION, THE FILE THEY LIVE ON AND THE DATE
      *        RETENTION IS MEASURED FROM - SO THE SCHEDULE SCREEN
      *        (DSB-RETAIN-MAINT) OFFERS EXACTLY THE TYPES THE PURGE
      *        (DSB-RETAIN-PURGE) KNOWS HOW TO FIND, AND BOTH DESCRIBE
      *        THEM THE SAME WAY. THE ORDER IS THE PURGE ORDER - LOANS
      *        AND TRANSACTION HISTORY ARE TIED TO THEIR CUSTOMER
      *        THROUGH THE BANK MASTER, SO THEY GO BEFORE THE CLOSED
      *        ACCOUNTS THEMSELVES.
      ******************************************************************
       01  WS-RT-VALUES.
           03  FILLER                  PIC X(8)  VALUE "STUARCH".
           03  FILLER                  PIC X(30) VALUE
               "WITHDRAWN STUDENT ARCHIVE".
           03  FILLER                  PIC X(30) VALUE
               "DSB-STU-ARCHIVE.TXT".
           03  FILLER                  PIC X(25) VALUE
               "WITHDRAWAL DATE".
           03  FILLER                  PIC X(8)  VALUE "STUCHG".
           03  FILLER                  PIC X(30) VALUE
               "STUDENT CHANGE HISTORY".
           03  FILLER                  PIC X(30) VALUE
               "DSB-STU-CHG-HIST.TXT".
           03  FILLER                  PIC X(25) VALUE
               "DATE OF CHANGE".
           03  FILLER                  PIC X(8)  VALUE "LOANPAID".
           03  FILLER                  PIC X(30) VALUE
               "PAID-OFF LOANS".
           03  FILLER                  PIC X(30) VALUE
               "DSB-LOAN-MST.TXT".
           03  FILLER                  PIC X(25) VALUE
               "PAID-THROUGH MONTH".
           03  FILLER                  PIC X(8)  VALUE "TRANHIST".
           03  FILLER                  PIC X(30) VALUE
               "BANK TRANSACTION HISTORY".
           03  FILLER                  PIC X(30) VALUE
               "MT-TRANS-HISTORY-YYYY.TXT".
           03  FILLER                  PIC X(25) VALUE
               "TRANSACTION DATE".
           03  FILLER                  PIC X(8)  VALUE "BANKACCT".
           03  FILLER                  PIC X(30) VALUE
               "CLOSED BANK ACCOUNTS".
           03  FILLER                  PIC X(30) VALUE
               "MT-MST-CURRENT-2.TXT".
           03  FILLER                  PIC X(25) VALUE
               "LAST TRANSACTION DATE".
           03  FILLER                  PIC X(8)  VALUE "EMPTERM".
           03  FILLER                  PIC X(30) VALUE
               "TERMINATED EMPLOYEES".
           03  FILLER                  PIC X(30) VALUE
               "EMP-MST-OLD.TXT".
           03  FILLER                  PIC X(25) VALUE
               "LAST PAY DATE".
           03  FILLER                  PIC X(8)  VALUE "WIPDROP".
           03  FILLER                  PIC X(30) VALUE
               "DROPPED WIP TIME ENTRIES".
           03  FILLER                  PIC X(30) VALUE
               "DSB-REALIZATION.TXT".
           03  FILLER                  PIC X(25) VALUE
               "DATE WORKED".
           03  FILLER                  PIC X(8)  VALUE "STREAMCT".
           03  FILLER                  PIC X(30) VALUE
               "NIGHTLY STREAM CONTROL".
           03  FILLER                  PIC X(30) VALUE
               "DSB-STREAM-CTL.TXT".
           03  FILLER                  PIC X(25) VALUE
               "PROCESSING DATE".
       01  WS-RT-TABLE REDEFINES WS-RT-VALUES.
           03  WS-RT-ENTRY             OCCURS 8 TIMES.
               05  WS-RT-CODE          PIC X(8).
               05  WS-RT-DESC          PIC X(30).
               05  WS-RT-FILE          PIC X(30).
               05  WS-RT-BASIS         PIC X(25).
       01  WS-RT-CNT                   PIC 9(2) VALUE 8.
       01  WS-RT-IDX                   PIC 9(2).
