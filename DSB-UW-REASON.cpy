      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    COPYBOOK: DSB-UW-REASON
      *    PURPOSE: LOAN UNDERWRITING REASON CODES AND THEIR TEXT, SO
      *        THE UNDERWRITING RUN (DSB-LOAN-UW), ITS ADVERSE-ACTION
      *        LETTERS, AND THE APPLICATION SCREEN (DSB-LOAN-APP) ALL
      *        SAY THE SAME THING FOR THE SAME CODE. "D" CODES DECLINE
      *        AN APPLICATION, "R" CODES REFER IT TO A LOAN OFFICER.
      *        THE TEXT IS WORDED FOR THE APPLICANT - IT PRINTS AS THE
      *        PRINCIPAL REASON ON THE ADVERSE-ACTION LETTER.
      *    THE CALLER SEARCHES WS-UW-REASON-ENTRY(1 THRU
      *        WS-UW-REASON-CNT) FOR A CODE FROM THE APPLICATION.
      ******************************************************************
       01  WS-UW-REASON-VALUES.
           03  FILLER                  PIC X(42) VALUE
               "D1DEBT OBLIGATIONS TOO HIGH FOR INCOME".
           03  FILLER                  PIC X(42) VALUE
               "D2LOAN AMOUNT TOO HIGH FOR COLLATERAL".
           03  FILLER                  PIC X(42) VALUE
               "D3INCOME INSUFFICIENT OR NOT REPORTED".
           03  FILLER                  PIC X(42) VALUE
               "D4AMOUNT REQUESTED OVER OUR LENDING LIMIT".
           03  FILLER                  PIC X(42) VALUE
               "R1DEBT-TO-INCOME IN THE REVIEW RANGE".
           03  FILLER                  PIC X(42) VALUE
               "R2LOAN-TO-VALUE IN THE REVIEW RANGE".
       01  WS-UW-REASON-TABLE REDEFINES WS-UW-REASON-VALUES.
           03  WS-UW-REASON-ENTRY      OCCURS 6 TIMES.
               05  WS-UW-REASON-CODE   PIC X(2).
               05  WS-UW-REASON-TEXT   PIC X(40).
       01  WS-UW-REASON-CNT            PIC 9(2) VALUE 6.
       01  WS-UW-REASON-IDX            PIC 9(2).
