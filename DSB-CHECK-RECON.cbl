      *        KILLS A LOST CHECK'S NUMBER AND ISSUES A REPLACEMENT
      *        OFF PAYROLL-CHECK-NUM.TXT WITHOUT RE-RUNNING PAYROLL,
      *        PRINTING THE REPLACEMENT TO PAYROLL-REISSUE-CHECKS.TXT.
      *    A VOID/REISSUE SESSION THAT VOIDED ANYTHING ENDS BY CALLING
      *        DSB-POS-PAY, SO THE BANK HEARS ABOUT EACH VOID AND ITS
      *        REPLACEMENT BEFORE EITHER CAN BE PRESENTED.
      *    THE REGISTER ALSO CARRIES THE VENDOR CHECKS DSB-AP-DISB
      *        DRAWS ON THE SAME ACCOUNT AND NUMBER SEQUENCE (VENDOR
      *        ID IN PCR-EMP-ID, VENDOR NAME ACROSS FIRST AND LAST
      *        NAME), SO EVERY MODE WORKS THEM THE SAME WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.

               88  PCR-CLEARED           VALUE "C".
               88  PCR-VOID              VALUE "V".
           03  PCR-CLEAR-DATE      PIC 9(8).
           03  PCR-PP-SENT         PIC X.

       FD  CLEARED-IN.
       01  CLEARED-REC.
       01  WS-CLEAR-CNTR           PIC 9(7) VALUE ZERO.
       01  WS-OUT-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-VOID-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-PP-ITEM-CNT          PIC 9(7) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.
                   PERFORM 300-OUTSTANDING-REPORT
           END-EVALUATE.
           CLOSE CHECK-REG.
           IF WS-VOID-CNTR > ZERO
               CALL "DSB-POS-PAY" USING WS-PP-ITEM-CNT
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-CLEAR-CNTR
               WS-END-STATUS.

       300-OUTSTANDING-REPORT.
           OPEN OUTPUT RPT-OUT.
           MOVE "OUTSTANDING CHECKS" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-RUN-DATE TO PCR-DATE.
           MOVE "O" TO PCR-STATUS.
           MOVE ZERO TO PCR-CLEAR-DATE.
           MOVE SPACE TO PCR-PP-SENT.
           WRITE CHECK-REG-REC
               INVALID KEY
                   DISPLAY "REPLACEMENT NUMBER COLLIDES - REGISTER "
