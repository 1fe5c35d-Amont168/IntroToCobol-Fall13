      *        COME IN AUTOMATICALLY WITH EACH PAYMENT DRAFT IN
      *        DSB-LOAN-FUND; DSB-ESCROW-ANALYSIS COMPARES THE TWO
      *        SIDES ANNUALLY.
      *    THE SHOP NO LONGER WRITES THE CHECK BY HAND - EACH
      *        DISBURSEMENT IS APPENDED TO THE PAYABLES FILE
      *        (DSB-PAYABLES.TXT), DUE THE DATE KEYED, AGAINST THE
      *        ESCROW LIABILITY AND BRANCHED BY THE BORROWER'S
      *        ACCOUNT, AND THE WEEKLY DSB-AP-DISB RUN PAYS IT AND
      *        BOOKS THE CASH. THE PAYEE IS EITHER A VENDOR ID KEYED
      *        HERE (CHECKED AGAINST DSB-VENDOR-MST.TXT) OR, LEFT
      *        BLANK, THE PAYEE NAME, WHICH THE RUN MATCHES TO A
      *        VENDOR'S PAYEE KEY.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-DISB-STATUS.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT VENDOR-IN        ASSIGN "DSB-VENDOR-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS VND-ID
                               FILE STATUS IS WS-VND-STATUS.

       SELECT PAYABLE-OUT      ASSIGN "DSB-PAYABLES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-AP-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  LOAN-LATE-CHGS      PIC 9(5)V99.
           03  LOAN-ESCROW-BAL     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.
           03  LOAN-APP-NUM        PIC X(7).
           03  LOAN-FORB-THRU      PIC 9(6).
           03  LOAN-MOD-CNT        PIC 9(2).
           03  LOAN-CHGOFF-DATE    PIC 9(8).
           03  LOAN-CHGOFF-PRINC   PIC 9(7)V99.
           03  LOAN-CHGOFF-INT     PIC 9(7)V99.
           03  LOAN-RECOVERED      PIC 9(7)V99.
           03  LOAN-LAST-LATE      PIC 9(5)V99.

       FD  DISB-OUT.
       01  DISB-REC.
           03  DSB-PAYEE           PIC X(20).
           03  DSB-AMOUNT          PIC 9(7)V99.

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(81).
           03  ACC-BRANCH-BNK          PIC X(2).
           03  FILLER                  PIC X(17).

       FD  VENDOR-IN.
           COPY DSB-VENDOR.

       FD  PAYABLE-OUT.
           COPY DSB-PAYABLE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-DISB-STATUS              PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-VND-STATUS               PIC XX.
       01  WS-VND-OPEN-FLAG            PIC X VALUE "N".
           88  WS-VND-OPEN                   VALUE "Y".
       01  WS-VND-OK-FLAG              PIC X.
           88  WS-VND-OK                     VALUE "Y".
       01  WS-AP-STATUS                PIC XX.

       01  WS-PROC-DATE                PIC 9(8).
       01  WS-PROC-DATE-BRK REDEFINES WS-PROC-DATE.
           03  WS-PD-YR                PIC 9(4).
           03  WS-PD-MNTH              PIC 9(2).
           03  WS-PD-DY                PIC 9(2).

      *    AN ESCROW DISBURSEMENT PAYS THE COUNTY OR INSURER OUT OF
      *    THE ESCROW LIABILITY - THE ACCOUNT THE PAYABLE RELIEVES.
       01  WS-GL-ESCROW-ACCT           PIC X(4) VALUE "2310".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-NEW-VENDOR               PIC X(5).
       01  WS-NEW-PAYEE                PIC X(20).
       01  WS-NEW-DATE                 PIC 9(8).
       01  WS-NEW-AMOUNT               PIC 9(7)V99.
           03  LINE 06 COL 22  PIC X(20)  FROM  LOAN-BORROWER.
           03  LINE 07 COL 06  VALUE   "ESCROW BALANCE".
           03  LINE 07 COL 22  PIC -Z,ZZZ,ZZ9.99 FROM WS-DISP-BAL.
           03  LINE 08 COL 06  VALUE   "VENDOR ID".
           03  LINE 08 COL 22  PIC X(5)   TO  WS-NEW-VENDOR.
           03  LINE 08 COL 30  VALUE   "(BLANK - MATCH BY PAYEE)".
           03  LINE 09 COL 06  VALUE   "PAYEE".
           03  LINE 09 COL 22  PIC X(20)  TO  WS-NEW-PAYEE.
           03  LINE 10 COL 06  VALUE   "DATE YYYYMMDD".
           03  LINE 11 COL 06  VALUE   "AMOUNT".
           03  LINE 11 COL 22  PIC 9(7)V99 TO WS-NEW-AMOUNT AUTO.

       01  SCRN-BAD-VENDOR LINE 13 COL 06
           VALUE "*** VENDOR NOT ON FILE OR INACTIVE - NOT POSTED ***".

       01  SCRN-SAVE.
           03  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
           03  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           CALL "DSB-PROC-DATE" USING WS-PROC-DATE.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
               CLOSE DISB-OUT
               OPEN EXTEND DISB-OUT
           END-IF.
           OPEN EXTEND PAYABLE-OUT.
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT PAYABLE-OUT
               CLOSE PAYABLE-OUT
               OPEN EXTEND PAYABLE-OUT
           END-IF.
           OPEN INPUT VENDOR-IN.
           IF WS-VND-STATUS = "00"
               MOVE "Y" TO WS-VND-OPEN-FLAG
           END-IF.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           END-IF.
           PERFORM 200-DISB-LOOP UNTIL WS-MORE.
           CLOSE LOAN-MST.
           CLOSE DISB-OUT.
           CLOSE PAYABLE-OUT.
           IF WS-VND-OPEN
               CLOSE VENDOR-IN
           END-IF.
           IF WS-BANK-OPEN
               CLOSE BANK-MST-IN
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
      *    NOT SOMETHING TO HIDE AT THE KEYBOARD.
       210-ENTER-DISBURSEMENT.
           MOVE LOAN-ESCROW-BAL TO WS-DISP-BAL.
           MOVE SPACES TO WS-NEW-VENDOR WS-NEW-PAYEE.
           MOVE ZERO TO WS-NEW-DATE WS-NEW-AMOUNT.
           DISPLAY SCRN-DISB-FIELDS.
           ACCEPT SCRN-DISB-FIELDS.
           PERFORM 215-CHECK-VENDOR.
           IF NOT WS-VND-OK
               DISPLAY SCRN-BAD-VENDOR
               MOVE "N" TO WS-SAVE
           ELSE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
           END-IF.
           IF WS-SAVE = "Y"
               MOVE LOAN-NUM-MST TO DSB-LOAN-NUM
               MOVE WS-NEW-DATE TO DSB-DATE
               WRITE DISB-REC
               SUBTRACT WS-NEW-AMOUNT FROM LOAN-ESCROW-BAL
               REWRITE LOAN-REC
               IF WS-NEW-AMOUNT > ZERO
                   PERFORM 220-WRITE-ESCROW-PAYABLE
               END-IF
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    A KEYED VENDOR MUST BE ON FILE AND ACTIVE; ITS NAME FILLS
      *    A BLANK PAYEE. WITH NO VENDOR KEYED THE PAYEE NAME STANDS
      *    AND IS MATCHED AT PAYMENT TIME.
       215-CHECK-VENDOR.
           MOVE "Y" TO WS-VND-OK-FLAG.
           IF WS-NEW-VENDOR NOT = SPACES
               MOVE "N" TO WS-VND-OK-FLAG
               IF WS-VND-OPEN
                   MOVE WS-NEW-VENDOR TO VND-ID
                   READ VENDOR-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VND-IS-ACTIVE
                               MOVE "Y" TO WS-VND-OK-FLAG
                               IF WS-NEW-PAYEE = SPACES
                                   MOVE VND-NAME TO WS-NEW-PAYEE
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
      *    ONE PAYABLE PER DISBURSEMENT, UNDER THE BORROWER ACCOUNT'S
      *    BRANCH ("00" WHEN THE ACCOUNT CANNOT BE FOUND). A DATE
      *    LEFT ZERO MAKES IT DUE TODAY.
       220-WRITE-ESCROW-PAYABLE.
           MOVE "00" TO AP-BRANCH.
           IF WS-BANK-OPEN
               MOVE LOAN-ACC-NUM TO ACC-NUM-BNK
               READ BANK-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-BRANCH-BNK NOT = SPACES
                           MOVE ACC-BRANCH-BNK TO AP-BRANCH
                       END-IF
               END-READ
           END-IF.
           MOVE WS-NEW-VENDOR TO AP-VENDOR-ID.
           MOVE WS-NEW-PAYEE TO AP-PAYEE.
           MOVE "ESCROW" TO AP-SOURCE.
           MOVE LOAN-NUM-MST TO AP-REFERENCE.
           MOVE "ESCROW DISBURSEMENT" TO AP-DESCRIPTION.
           MOVE WS-PROC-DATE TO AP-ENTRY-DATE.
           IF WS-NEW-DATE = ZERO
               MOVE WS-PROC-DATE TO AP-DUE-DATE
           ELSE
               MOVE WS-NEW-DATE TO AP-DUE-DATE
           END-IF.
           MOVE WS-NEW-AMOUNT TO AP-AMOUNT.
           MOVE WS-GL-ESCROW-ACCT TO AP-GL-ACCT.
           MOVE "O" TO AP-STATUS.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE SPACE TO AP-PAY-METHOD.
           MOVE SPACES TO AP-PAY-REF.
           WRITE PAYABLE-REC.
