      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-VENDOR-MAINT
      *    PURPOSE: ONLINE ADD/CHANGE/DELETE MAINTENANCE FOR THE
      *        VENDOR MASTER (DSB-VENDOR-MST.TXT) - THE OUTSIDE
      *        PARTIES DSB-AP-DISB PAYS: NAME, REMIT ADDRESS, TAXPAYER
      *        ID, AND PAYMENT METHOD (CHECK, OR ACH TO A ROUTING AND
      *        ACCOUNT NUMBER). THE PAYEE KEY IS THE NAME A FEEDING
      *        PROGRAM WRITES ON A PAYABLE (A GARNISHMENT PAYEE, "IRS
      *        TAX DEPOSIT") AND MUST BELONG TO ONE VENDOR ONLY, SO
      *        EVERY SUCH PAYABLE LANDS ON EXACTLY ONE VENDOR.
      *    THE TAXPAYER ID FOLLOWS DSB-CUST-MAINT - ONLY AN OPERATOR
      *        AUTHORIZED FOR "DSB-TIN-VIEW" SEES OR CHANGES THE FULL
      *        NUMBER, EVERYONE ELSE SEES IT MASKED THROUGH
      *        DSB-TIN-MASK, AND A NEW VENDOR'S NUMBER IS KEYED BLIND.
      *    RETIRE A VENDOR WITH STATUS I RATHER THAN A DELETE WHILE
      *        ANYTHING IS OPEN TO THEM - EITHER WAY THE PAYABLES STAY
      *        OPEN AND LAND ON THE DISBURSEMENT RUN'S EXCEPTION LIST.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-VENDOR-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT MST-OUT          ASSIGN "DSB-VENDOR-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VND-ID
                               ALTERNATE RECORD KEY IS VND-PAYEE-KEY
                                   WITH DUPLICATES
                               FILE STATUS IS WS-MST-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MST-OUT.
           COPY DSB-VENDOR.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-MST-STATUS               PIC XX.

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-REC-VALID-FLAG           PIC X VALUE "N".
           88  WS-REC-VALID                  VALUE "Y".

       01  WS-CONFIRM-DELETE           PIC X.

      *    THE RECORD BEING KEYED IS PARKED HERE WHILE THE PAYEE KEY
      *    IS LOOKED UP, SINCE THE LOOKUP READS INTO THE SAME AREA.
       01  WS-VENDOR-SAVE              PIC X(173).
       01  WS-KEY-OWNER                PIC X(5).

       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-TIN-VIEW".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-KEYED-FLAG           PIC X VALUE "N".
           88  WS-TIN-KEYED                  VALUE "Y".
       01  WS-TIN-DISPLAY              PIC X(11).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-VENDOR-MAINT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD NEW VENDOR, (C)HANGE, OR (D)ELETE?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-VENDOR-MAINT".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 32  VALUE   "VENDOR MAINTENANCE".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "VENDOR ID".
           03  LINE 04 COL 16  PIC X(5)    TO  VND-ID  AUTO.

       01  SCRN-DUP-ID     LINE 05 COL 06
           VALUE "*** VENDOR ID ALREADY ON FILE - TRY AGAIN ***".

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** VENDOR ID NOT FOUND ON FILE ***".

       01  SCRN-BAD-NAME   LINE 15 COL 11
           VALUE "*** MISSING VENDOR NAME - RE-ENTER ***".

       01  SCRN-BAD-KEY    LINE 16 COL 11
           VALUE "*** PAYEE KEY IS ANOTHER VENDOR'S - RE-ENTER ***".

       01  SCRN-BAD-METHOD LINE 17 COL 11
           VALUE "*** METHOD C, OR A WITH ROUTING AND ACCOUNT ***".

       01  SCRN-BAD-STATUS LINE 18 COL 11
           VALUE "*** STATUS MUST BE A OR I - RE-ENTER ***".

       01  SCRN-BAD-TIN    LINE 19 COL 11
           VALUE "*** TIN MUST BE 9 DIGITS, TYPE S OR E - RE-ENTER ***".

       01  SCRN-VENDOR-FIELDS.
           03  SCRN-NAME.
               05  LINE 06 COL 11  VALUE   "NAME".
               05  LINE 06 COL 22  PIC X(30)  USING  VND-NAME.
               05  LINE 07 COL 11  VALUE   "PAYEE KEY".
               05  LINE 07 COL 22  PIC X(20)  USING  VND-PAYEE-KEY.
           03  SCRN-ADDR.
               05  LINE 08 COL 11  VALUE   "STREET".
               05  LINE 08 COL 22  PIC X(30)  USING  VND-STREET.
               05  LINE 09 COL 11  VALUE   "CITY".
               05  LINE 09 COL 22  PIC X(20)  USING  VND-CITY.
               05  LINE 10 COL 11  VALUE   "ST ZIP".
               05  LINE 10 COL 22  PIC X(2)   USING  VND-STATE
                                                     AUTO.
               05  LINE 10 COL 26  PIC X(10)  USING  VND-ZIP.
           03  SCRN-PAYMENT.
               05  LINE 11 COL 11  VALUE   "METHOD".
               05  LINE 11 COL 22  PIC X      USING  VND-PAY-METHOD
                                                     AUTO.
               05  LINE 11 COL 24  VALUE   "C/A".
               05  LINE 11 COL 40  VALUE   "STATUS".
               05  LINE 11 COL 51  PIC X      USING  VND-STATUS AUTO.
               05  LINE 11 COL 53  VALUE   "A/I".
               05  LINE 12 COL 11  VALUE   "ROUTING".
               05  LINE 12 COL 22  PIC X(9)   USING  VND-ROUTING
                                                     AUTO.
               05  LINE 12 COL 40  VALUE   "ACCOUNT".
               05  LINE 12 COL 51  PIC X(17)  USING  VND-BANK-ACCT.

       01  SCRN-TIN-FIELDS.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(9)   USING VND-TIN  AUTO.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      USING VND-TIN-TYPE AUTO.

      *    A NEW VENDOR'S NUMBER KEYED BY AN OPERATOR WHO MAY NOT SEE
      *    IT - THE DIGITS NEVER ECHO.
       01  SCRN-TIN-SECURE.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(9)   USING VND-TIN
                                          SECURE AUTO.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      USING VND-TIN-TYPE AUTO.

       01  SCRN-TIN-SHOW.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(11)  FROM  WS-TIN-DISPLAY.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      FROM  VND-TIN-TYPE.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 20 COL 11  VALUE   "DELETE THIS VENDOR? (Y/N)".
           03  LINE 20 COL 40  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
           03 SCRN-DELETED LINE 23 COL 34  VALUE
                                           "RECORD DELETED".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           PERFORM 110-OPEN-MASTER.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   MOVE WS-TIN-VIEW-FLAG TO WS-TIN-KEYED-FLAG
                   PERFORM 500-CHANGE-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   MOVE "Y" TO WS-TIN-KEYED-FLAG
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-MASTER.
           OPEN I-O MST-OUT.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT MST-OUT
               CLOSE MST-OUT
               OPEN I-O MST-OUT
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE SPACES TO VND-NAME VND-PAYEE-KEY VND-STREET VND-CITY
               VND-STATE VND-ZIP VND-TIN VND-ROUTING VND-BANK-ACCT.
           MOVE "E" TO VND-TIN-TYPE.
           MOVE "C" TO VND-PAY-METHOD.
           MOVE "A" TO VND-STATUS.
           DISPLAY SCRN-VENDOR-FIELDS.
           PERFORM 215-SHOW-TIN-FIELDS.
           PERFORM 220-ACCEPT-VENDOR-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-VENDOR UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               MOVE WS-OPERATOR-ID TO VND-OPERATOR
               MOVE WS-DATE-NUM TO VND-MAINT-DATE
               WRITE VENDOR-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       205-ENTER-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE "Y" TO WS-ID-OK-FLAG.
           READ MST-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-DUP-ID
           END-READ.
      *-----------------------------------------------------------------*
      *    THE TAXPAYER ID IS OPEN FOR KEYING ON AN ADD, AND ON A
      *    CHANGE ONLY TO AN OPERATOR WHO MAY SEE IT; OTHERWISE IT IS
      *    SHOWN MASKED AND LEFT AS IT STANDS.
       215-SHOW-TIN-FIELDS.
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   DISPLAY SCRN-TIN-FIELDS
               ELSE
                   DISPLAY SCRN-TIN-SECURE
               END-IF
           ELSE
               CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG VND-TIN
                   VND-TIN-TYPE WS-TIN-DISPLAY
               DISPLAY SCRN-TIN-SHOW
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-VENDOR-FIELDS.
           ACCEPT SCRN-NAME.
           ACCEPT SCRN-ADDR.
           ACCEPT SCRN-PAYMENT.
           INSPECT VND-PAY-METHOD CONVERTING "ca" TO "CA".
           INSPECT VND-STATUS CONVERTING "ai" TO "AI".
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   ACCEPT SCRN-TIN-FIELDS
               ELSE
                   ACCEPT SCRN-TIN-SECURE
               END-IF
               INSPECT VND-TIN-TYPE CONVERTING "se" TO "SE"
           END-IF.
      *-----------------------------------------------------------------*
      *    AN ACH VENDOR NEEDS A NINE-DIGIT ROUTING NUMBER AND AN
      *    ACCOUNT; A CHECK VENDOR'S BANK FIELDS ARE IGNORED.
       230-VALIDATE-VENDOR.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           IF VND-NAME = SPACES
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-NAME
           END-IF.
           IF VND-PAYEE-KEY NOT = SPACES
               PERFORM 240-CHECK-PAYEE-KEY
           END-IF.
           IF NOT VND-PAYS-BY-CHECK AND NOT VND-PAYS-BY-ACH
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-METHOD
           END-IF.
           IF VND-PAYS-BY-ACH
               IF VND-ROUTING NOT NUMERIC OR VND-BANK-ACCT = SPACES
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-METHOD
               END-IF
           END-IF.
           IF NOT VND-IS-ACTIVE AND NOT VND-IS-INACTIVE
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-STATUS
           END-IF.
           IF WS-TIN-KEYED
               PERFORM 235-VALIDATE-TIN
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-VENDOR-FIELDS
               PERFORM 215-SHOW-TIN-FIELDS
               PERFORM 220-ACCEPT-VENDOR-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
      *    A BLANK TAXPAYER ID IS ALLOWED - A TAXING AUTHORITY OR
      *    COURT HAS NONE TO GIVE.
       235-VALIDATE-TIN.
           IF VND-TIN NOT = SPACES
               IF VND-TIN NOT NUMERIC
                   OR (VND-TIN-TYPE NOT = "S" AND "E")
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-TIN
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
      *    THE PAYEE KEY MAY NOT ALREADY BELONG TO A DIFFERENT VENDOR,
      *    OR THE DISBURSEMENT RUN COULD PAY THE WRONG ONE.
       240-CHECK-PAYEE-KEY.
           MOVE VENDOR-REC TO WS-VENDOR-SAVE.
           MOVE SPACES TO WS-KEY-OWNER.
           READ MST-OUT KEY IS VND-PAYEE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VND-ID TO WS-KEY-OWNER
           END-READ.
           MOVE WS-VENDOR-SAVE TO VENDOR-REC.
           IF WS-KEY-OWNER NOT = SPACES AND WS-KEY-OWNER NOT = VND-ID
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-KEY
           END-IF.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-CORRECT-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           DISPLAY SCRN-VENDOR-FIELDS.
           PERFORM 215-SHOW-TIN-FIELDS.
           PERFORM 220-ACCEPT-VENDOR-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-VENDOR UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               MOVE WS-OPERATOR-ID TO VND-OPERATOR
               MOVE WS-DATE-NUM TO VND-MAINT-DATE
               REWRITE VENDOR-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       600-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 610-DELETE-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           DISPLAY SCRN-VENDOR-FIELDS.
           MOVE "N" TO WS-TIN-KEYED-FLAG.
           PERFORM 215-SHOW-TIN-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE MST-OUT RECORD
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
