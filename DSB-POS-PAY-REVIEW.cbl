      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-POS-PAY-REVIEW
      *    PURPOSE: PAY/NO-PAY REVIEW SCREEN FOR THE POSITIVE PAY
      *        EXCEPTIONS THE BANK SENDS BACK (PAYROLL-PP-EXCEPT.TXT)
      *        - PAYROLL CHECKS PRESENTED THAT DO NOT MATCH THE ISSUE
      *        FILES DSB-POS-PAY SENT. EACH EXCEPTION IS SHOWN NEXT TO
      *        WHAT THE ISSUED-CHECK REGISTER (PAYROLL-CHECK-REG.TXT)
      *        SAYS WAS ACTUALLY ISSUED, AND THE OPERATOR ANSWERS
      *        (P)AY OR (R)ETURN. THE ANSWERS GO BACK TO THE BANK ON
      *        A DECISION FILE, PAYROLL-PPD-YYYYMMDDHHMMSS.TXT, WITH AN
      *        "H" HEADER AND A "T" TRAILER CARRYING THE COUNTS AND
      *        THE PRESENTED TOTAL, LOGGED THROUGH DSB-MANIFEST.
      *    EVERY EXCEPTION LOADED MUST BE ANSWERED - THE BANK RETURNS
      *        AN UNANSWERED ITEM AT ITS CUTOFF ANYWAY. PAST THE
      *        200-ROW TABLE THE UNREVIEWED TAIL STAYS ON THE
      *        EXCEPTIONS FILE FOR THE NEXT SESSION; EVERYTHING
      *        ANSWERED IS TAKEN OFF IT. THE REGISTER IS ONLY READ -
      *        A PAID ITEM STILL CLEARS THROUGH DSB-CHECK-RECON.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-POS-PAY-REVIEW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT EXCEPT-FILE      ASSIGN "PAYROLL-PP-EXCEPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-EXC-STATUS.

       SELECT EXCEPT-TEMP      ASSIGN "PAYROLL-PP-EXCEPT.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECK-REG        ASSIGN "PAYROLL-CHECK-REG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PCR-CHECK-NUM
                               FILE STATUS IS WS-REG-STATUS.

       SELECT DECISION-OUT     ASSIGN WS-PPD-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PPD-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  EXCEPT-FILE.
       01  EXCEPT-REC.
           03  PPX-ACCOUNT             PIC X(17).
           03  PPX-CHECK-NUM           PIC 9(10).
           03  PPX-AMOUNT              PIC 9(8)V99.
           03  PPX-PRESENT-DATE        PIC 9(8).
           03  PPX-REASON              PIC X(2).
           03  PPX-PAYEE               PIC X(21).

       FD  EXCEPT-TEMP.
       01  EXCEPT-TEMP-REC             PIC X(68).

       FD  CHECK-REG.
       01  CHECK-REG-REC.
           03  PCR-CHECK-NUM       PIC 9(7).
           03  PCR-EMP-ID          PIC X(5).
           03  PCR-FNAME           PIC X(10).
           03  PCR-LNAME           PIC X(10).
           03  PCR-DATE            PIC 9(8).
           03  PCR-AMOUNT          PIC 9(7)V99.
           03  PCR-STATUS          PIC X.
               88  PCR-OUTSTANDING       VALUE "O".
               88  PCR-CLEARED           VALUE "C".
               88  PCR-VOID              VALUE "V".
           03  PCR-CLEAR-DATE      PIC 9(8).
           03  PCR-PP-SENT         PIC X.

       FD  DECISION-OUT.
       01  DECISION-REC                PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-EXC-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-PPD-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-EXC-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-TAIL-FLAG                PIC X VALUE "N".
           88  WS-TAIL-ON-FILE               VALUE "Y".
       01  WS-SKIP-CNT                 PIC 9(3) VALUE ZERO.
       01  WS-EXC-IDX                  PIC 9(3).
       01  WS-EXC-TABLE.
           03  WS-EXC-ENTRY            PIC X(68) OCCURS 200 TIMES.

       01  WS-REG-OPEN-FLAG            PIC X VALUE "N".
           88  WS-REG-OPEN                   VALUE "Y".
       01  WS-REG-FOUND-FLAG           PIC X VALUE "N".
           88  WS-REG-FOUND                  VALUE "Y".

       01  WS-ACTION                   PIC X.

       01  WS-DISP-PRESENT             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DISP-ISSUED              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DISP-ISSUE-DATE          PIC 9(8).
       01  WS-DISP-PAYEE               PIC X(21).
       01  WS-REASON-TEXT              PIC X(30).
       01  WS-REG-TEXT                 PIC X(30).

       01  WS-PPD-FILENAME             PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME-RAW             PIC 9(8).
       01  WS-RUN-TIME-BRK REDEFINES WS-RUN-TIME-RAW.
           03  WS-RUN-HHMMSS           PIC 9(6).
           03  FILLER                  PIC 99.

      *    THE BANK'S DECISION-FILE LAYOUT - 80-BYTE RECORDS, AN "H"
      *    HEADER, ONE "D" PER EXCEPTION ANSWERED ("P" PAY, "R"
      *    RETURN), AND A "T" TRAILER.
       01  WS-PPD-HEADER.
           03  FILLER                  PIC X     VALUE "H".
           03  PDH-ACCOUNT             PIC X(17).
           03  PDH-CREATE-DATE         PIC 9(8).
           03  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-PPD-DETAIL.
           03  FILLER                  PIC X     VALUE "D".
           03  PDD-ACCOUNT             PIC X(17).
           03  PDD-CHECK-NUM           PIC 9(10).
           03  PDD-AMOUNT              PIC 9(8)V99.
           03  PDD-DECISION            PIC X.
           03  PDD-REASON              PIC X(2).
           03  PDD-DECIDED-DATE        PIC 9(8).
           03  PDD-OPERATOR            PIC X(10).
           03  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-PPD-TRAILER.
           03  FILLER                  PIC X     VALUE "T".
           03  PDT-COUNT               PIC 9(7).
           03  PDT-PAY-COUNT           PIC 9(7).
           03  PDT-RETURN-COUNT        PIC 9(7).
           03  PDT-TOTAL               PIC 9(11)V99.
           03  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-PPD-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-PAY-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-RETURN-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-PPD-TOTAL                PIC 9(11)V99 VALUE ZERO.

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-POS-PAY-REVIEW".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

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

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-POS-PAY-REVIEW".
           03  LINE 01 COL 28  VALUE   "DSB DATA PROCESSING".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 24  VALUE
               "POSITIVE PAY EXCEPTION REVIEW".

       01  SCRN-ITEM.
           03  LINE 04 COL 11  VALUE   "PRESENTED TO THE BANK".
           03  LINE 05 COL 11  VALUE   "CHECK NUMBER".
           03  LINE 05 COL 30  PIC 9(10)  FROM  PPX-CHECK-NUM.
           03  LINE 06 COL 11  VALUE   "AMOUNT".
           03  LINE 06 COL 30  PIC ZZ,ZZZ,ZZ9.99 FROM WS-DISP-PRESENT.
           03  LINE 07 COL 11  VALUE   "PRESENTED (YYYYMMDD)".
           03  LINE 07 COL 33  PIC 9(8)   FROM  PPX-PRESENT-DATE.
           03  LINE 08 COL 11  VALUE   "PAYEE".
           03  LINE 08 COL 30  PIC X(21)  FROM  PPX-PAYEE.
           03  LINE 09 COL 11  VALUE   "BANK REASON".
           03  LINE 09 COL 30  PIC X(2)   FROM  PPX-REASON.
           03  LINE 09 COL 33  PIC X(30)  FROM  WS-REASON-TEXT.
           03  LINE 11 COL 11  VALUE   "ON THE CHECK REGISTER".
           03  LINE 12 COL 11  VALUE   "STATUS".
           03  LINE 12 COL 30  PIC X(30)  FROM  WS-REG-TEXT.
           03  LINE 13 COL 11  VALUE   "AMOUNT ISSUED".
           03  LINE 13 COL 30  PIC ZZ,ZZZ,ZZ9.99 FROM WS-DISP-ISSUED.
           03  LINE 14 COL 11  VALUE   "ISSUED (YYYYMMDD)".
           03  LINE 14 COL 33  PIC 9(8)   FROM  WS-DISP-ISSUE-DATE.
           03  LINE 15 COL 11  VALUE   "PAYEE".
           03  LINE 15 COL 30  PIC X(21)  FROM  WS-DISP-PAYEE.
           03  LINE 17 COL 11  VALUE   "(P)AY OR (R)ETURN?".
           03  LINE 17 COL 31  PIC X   TO  WS-ACTION  AUTO.

       01  SCRN-EMPTY.
           03  BLANK SCREEN.
           03  LINE 12 COL 23  VALUE
               "NO POSITIVE PAY EXCEPTIONS TO REVIEW".

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
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM 110-LOAD-EXCEPTIONS.
           IF WS-EXC-CNT = ZERO
               DISPLAY SCRN-EMPTY
           ELSE
               OPEN INPUT CHECK-REG
               IF WS-REG-STATUS = "00"
                   MOVE "Y" TO WS-REG-OPEN-FLAG
               END-IF
               PERFORM 120-OPEN-DECISION-FILE
               PERFORM 200-REVIEW-EXCEPTION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-CNT
               IF WS-REG-OPEN
                   CLOSE CHECK-REG
               END-IF
               PERFORM 250-CLOSE-DECISION-FILE
               PERFORM 300-REWRITE-EXCEPTIONS
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PPD-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-LOAD-EXCEPTIONS.
           MOVE ZERO TO WS-EXC-CNT.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EXC-STATUS NOT = "35"
               READ EXCEPT-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-EXC-CNT >= 200
                   ADD 1 TO WS-EXC-CNT
                   MOVE EXCEPT-REC TO WS-EXC-ENTRY(WS-EXC-CNT)
                   READ EXCEPT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-EOF
                   MOVE "Y" TO WS-TAIL-FLAG
                   DISPLAY "*** EXCEPTION TABLE FULL AT 200 - "
                       "REMAINING ITEMS LEFT ON FILE ***"
               END-IF
               CLOSE EXCEPT-FILE
           END-IF.
      *-----------------------------------------------------------------*
       120-OPEN-DECISION-FILE.
           MOVE SPACES TO WS-PPD-FILENAME.
           STRING "PAYROLL-PPD-" WS-RUN-DATE WS-RUN-HHMMSS ".TXT"
               DELIMITED BY SIZE INTO WS-PPD-FILENAME.
           OPEN OUTPUT DECISION-OUT.
           MOVE WS-EXC-ENTRY(1) TO EXCEPT-REC.
           MOVE PPX-ACCOUNT TO PDH-ACCOUNT.
           MOVE WS-RUN-DATE TO PDH-CREATE-DATE.
           WRITE DECISION-REC FROM WS-PPD-HEADER.
      *-----------------------------------------------------------------*
       200-REVIEW-EXCEPTION.
           MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO EXCEPT-REC.
           MOVE PPX-AMOUNT TO WS-DISP-PRESENT.
           PERFORM 210-DESCRIBE-REASON.
           PERFORM 220-LOOK-UP-REGISTER.
           MOVE SPACE TO WS-ACTION.
           DISPLAY SCRN-TITLE.
           PERFORM UNTIL WS-ACTION = "P" OR "p" OR "R" OR "r"
               DISPLAY SCRN-ITEM
               ACCEPT SCRN-ITEM
           END-PERFORM.
           MOVE PPX-ACCOUNT TO PDD-ACCOUNT.
           MOVE PPX-CHECK-NUM TO PDD-CHECK-NUM.
           MOVE PPX-AMOUNT TO PDD-AMOUNT.
           MOVE PPX-REASON TO PDD-REASON.
           MOVE WS-RUN-DATE TO PDD-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO PDD-OPERATOR.
           IF WS-ACTION = "P" OR "p"
               MOVE "P" TO PDD-DECISION
               ADD 1 TO WS-PAY-CNTR
           ELSE
               MOVE "R" TO PDD-DECISION
               ADD 1 TO WS-RETURN-CNTR
           END-IF.
           WRITE DECISION-REC FROM WS-PPD-DETAIL.
           ADD 1 TO WS-PPD-CNTR.
           ADD PPX-AMOUNT TO WS-PPD-TOTAL.
           MOVE SPACES TO WS-EXC-ENTRY(WS-EXC-IDX).
      *-----------------------------------------------------------------*
       210-DESCRIBE-REASON.
           EVALUATE PPX-REASON
               WHEN "NI"
                   MOVE "NO ISSUE ON FILE" TO WS-REASON-TEXT
               WHEN "AM"
                   MOVE "AMOUNT DOES NOT MATCH ISSUE" TO WS-REASON-TEXT
               WHEN "VD"
                   MOVE "CHECK WAS VOIDED" TO WS-REASON-TEXT
               WHEN "DP"
                   MOVE "CHECK ALREADY PAID" TO WS-REASON-TEXT
               WHEN "SD"
                   MOVE "STALE DATED" TO WS-REASON-TEXT
               WHEN "PN"
                   MOVE "PAYEE DOES NOT MATCH ISSUE" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "SEE BANK EXCEPTION NOTICE" TO WS-REASON-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    A CHECK NUMBER TOO LONG FOR THE REGISTER'S KEY CANNOT BE
      *    ONE OF OURS.
       220-LOOK-UP-REGISTER.
           MOVE "N" TO WS-REG-FOUND-FLAG.
           MOVE ZERO TO WS-DISP-ISSUED WS-DISP-ISSUE-DATE.
           MOVE SPACES TO WS-DISP-PAYEE.
           IF WS-REG-OPEN AND PPX-CHECK-NUM < 10000000
               MOVE PPX-CHECK-NUM TO PCR-CHECK-NUM
               READ CHECK-REG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-REG-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-REG-FOUND
               MOVE PCR-AMOUNT TO WS-DISP-ISSUED
               MOVE PCR-DATE TO WS-DISP-ISSUE-DATE
               STRING PCR-FNAME " " PCR-LNAME
                   DELIMITED BY SIZE INTO WS-DISP-PAYEE
               EVALUATE TRUE
                   WHEN PCR-OUTSTANDING
                       MOVE "OUTSTANDING" TO WS-REG-TEXT
                   WHEN PCR-CLEARED
                       MOVE "ALREADY CLEARED" TO WS-REG-TEXT
                   WHEN PCR-VOID
                       MOVE "VOIDED" TO WS-REG-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN STATUS" TO WS-REG-TEXT
               END-EVALUATE
           ELSE
               MOVE "*** NOT ON THE REGISTER ***" TO WS-REG-TEXT
           END-IF.
      *-----------------------------------------------------------------*
       250-CLOSE-DECISION-FILE.
           MOVE WS-PPD-CNTR TO PDT-COUNT.
           MOVE WS-PAY-CNTR TO PDT-PAY-COUNT.
           MOVE WS-RETURN-CNTR TO PDT-RETURN-COUNT.
           MOVE WS-PPD-TOTAL TO PDT-TOTAL.
           WRITE DECISION-REC FROM WS-PPD-TRAILER.
           CLOSE DECISION-OUT.
           MOVE WS-PPD-FILENAME TO WS-MANIFEST-FILE.
           MOVE WS-PPD-CNTR TO WS-MANIFEST-CNT.
           MOVE WS-PPD-TOTAL TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
      *-----------------------------------------------------------------*
      *    EVERY LOADED EXCEPTION HAS BEEN ANSWERED, SO ONLY THE TAIL
      *    PAST THE 200-ROW TABLE - WHEN THERE IS ONE - GOES BACK ON
      *    THE EXCEPTIONS FILE, BY WAY OF A TEMP FILE.
       300-REWRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPT-TEMP.
           IF WS-TAIL-ON-FILE
               PERFORM 310-COPY-TAIL-FORWARD
           END-IF.
           CLOSE EXCEPT-TEMP.
           PERFORM 320-COPY-TEMP-BACK.
      *-----------------------------------------------------------------*
       310-COPY-TAIL-FORWARD.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SKIP-CNT.
           OPEN INPUT EXCEPT-FILE.
           READ EXCEPT-FILE AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-SKIP-CNT
               IF WS-SKIP-CNT > WS-EXC-CNT
                   WRITE EXCEPT-TEMP-REC FROM EXCEPT-REC
               END-IF
               READ EXCEPT-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-FILE.
      *-----------------------------------------------------------------*
       320-COPY-TEMP-BACK.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT EXCEPT-TEMP.
           OPEN OUTPUT EXCEPT-FILE.
           READ EXCEPT-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE EXCEPT-REC FROM EXCEPT-TEMP-REC
               READ EXCEPT-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-TEMP.
           CLOSE EXCEPT-FILE.
