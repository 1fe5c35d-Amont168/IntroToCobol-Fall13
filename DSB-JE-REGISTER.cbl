      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-JE-REGISTER
      *    PURPOSE: JOURNAL REGISTER. PRINTS EVERY MANUAL JOURNAL
      *        ENTRY ON DSB-JOURNAL.TXT FOR ONE PERIOD (OR ALL OF THEM)
      *        TO DSB-JE-REGISTER.TXT - PENDING, APPROVED, REJECTED,
      *        AND COMPLETE ALIKE, WITH THE BOOKINGS DSB-JE-CYCLE MADE
      *        FOR REVERSING AND RECURRING ENTRIES SHOWING THE ENTRY
      *        THEY CAME FROM. EACH ENTRY PRINTS ITS DATE, TYPE,
      *        STATUS, MAKER, AND APPROVER, THEN ITS DEBIT AND CREDIT
      *        LINES AND TOTALS, SO THE AUDITORS CAN SEE TWO HANDS ON
      *        EVERY AMOUNT THAT REACHED THE LEDGER. THE REGISTER ENDS
      *        WITH THE DOLLARS BOOKED (APPROVED AND COMPLETE ENTRIES)
      *        AND THE COUNT STILL AWAITING APPROVAL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-JE-REGISTER.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT JOURNAL-FILE     ASSIGN "DSB-JOURNAL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS JE-KEY
                               FILE STATUS IS WS-JE-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-JE-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY DSB-JOURNAL.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-JE-STATUS                PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-RPT-PERIOD               PIC 9(6).
       01  WS-JE-PERIOD                PIC 9(6).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-IN-ENTRY-FLAG            PIC X VALUE "N".
           88  WS-IN-ENTRY                   VALUE "Y".
       01  WS-ENTRY-STATUS             PIC X.
       01  WS-ENTRY-DR                 PIC 9(9)V99 VALUE ZERO.
       01  WS-ENTRY-CR                 PIC 9(9)V99 VALUE ZERO.
       01  WS-BOOKED-DR                PIC 9(11)V99 VALUE ZERO.
       01  WS-BOOKED-CR                PIC 9(11)V99 VALUE ZERO.
       01  WS-PENDING-CNTR             PIC 9(7) VALUE ZERO.

       01  WS-ENTRY-LINE-1.
           03  FILLER                  PIC X(6) VALUE "ENTRY ".
           03  EL1-NUM                 PIC 9(6).
           03  FILLER                  PIC X(7) VALUE "  DATE ".
           03  EL1-MNTH                PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  EL1-DY                  PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  EL1-YR                  PIC 9(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  EL1-TYPE                PIC X(21).
           03  FILLER                  PIC X VALUE SPACE.
           03  EL1-STATUS              PIC X(10).
           03  EL1-ORIG                PIC X(17).

       01  WS-ENTRY-LINE-2.
           03  FILLER                  PIC X(8) VALUE "  MAKER ".
           03  EL2-MAKER               PIC X(10).
           03  FILLER                  PIC X(12) VALUE "  APPROVER ".
           03  EL2-APPROVER            PIC X(10).
           03  FILLER                  PIC X(4) VALUE " ON ".
           03  EL2-APPR-DATE           PIC X(10).

       01  WS-APPR-DATE-X.
           03  WS-AD-MNTH              PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-AD-DY                PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-AD-YR                PIC 9(4).
       01  WS-APPR-DATE-NUM            PIC 9(8).
       01  WS-APPR-DATE-BRK REDEFINES WS-APPR-DATE-NUM.
           03  WS-ADN-YR               PIC 9(4).
           03  WS-ADN-MNTH             PIC 99.
           03  WS-ADN-DY               PIC 99.

       01  WS-ORIG-TEXT.
           03  FILLER                  PIC X(11) VALUE "  FROM NO. ".
           03  OT-NUM                  PIC 9(6).

       01  WS-COL-LINE.
           03  FILLER                  PIC X(40) VALUE
               "    LN ACCT DESCRIPTION".
           03  FILLER                  PIC X(40) VALUE
               "           DEBIT         CREDIT".

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  DTL-LINE                PIC Z9.
           03  FILLER                  PIC X VALUE SPACE.
           03  DTL-ACCT                PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  DTL-DESC                PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  DTL-DEBIT               PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DTL-CREDIT              PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  WS-ENTRY-TOTAL-LINE.
           03  FILLER                  PIC X(42) VALUE
               "    ENTRY TOTAL".
           03  ETL-DEBIT               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  ETL-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BOOKED-LINE.
           03  FILLER                  PIC X(25) VALUE
               "DOLLARS BOOKED - DEBITS ".
           03  BKL-DEBIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(10) VALUE "  CREDITS ".
           03  BKL-CREDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PENDING-LINE.
           03  FILLER                  PIC X(32) VALUE
               "ENTRIES AWAITING APPROVAL".
           03  PDL-COUNT               PIC Z,ZZZ,ZZ9.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-JE-REGISTER".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-ENTRY-CNTR               PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "REGISTER PERIOD YYYYMM (0=ALL): " WITH NO ADVANCING.
           ACCEPT WS-RPT-PERIOD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REPORT-HEADER.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JE-STATUS = "35"
               MOVE "NO JOURNAL ENTRIES ON FILE" TO RPT-REC
               WRITE RPT-REC
           ELSE
               READ JOURNAL-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-REGISTER-LINE UNTIL WS-EOF
               IF WS-IN-ENTRY
                   PERFORM 300-FINISH-ENTRY
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BOOKED-DR TO BKL-DEBIT.
           MOVE WS-BOOKED-CR TO BKL-CREDIT.
           WRITE RPT-REC FROM WS-BOOKED-LINE.
           MOVE WS-PENDING-CNTR TO PDL-COUNT.
           WRITE RPT-REC FROM WS-PENDING-LINE.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "JOURNAL ENTRIES PRINTED = " WS-ENTRY-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-ENTRY-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       120-PRINT-REPORT-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "JOURNAL REGISTER" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE FILE IS IN ENTRY/LINE ORDER, SO LINE 01 STARTS A NEW
      *    ENTRY AND CLOSES OFF THE ONE BEFORE IT.

       200-REGISTER-LINE.
           COMPUTE WS-JE-PERIOD = (JE-YEAR * 100) + JE-MONTH.
           IF WS-RPT-PERIOD = ZERO OR WS-JE-PERIOD = WS-RPT-PERIOD
               IF JE-LINE = 1
                   IF WS-IN-ENTRY
                       PERFORM 300-FINISH-ENTRY
                   END-IF
                   PERFORM 210-START-ENTRY
               END-IF
               IF WS-IN-ENTRY
                   PERFORM 220-PRINT-LINE
               END-IF
           END-IF.
           READ JOURNAL-FILE AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-START-ENTRY.
           MOVE "Y" TO WS-IN-ENTRY-FLAG.
           MOVE JE-STATUS TO WS-ENTRY-STATUS.
           MOVE ZERO TO WS-ENTRY-DR.
           MOVE ZERO TO WS-ENTRY-CR.
           ADD 1 TO WS-ENTRY-CNTR.
           MOVE JE-NUM TO EL1-NUM.
           MOVE JE-MONTH TO EL1-MNTH.
           MOVE JE-DAY TO EL1-DY.
           MOVE JE-YEAR TO EL1-YR.
           EVALUATE TRUE
               WHEN JE-IS-REVERSING
                   MOVE "REVERSING" TO EL1-TYPE
               WHEN JE-IS-RECURRING
                   MOVE "RECURRING THRU" TO EL1-TYPE
                   MOVE JE-END-PERIOD TO EL1-TYPE(16:6)
               WHEN JE-ORIG-NUM NOT = ZERO
                   MOVE "AUTOMATIC" TO EL1-TYPE
               WHEN OTHER
                   MOVE "STANDARD" TO EL1-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN JE-IS-PENDING
                   MOVE "PENDING" TO EL1-STATUS
                   ADD 1 TO WS-PENDING-CNTR
               WHEN JE-IS-APPROVED
                   MOVE "APPROVED" TO EL1-STATUS
               WHEN JE-IS-REJECTED
                   MOVE "REJECTED" TO EL1-STATUS
               WHEN JE-IS-COMPLETE
                   MOVE "COMPLETE" TO EL1-STATUS
               WHEN OTHER
                   MOVE JE-STATUS TO EL1-STATUS
           END-EVALUATE.
           IF JE-ORIG-NUM NOT = ZERO
               MOVE JE-ORIG-NUM TO OT-NUM
               MOVE WS-ORIG-TEXT TO EL1-ORIG
           ELSE
               MOVE SPACES TO EL1-ORIG
           END-IF.
           MOVE JE-MAKER TO EL2-MAKER.
           MOVE JE-APPROVER TO EL2-APPROVER.
           IF JE-APPROVE-DATE = ZERO
               MOVE SPACES TO EL2-APPR-DATE
           ELSE
               MOVE JE-APPROVE-DATE TO WS-APPR-DATE-NUM
               MOVE WS-ADN-MNTH TO WS-AD-MNTH
               MOVE WS-ADN-DY TO WS-AD-DY
               MOVE WS-ADN-YR TO WS-AD-YR
               MOVE WS-APPR-DATE-X TO EL2-APPR-DATE
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-ENTRY-LINE-1.
           WRITE RPT-REC FROM WS-ENTRY-LINE-2.
           WRITE RPT-REC FROM WS-COL-LINE.

      *-----------------------------------------------------------------*

       220-PRINT-LINE.
           MOVE JE-LINE TO DTL-LINE.
           MOVE JE-ACCT TO DTL-ACCT.
           MOVE JE-DESC TO DTL-DESC.
           IF JE-IS-DEBIT
               MOVE JE-AMOUNT TO DTL-DEBIT
               MOVE ZERO TO DTL-CREDIT
               ADD JE-AMOUNT TO WS-ENTRY-DR
           ELSE
               MOVE ZERO TO DTL-DEBIT
               MOVE JE-AMOUNT TO DTL-CREDIT
               ADD JE-AMOUNT TO WS-ENTRY-CR
           END-IF.
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------*
      *    ONLY APPROVED AND COMPLETE ENTRIES HAVE REACHED THE LEDGER,
      *    SO ONLY THEY COUNT TOWARD THE DOLLARS BOOKED.

       300-FINISH-ENTRY.
           MOVE WS-ENTRY-DR TO ETL-DEBIT.
           MOVE WS-ENTRY-CR TO ETL-CREDIT.
           WRITE RPT-REC FROM WS-ENTRY-TOTAL-LINE.
           IF WS-ENTRY-STATUS = "A" OR "C"
               ADD WS-ENTRY-DR TO WS-BOOKED-DR
               ADD WS-ENTRY-CR TO WS-BOOKED-CR
           END-IF.
           MOVE "N" TO WS-IN-ENTRY-FLAG.
