      *    PROGRAM: DSB-CHG-APPROVE
      *    PURPOSE: MAKER-CHECKER REVIEW FOR THE HIGH-RISK
      *        MAINTENANCE FIELDS. ATTORNEY RATE CHANGES, EMPLOYEE
      *        PAY-RATE CHANGES, BANK RATE-TABLE ADDS AND PURGES, AND
      *        RELATIONSHIP PRICING TIER ADDS AND PURGES ALL QUEUE
      *        TO DSB-PENDING-CHG.TXT - THIS SCREEN, SIGNED
      *        ON THROUGH DSB-SIGNON BY A DIFFERENT OPERATOR THAN THE
      *        MAKER, APPROVES OR REJECTS EACH ONE AND APPLIES IT TO
      *        ITS TARGET FILE ONLY ON APPROVAL. THE AUDIT TRAIL GETS
      *        TWO ADJACENT ENTRIES PER SESSION - THE APPROVER UNDER
      *        THIS PROGRAM AND THE MAKERS UNDER DSB-CHG-MAKER - SO
      *        BOTH IDS STAND BEHIND EVERY APPLIED CHANGE.
      *        LOAN MODIFICATIONS AND FORBEARANCES FROM DSB-LOAN-MOD
      *        QUEUE HERE TOO - APPROVAL PUTS THE NEW TERMS FROM
      *        DSB-LOAN-MOD-HIST.TXT ON THE LOAN AND MARKS THE HISTORY
      *        APPROVED, REJECTION MARKS IT REJECTED, AND A LOAN THAT
      *        HAS POSTED SINCE THE MODIFICATION WAS KEYED VOIDS IT.
      *        MANUAL JOURNAL ENTRIES FROM DSB-JE-ENTRY QUEUE HERE AS
      *        WELL - APPROVAL MARKS EVERY LINE ON DSB-JOURNAL.TXT
      *        APPROVED AND APPENDS IT TO DSB-GL-DAYWORK.TXT FOR THE
      *        NEXT GL FEED AND POST, REJECTION MARKS THE ENTRY
      *        REJECTED, AND AN ENTRY WHOSE PERIOD HAS CLOSED SINCE IT
      *        WAS KEYED IS VOIDED.
      *    AN APPROVED PAY-RATE CHANGE WHOSE EFFECTIVE DATE IS ON OR
      *        BEFORE TODAY ALSO QUEUES TO PAYROLL-RETRO-PEND.TXT, SO
      *        THE NEXT WEEKLY UPDATE PAYS THE DIFFERENCE ON THE WEEKS
      *        ALREADY PAID AT THE OLD RATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT EMP-TEMP         ASSIGN "EMP-MST-OLD.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RETRO-PEND       ASSIGN "PAYROLL-RETRO-PEND.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RETRO-STATUS.

       SELECT RATE-TABLE       ASSIGN "BANK-RATE-TABLE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RATE-STATUS.
       SELECT RATE-TEMP        ASSIGN "BANK-RATE-TABLE.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELP-TABLE       ASSIGN "DSB-REL-PRICING.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RELP-STATUS.

       SELECT RELP-TEMP        ASSIGN "DSB-REL-PRICING.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT MOD-HIST         ASSIGN "DSB-LOAN-MOD-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS MH-KEY
                               FILE STATUS IS WS-MOD-STATUS.

       SELECT JOURNAL-FILE     ASSIGN "DSB-JOURNAL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS JE-KEY
                               FILE STATUS IS WS-JE-STATUS.

       SELECT JE-GL-OUT        ASSIGN "DSB-GL-DAYWORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

               88  PC-IS-EMP                     VALUE "EMP".
               88  PC-IS-RATE-ADD                VALUE "RATEADD".
               88  PC-IS-RATE-PURGE              VALUE "RATEPRG".
               88  PC-IS-RELP-ADD                VALUE "RELPADD".
               88  PC-IS-RELP-PURGE              VALUE "RELPPRG".
               88  PC-IS-LOAN-MOD                VALUE "LOANMOD".
               88  PC-IS-JOURNAL                 VALUE "JE".
           03  PC-KEY                  PIC X(10).
           03  PC-OLD-AMT              PIC 9(7)V99.
           03  PC-NEW-AMT              PIC 9(7)V99.
           03  PC-AUX-1                PIC 9(7)V99.
           03  PC-EFF-DATE             REDEFINES PC-AUX-1
                                       PIC 9(9).
           03  PC-AUX-2                PIC 9(7)V99.
           03  PC-AUX-3                PIC V9(4).
           03  PC-MAKER                PIC X(10).
           03  EMP-ID-GEN              PIC X(5).
           03  FILLER                  PIC X(20).
           03  EMP-PRATE-GEN           PIC 9(7)V99.
           03  FILLER                  PIC X(266).

       FD  EMP-TEMP.
       01  EMP-TEMP-REC                PIC X(300).

       FD  RETRO-PEND.
       01  RETRO-PEND-REC.
           03  RP-EMP-ID               PIC X(5).
           03  RP-OLD-RATE             PIC 9(7)V99.
           03  RP-NEW-RATE             PIC 9(7)V99.
           03  RP-EFF-DATE             PIC 9(8).
           03  RP-APPROVE-DATE         PIC 9(8).

       FD  RATE-TABLE.
       01  RATE-REC.
       FD  RATE-TEMP.
       01  RATE-TEMP-REC               PIC X(23).

       FD  RELP-TABLE.
       01  RELP-REC.
           03  RP-TIER-LOW             PIC 9(7)V99.
           03  RP-WAIVE-PCT            PIC 9(3).

       FD  RELP-TEMP.
       01  RELP-TEMP-REC               PIC X(12).

       FD  LOAN-MST.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR         PIC 9999.
           03  LOAN-EXTRA-PRIN     PIC 9(7)V99.
           03  LOAN-ARM-CHG-MNTH   PIC 999.
           03  LOAN-ARM-NEW-RATE   PIC 99V999.
           03  LOAN-ANNL-TAX       PIC 9(7)V99.
           03  LOAN-ANNL-INS       PIC 9(7)V99.
           03  LOAN-QUOTE-YR       PIC 9(4).
           03  LOAN-QUOTE-MNTH     PIC 9(2).
           03  LOAN-QUOTE-DY       PIC 9(2).
           03  LOAN-OPERATOR       PIC X(10).
           03  LOAN-FUND-STATUS    PIC X.
               88  LOAN-IS-QUOTE             VALUE " ".
               88  LOAN-IS-FUNDED            VALUE "F".
               88  LOAN-IS-DISBURSED         VALUE "D".
           03  LOAN-ACC-NUM        PIC X(5).
           03  LOAN-LAST-DRAFT     PIC 9(6).
           03  LOAN-CUR-PRINC      PIC 9(7)V99.
           03  LOAN-INT-PAID-YR    PIC 9(7)V99.
           03  LOAN-LAST-INT       PIC 9(5)V99.
           03  LOAN-LAST-PRIN      PIC 9(7)V99.
           03  LOAN-PAID-THRU      PIC 9(6).
           03  LOAN-PD-MONTHS      PIC 9(2).
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

       FD  MOD-HIST.
       01  MOD-REC.
           03  MH-KEY.
               05  MH-LOAN-NUM         PIC X(7).
               05  MH-SEQ              PIC 9(2).
           03  MH-TYPE                 PIC X.
               88  MH-IS-REAMORTIZE          VALUE "R".
               88  MH-IS-CAPITALIZE          VALUE "C".
               88  MH-IS-FORBEAR             VALUE "F".
           03  MH-STATUS               PIC X.
               88  MH-IS-PENDING             VALUE "P".
               88  MH-IS-APPROVED            VALUE "A".
               88  MH-IS-REJECTED            VALUE "X".
           03  MH-ENTRY-DATE           PIC 9(8).
           03  MH-MAKER                PIC X(10).
           03  MH-APPROVER             PIC X(10).
           03  MH-APPROVE-DATE         PIC 9(8).
           03  MH-EFF-MONTH            PIC 9(6).
           03  MH-OLD-PRINC            PIC 9(7)V99.
           03  MH-OLD-INT              PIC 99V999.
           03  MH-OLD-TRM              PIC 999.
           03  MH-OLD-BEG-MNTH         PIC 99.
           03  MH-OLD-BEG-YR           PIC 9999.
           03  MH-OLD-ARM-CHG-MNTH     PIC 999.
           03  MH-OLD-ARM-NEW-RATE     PIC 99V999.
           03  MH-OLD-CUR-PRINC        PIC 9(7)V99.
           03  MH-OLD-LAST-DRAFT       PIC 9(6).
           03  MH-OLD-PAID-THRU        PIC 9(6).
           03  MH-OLD-PD-MONTHS        PIC 9(2).
           03  MH-OLD-LATE-CHGS        PIC 9(5)V99.
           03  MH-OLD-FORB-THRU        PIC 9(6).
           03  MH-OLD-REM-TRM          PIC 999.
           03  MH-OLD-PAYMENT          PIC 9(7)V99.
           03  MH-CAP-INT              PIC 9(7)V99.
           03  MH-CAP-LATE             PIC 9(5)V99.
           03  MH-NEW-PRINC            PIC 9(7)V99.
           03  MH-NEW-INT              PIC 99V999.
           03  MH-NEW-TRM              PIC 999.
           03  MH-NEW-BEG-MNTH         PIC 99.
           03  MH-NEW-BEG-YR           PIC 9999.
           03  MH-NEW-PAID-THRU        PIC 9(6).
           03  MH-FORB-MONTHS          PIC 99.
           03  MH-NEW-FORB-THRU        PIC 9(6).
           03  MH-NEW-PAYMENT          PIC 9(7)V99.
           03  MH-ESCROW               PIC 9(5)V99.
           03  MH-SCHED-FROM           PIC 9(6).
           03  MH-SCHED-PMTS           PIC 999.

       FD  JOURNAL-FILE.
           COPY DSB-JOURNAL.

       FD  JE-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-ATTY-STATUS              PIC XX.
       01  WS-EMP-STATUS               PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-RETRO-STATUS             PIC XX.
       01  WS-RELP-STATUS              PIC XX.
       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-MOD-STATUS               PIC XX.
       01  WS-JE-STATUS                PIC XX.
       01  WS-GL-STATUS                PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-ACTION                   PIC X.
       01  WS-APPLIED-FLAG             PIC X VALUE "N".
           88  WS-APPLIED                    VALUE "Y".
       01  WS-VOIDED-FLAG              PIC X VALUE "N".
           88  WS-VOIDED                     VALUE "Y".
       01  WS-DISP-OLD                 PIC ZZZ,ZZ9.99.
       01  WS-DISP-NEW                 PIC ZZZ,ZZ9.99.
       01  WS-LAST-MAKER               PIC X(10) VALUE SPACES.

      *    JOURNAL ENTRY WORK FIELDS - THE LINES OF ONE ENTRY ARE
      *    READ BY KEY FROM LINE 01 UNTIL THE NEXT LINE IS NOT FOUND.
       01  WS-JE-NUM                   PIC 9(6).
       01  WS-JE-LINE                  PIC 99.
       01  WS-JE-DATE                  PIC 9(8).
       01  WS-JE-PERIOD                PIC 9(6).
       01  WS-JE-NEW-STATUS            PIC X.
       01  WS-JE-END-FLAG              PIC X VALUE "N".
           88  WS-JE-END                     VALUE "Y".
       01  WS-PERIOD-FLAG              PIC X VALUE "O".
           88  WS-PERIOD-OPEN                VALUE "O".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CHG-APPROVE".
       01  WS-MAKER-LOG-NAME           PIC X(20)
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-APPR-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8).

      ******************************************************************
       PROCEDURE DIVISION.
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT PENDING-CHG.
           IF WS-PEND-STATUS = "35"
               DISPLAY "NOTHING PENDING APPROVAL"
                       PERFORM 300-APPLY-CHANGE
                   WHEN "R"
                   WHEN "r"
                       IF PC-IS-LOAN-MOD
                           PERFORM 380-REJECT-LOAN-MOD
                       END-IF
                       IF PC-IS-JOURNAL
                           PERFORM 395-REJECT-JOURNAL
                       END-IF
                       DISPLAY "REJECTED - DROPPED FROM THE QUEUE"
                   WHEN OTHER
                       WRITE PEND-TEMP-REC FROM PENDING-REC

       300-APPLY-CHANGE.
           MOVE "N" TO WS-APPLIED-FLAG.
           MOVE "N" TO WS-VOIDED-FLAG.
           EVALUATE TRUE
               WHEN PC-IS-ATTY
                   PERFORM 310-APPLY-ATTY-RATE
                   PERFORM 330-APPLY-RATE-ADD
               WHEN PC-IS-RATE-PURGE
                   PERFORM 340-APPLY-RATE-PURGE THRU 340-EXIT
               WHEN PC-IS-RELP-ADD
                   PERFORM 350-APPLY-RELP-ADD
               WHEN PC-IS-RELP-PURGE
                   PERFORM 360-APPLY-RELP-PURGE THRU 360-EXIT
               WHEN PC-IS-LOAN-MOD
                   PERFORM 370-APPLY-LOAN-MOD THRU 370-EXIT
               WHEN PC-IS-JOURNAL
                   PERFORM 390-APPLY-JOURNAL THRU 390-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN TARGET - KEPT PENDING"
           END-EVALUATE.
               MOVE PC-MAKER TO WS-LAST-MAKER
               DISPLAY "APPROVED AND APPLIED"
           ELSE
               IF NOT WS-VOIDED
                   WRITE PEND-TEMP-REC FROM PENDING-REC
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
               END-PERFORM
               CLOSE EMP-TEMP
               CLOSE EMP-MST
               IF PC-EFF-DATE > ZERO AND PC-EFF-DATE <= WS-TODAY
                   PERFORM 325-QUEUE-RETRO
               END-IF
           ELSE
               DISPLAY "EMPLOYEE GONE FROM THE MASTER - KEPT PENDING"
           END-IF.
       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    A BACK-DATED RATE CHANGE LEAVES WEEKS ALREADY PAID AT THE
      *    OLD RATE - THE WEEKLY UPDATE PICKS THIS UP AND PAYS THE
      *    DIFFERENCE FROM THE EARNINGS HISTORY.

       325-QUEUE-RETRO.
           OPEN EXTEND RETRO-PEND.
           IF WS-RETRO-STATUS = "35"
               OPEN OUTPUT RETRO-PEND
               CLOSE RETRO-PEND
               OPEN EXTEND RETRO-PEND
           END-IF.
           MOVE PC-KEY(1:5) TO RP-EMP-ID.
           MOVE PC-OLD-AMT TO RP-OLD-RATE.
           MOVE PC-NEW-AMT TO RP-NEW-RATE.
           MOVE PC-EFF-DATE TO RP-EFF-DATE.
           MOVE WS-TODAY TO RP-APPROVE-DATE.
           WRITE RETRO-PEND-REC.
           CLOSE RETRO-PEND.
           DISPLAY "BACK-DATED - RETRO PAY QUEUED FOR THE WEEKLY RUN".

      *-----------------------------------------------------------------*

       330-APPLY-RATE-ADD.
       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    PRICING TIERS - THE FLOOR RIDES IN AUX-1 AND THE PERCENT
      *    WAIVED IN AUX-2.

       350-APPLY-RELP-ADD.
           OPEN EXTEND RELP-TABLE.
           IF WS-RELP-STATUS = "35"
               OPEN OUTPUT RELP-TABLE
               CLOSE RELP-TABLE
               OPEN EXTEND RELP-TABLE
           END-IF.
           MOVE PC-AUX-1 TO RP-TIER-LOW.
           MOVE PC-AUX-2 TO RP-WAIVE-PCT.
           WRITE RELP-REC.
           CLOSE RELP-TABLE.
           MOVE "Y" TO WS-APPLIED-FLAG.

      *-----------------------------------------------------------------*

       360-APPLY-RELP-PURGE.
           MOVE "N" TO WS-T-EOF-FLAG.
           OPEN INPUT RELP-TABLE.
           IF WS-RELP-STATUS = "35"
               DISPLAY "DSB-REL-PRICING.TXT NOT FOUND - KEPT PENDING"
               GO TO 360-EXIT
           END-IF.
           OPEN OUTPUT RELP-TEMP.
           READ RELP-TABLE AT END MOVE "Y" TO WS-T-EOF-FLAG.
           PERFORM UNTIL WS-T-EOF
               IF RP-TIER-LOW NOT = PC-AUX-1
                   WRITE RELP-TEMP-REC FROM RELP-REC
               END-IF
               READ RELP-TABLE AT END MOVE "Y" TO WS-T-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RELP-TABLE.
           CLOSE RELP-TEMP.
           MOVE "N" TO WS-T-EOF-FLAG.
           OPEN INPUT RELP-TEMP.
           OPEN OUTPUT RELP-TABLE.
           READ RELP-TEMP AT END MOVE "Y" TO WS-T-EOF-FLAG.
           PERFORM UNTIL WS-T-EOF
               WRITE RELP-REC FROM RELP-TEMP-REC
               READ RELP-TEMP AT END MOVE "Y" TO WS-T-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RELP-TEMP.
           CLOSE RELP-TABLE.
           MOVE "Y" TO WS-APPLIED-FLAG.

       360-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    LOAN MODIFICATIONS - THE KEY IS LOAN NUMBER + MODIFICATION
      *    NUMBER. THE LOAN MUST STILL STAND WHERE IT DID WHEN THE
      *    MODIFICATION WAS WORKED OUT; IF A DRAFT, LATE CHARGE, OR
      *    FORBEARANCE HAS POSTED SINCE, THE TERMS ARE STALE AND THE
      *    MODIFICATION IS VOIDED FOR THE LOAN DESK TO KEY AGAIN.

       370-APPLY-LOAN-MOD.
           OPEN I-O MOD-HIST.
           IF WS-MOD-STATUS = "35"
               DISPLAY "DSB-LOAN-MOD-HIST.TXT NOT FOUND - KEPT PENDING"
               GO TO 370-EXIT
           END-IF.
           OPEN I-O LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - KEPT PENDING"
               CLOSE MOD-HIST
               GO TO 370-EXIT
           END-IF.
           MOVE PC-KEY(1:9) TO MH-KEY.
           READ MOD-HIST
               INVALID KEY
                   DISPLAY "MODIFICATION NOT ON THE HISTORY - DROPPED"
                   MOVE "Y" TO WS-VOIDED-FLAG
                   GO TO 370-CLOSE
           END-READ.
           MOVE MH-LOAN-NUM TO LOAN-NUM-MST.
           READ LOAN-MST
               INVALID KEY
                   DISPLAY "LOAN GONE FROM THE MASTER - VOIDED"
                   MOVE "Y" TO WS-VOIDED-FLAG
           END-READ.
           IF NOT WS-VOIDED
               IF LOAN-CUR-PRINC NOT = MH-OLD-CUR-PRINC
                       OR LOAN-LAST-DRAFT NOT = MH-OLD-LAST-DRAFT
                       OR LOAN-LATE-CHGS NOT = MH-OLD-LATE-CHGS
                       OR LOAN-FORB-THRU NOT = MH-OLD-FORB-THRU
                       OR NOT LOAN-IS-DISBURSED
                   DISPLAY "LOAN HAS POSTED SINCE - VOIDED, RE-KEY IT"
                   MOVE "Y" TO WS-VOIDED-FLAG
               END-IF
           END-IF.
           IF WS-VOIDED
               MOVE "X" TO MH-STATUS
               MOVE WS-OPERATOR-ID TO MH-APPROVER
               ACCEPT MH-APPROVE-DATE FROM DATE YYYYMMDD
               REWRITE MOD-REC
               GO TO 370-CLOSE
           END-IF.
           MOVE MH-NEW-PRINC TO LOAN-PRINC.
           MOVE MH-NEW-INT TO LOAN-INT.
           MOVE MH-NEW-TRM TO LOAN-TRM.
           MOVE MH-NEW-BEG-MNTH TO LOAN-BEG-MNTH.
           MOVE MH-NEW-BEG-YR TO LOAN-BEG-YR.
           MOVE MH-NEW-PAID-THRU TO LOAN-PAID-THRU.
           MOVE MH-NEW-FORB-THRU TO LOAN-FORB-THRU.
      *    RE-AMORTIZING STARTS A NEW FIXED SCHEDULE, SO ANY ARM
      *    RESET FROM THE ORIGINAL NOTE NO LONGER APPLIES.
           IF NOT MH-IS-FORBEAR
               MOVE MH-NEW-PRINC TO LOAN-CUR-PRINC
               MOVE ZERO TO LOAN-ARM-CHG-MNTH
               MOVE ZERO TO LOAN-ARM-NEW-RATE
           END-IF.
           IF MH-IS-CAPITALIZE
               MOVE ZERO TO LOAN-PD-MONTHS
               MOVE ZERO TO LOAN-LATE-CHGS
           END-IF.
           REWRITE LOAN-REC.
           MOVE "A" TO MH-STATUS.
           MOVE WS-OPERATOR-ID TO MH-APPROVER.
           ACCEPT MH-APPROVE-DATE FROM DATE YYYYMMDD.
           REWRITE MOD-REC.
           MOVE "Y" TO WS-APPLIED-FLAG.

       370-CLOSE.
           CLOSE LOAN-MST.
           CLOSE MOD-HIST.

       370-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       380-REJECT-LOAN-MOD.
           OPEN I-O MOD-HIST.
           IF WS-MOD-STATUS NOT = "35"
               MOVE PC-KEY(1:9) TO MH-KEY
               READ MOD-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "X" TO MH-STATUS
                       MOVE WS-OPERATOR-ID TO MH-APPROVER
                       ACCEPT MH-APPROVE-DATE FROM DATE YYYYMMDD
                       REWRITE MOD-REC
               END-READ
               CLOSE MOD-HIST
           END-IF.

      *-----------------------------------------------------------------*
      *    JOURNAL ENTRIES - THE KEY IS THE ENTRY NUMBER. THE ENTRY'S
      *    PERIOD IS CHECKED AGAIN HERE, SINCE IT MAY HAVE CLOSED
      *    WHILE THE ENTRY WAITED; A CLOSED PERIOD VOIDS THE ENTRY FOR
      *    ACCOUNTING TO KEY AGAIN INTO AN OPEN ONE. EACH APPROVED
      *    LINE GOES TO THE DAY WORK FILE AS ONE GL DETAIL ROW - A
      *    DEBIT IN GL-DEBIT-ACCT, A CREDIT NEGATED IN GL-CREDIT-ACCT -
      *    SO THE BALANCED ENTRY NETS TO ZERO ON THE FEED.

       390-APPLY-JOURNAL.
           OPEN I-O JOURNAL-FILE.
           IF WS-JE-STATUS = "35"
               DISPLAY "DSB-JOURNAL.TXT NOT FOUND - KEPT PENDING"
               GO TO 390-EXIT
           END-IF.
           MOVE PC-KEY(1:6) TO WS-JE-NUM.
           MOVE WS-JE-NUM TO JE-NUM.
           MOVE 1 TO JE-LINE.
           READ JOURNAL-FILE
               INVALID KEY
                   DISPLAY "ENTRY NOT ON THE JOURNAL - DROPPED"
                   MOVE "Y" TO WS-VOIDED-FLAG
                   GO TO 390-CLOSE
           END-READ.
           IF NOT JE-IS-PENDING
               DISPLAY "ENTRY NO LONGER PENDING - DROPPED"
               MOVE "Y" TO WS-VOIDED-FLAG
               GO TO 390-CLOSE
           END-IF.
           MOVE JE-DATE TO WS-JE-DATE.
           COMPUTE WS-JE-PERIOD = (JE-YEAR * 100) + JE-MONTH.
           CALL "DSB-PERIOD-CHECK" USING WS-JE-DATE WS-PERIOD-FLAG.
           IF NOT WS-PERIOD-OPEN
               DISPLAY "ENTRY PERIOD HAS CLOSED - VOIDED, RE-KEY IT"
               MOVE "Y" TO WS-VOIDED-FLAG
               MOVE "X" TO WS-JE-NEW-STATUS
               PERFORM 396-MARK-JOURNAL
               GO TO 390-CLOSE
           END-IF.
           OPEN EXTEND JE-GL-OUT.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT JE-GL-OUT
               CLOSE JE-GL-OUT
               OPEN EXTEND JE-GL-OUT
           END-IF.
           MOVE "N" TO WS-JE-END-FLAG.
           MOVE 1 TO WS-JE-LINE.
           PERFORM UNTIL WS-JE-END
               MOVE WS-JE-NUM TO JE-NUM
               MOVE WS-JE-LINE TO JE-LINE
               READ JOURNAL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-JE-END-FLAG
                   NOT INVALID KEY
                       PERFORM 392-WRITE-JE-GL-ROW
                       MOVE "A" TO JE-STATUS
                       MOVE WS-JE-PERIOD TO JE-LAST-PERIOD
                       MOVE WS-OPERATOR-ID TO JE-APPROVER
                       MOVE WS-TODAY TO JE-APPROVE-DATE
                       REWRITE JOURNAL-REC
                       ADD 1 TO WS-JE-LINE
               END-READ
           END-PERFORM.
           CLOSE JE-GL-OUT.
           MOVE "Y" TO WS-APPLIED-FLAG.

       390-CLOSE.
           CLOSE JOURNAL-FILE.

       390-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       392-WRITE-JE-GL-ROW.
           MOVE JE-YEAR TO GL-YEAR.
           MOVE JE-MONTH TO GL-MONTH.
           MOVE JE-DAY TO GL-DAY.
           MOVE "JOURNAL" TO GL-SOURCE.
           MOVE JE-DESC TO GL-DESCRIPTION.
           MOVE "00" TO GL-BRANCH.
           IF JE-IS-DEBIT
               MOVE JE-AMOUNT TO GL-AMOUNT
               MOVE JE-ACCT TO GL-DEBIT-ACCT
               MOVE SPACES TO GL-CREDIT-ACCT
           ELSE
               COMPUTE GL-AMOUNT = ZERO - JE-AMOUNT
               MOVE SPACES TO GL-DEBIT-ACCT
               MOVE JE-ACCT TO GL-CREDIT-ACCT
           END-IF.
           WRITE GL-DETAIL-REC.

      *-----------------------------------------------------------------*

       395-REJECT-JOURNAL.
           OPEN I-O JOURNAL-FILE.
           IF WS-JE-STATUS NOT = "35"
               MOVE PC-KEY(1:6) TO WS-JE-NUM
               MOVE "X" TO WS-JE-NEW-STATUS
               PERFORM 396-MARK-JOURNAL
               CLOSE JOURNAL-FILE
           END-IF.

      *-----------------------------------------------------------------*
      *    STAMPS EVERY LINE OF ENTRY WS-JE-NUM WITH WS-JE-NEW-STATUS
      *    AND THIS OPERATOR AS THE ONE WHO DECIDED IT.

       396-MARK-JOURNAL.
           MOVE "N" TO WS-JE-END-FLAG.
           MOVE 1 TO WS-JE-LINE.
           PERFORM UNTIL WS-JE-END
               MOVE WS-JE-NUM TO JE-NUM
               MOVE WS-JE-LINE TO JE-LINE
               READ JOURNAL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-JE-END-FLAG
                   NOT INVALID KEY
                       MOVE WS-JE-NEW-STATUS TO JE-STATUS
                       MOVE WS-OPERATOR-ID TO JE-APPROVER
                       MOVE WS-TODAY TO JE-APPROVE-DATE
                       REWRITE JOURNAL-REC
                       ADD 1 TO WS-JE-LINE
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       600-COPY-PENDING-BACK.
