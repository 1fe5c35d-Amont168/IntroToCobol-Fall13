      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-RETAIN-PURGE
      *    PURPOSE: QUARTERLY RECORD RETENTION PURGE. FOR EVERY RECORD
      *        TYPE ON THE RETENTION SCHEDULE (DSB-RETAIN-SCHED.TXT)
      *        THAT IS SWITCHED ON, FINDS THE RECORDS OLDER THAN THE
      *        YEARS LEGAL REQUIRES BE KEPT - MEASURED FROM THE DATE
      *        THE SCHEDULE NAMES - AND LISTS THEM ON
      *        DSB-PURGE-LIST.TXT.
      *        ANYTHING BELONGING TO A CUSTOMER, CLIENT, STUDENT OR
      *        EMPLOYEE UNDER LEGAL HOLD (DSB-LEGAL-HOLD.TXT) IS LISTED
      *        AS HELD AND NEVER TOUCHED. ON THE OPERATOR'S CONFIRMATION
      *        EVERY ELIGIBLE RECORD IS COPIED TO THE DATED ARCHIVE
      *        DSB-PURGE-ARCH-YYYYMMDD.TXT, WHICH GOES TO OFFLINE
      *        STORAGE, BEFORE IT IS REMOVED FROM THE LIVE FILE, AND A
      *        CERTIFICATE OF DESTRUCTION WITH THE COUNTS BY FILE IS
      *        PRINTED ON DSB-PURGE-CERT.TXT FOR SIGNATURE.
      *    THE RECORD TYPES, THEIR FILES AND DATES ARE IN
      *        DSB-RETAIN-TYPES:
      *        STUARCH  - WITHDRAWN STUDENTS ON DSB-STU-ARCHIVE.TXT,
      *                   FROM THE WITHDRAWAL DATE;
      *        STUCHG   - DSB-STU-CHG-HIST.TXT, FROM THE CHANGE DATE;
      *        LOANPAID - DISBURSED LOANS PAID DOWN TO ZERO ON
      *                   DSB-LOAN-MST.TXT, FROM THE PAID-THROUGH
      *                   MONTH, HELD BY THE BORROWER'S CUSTOMER;
      *        TRANHIST - MT-TRANS-HISTORY-YYYY.TXT, FROM THE
      *                   TRANSACTION DATE, HELD BY THE ACCOUNT'S
      *                   CUSTOMER - A YEAR FILE LEFT EMPTY IS DELETED;
      *        BANKACCT - CLOSED ZERO-BALANCE ACCOUNTS ON
      *                   MT-MST-CURRENT-2.TXT, FROM THE LAST
      *                   TRANSACTION DATE;
      *        EMPTERM  - TERMINATED EMPLOYEES ON EMP-MST-OLD.TXT, FROM
      *                   THE LAST PAY DATE ON PAYROLL-EARN-HIST.TXT
      *                   (AN EMPLOYEE NEVER PAID IS KEPT);
      *        WIPDROP  - TIME ENTRIES DROPPED AT WIP RELEASE (THE "T"
      *                   ROWS BILLED AT ZERO ON DSB-REALIZATION.TXT -
      *                   THE ONLY PLACE A DROP IS KEPT), FROM THE DATE
      *                   WORKED, HELD BY THE CLIENT;
      *        STREAMCT - DSB-STREAM-CTL.TXT, FROM THE PROCESSING DATE.
      *    A TYPE NOT ON THE SCHEDULE, SWITCHED OFF, OR WITH ZERO YEARS
      *        IS LEFT ALONE. SIGN-ON AND THE BATCH CHECK ARE THE SAME
      *        AS DSB-RESTORE-MST - THE MASTERS ARE REWRITTEN HERE, SO
      *        THE PURGE NEVER RUNS WHILE THE NIGHTLY STREAM IS UP.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-RETAIN-PURGE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SCHED-IN         ASSIGN "DSB-RETAIN-SCHED.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RS-RECORD-TYPE
                               FILE STATUS IS WS-SCHED-STATUS.

       SELECT HOLD-IN          ASSIGN "DSB-LEGAL-HOLD.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LH-KEY
                               FILE STATUS IS WS-HOLD-STATUS.

       SELECT BANK-IO          ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT LOAN-IO          ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-STATUS.

       SELECT PAY-HIST-IN      ASSIGN "PAYROLL-EARN-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PH-KEY
                               FILE STATUS IS WS-PH-STATUS.

       SELECT SEQ-IO           ASSIGN TO WS-SEQ-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SEQ-STATUS.

       SELECT SEQ-TEMP         ASSIGN "DSB-RETAIN-PURGE.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARCH-OUT         ASSIGN TO WS-ARCH-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ARCH-STATUS.

       SELECT LIST-OUT         ASSIGN "DSB-PURGE-LIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CERT-OUT         ASSIGN "DSB-PURGE-CERT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  SCHED-IN.
           COPY DSB-RETAIN-SCHED.

       FD  HOLD-IN.
           COPY DSB-LEGAL-HOLD.

       FD  BANK-IO.
       01  BANK-REC.
           03  ACC-NUM                 PIC X(5).
           03  FNAME                   PIC X(10).
           03  LNAME                   PIC X(10).
           03  LST-TRN-DATE.
               05  LST-TRN-YR          PIC 9(4).
               05  LST-TRN-MNTH        PIC 9(2).
               05  LST-TRN-DY          PIC 9(2).
           03  LST-TRN-AMNT            PIC 9(6)V99.
           03  ACC-BLNC                PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS              PIC X.
               88  ACC-CLOSED                      VALUE "C".
           03  ACC-TYPE                PIC X.
           03  CUST-NUM                PIC X(5).
           03  ACC-LINKED              PIC X(5).
           03  CD-TERM                 PIC 9(3).
           03  CD-OPEN-DATE            PIC 9(8).
           03  CD-MAT-DATE             PIC 9(8).
           03  CD-RATE                 PIC V9(4).
           03  CD-ROLLOVER             PIC X.
           03  ACC-BRANCH              PIC X(2).
           03  ACC-AVAIL-BLNC          PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE           PIC 9(8).

       FD  LOAN-IO.
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
               88  LOAN-DISBURSED          VALUE "D".
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

       FD  PAY-HIST-IN.
           COPY DSB-PAY-HIST.

       FD  SEQ-IO.
       01  SEQ-REC                     PIC X(700).

       FD  SEQ-TEMP.
       01  SEQ-TEMP-REC                PIC X(700).

      *    ONE ROW PER RECORD PURGED - THE RECORD TYPE, THE DATE OF
      *    THE PURGE, AND THE RECORD EXACTLY AS IT STOOD ON ITS FILE.
       FD  ARCH-OUT.
       01  ARCH-REC.
           03  PA-RECORD-TYPE          PIC X(8).
           03  PA-PURGE-DATE           PIC 9(8).
           03  PA-IMAGE                PIC X(700).

       FD  LIST-OUT.
       01  LIST-REC                    PIC X(110).

       FD  CERT-OUT.
       01  CERT-REC                    PIC X(110).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SCHED-STATUS             PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-LOAN-STATUS              PIC XX.
       01  WS-PH-STATUS                PIC XX.
       01  WS-SEQ-STATUS               PIC XX.
       01  WS-ARCH-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

           COPY DSB-RETAIN-TYPES.

           COPY DSB-RPT-HDR.

       01  WS-HOLD-OPEN-FLAG           PIC X VALUE "N".
           88  WS-HOLD-OPEN                  VALUE "Y".
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-LOAN-OPEN-FLAG           PIC X VALUE "N".
           88  WS-LOAN-OPEN                  VALUE "Y".
       01  WS-PH-OPEN-FLAG             PIC X VALUE "N".
           88  WS-PH-OPEN                    VALUE "Y".

      *    "L" WHILE LISTING WHAT IS ELIGIBLE, "P" WHILE PURGING IT.
       01  WS-PASS-FLAG                PIC X VALUE "L".
           88  WS-LIST-PASS                  VALUE "L".
           88  WS-PURGE-PASS                 VALUE "P".

      *    WHAT THE SCHEDULE SAYS FOR EACH TYPE, AND WHAT EACH PASS
      *    FOUND. THE LIST PASS FILLS ELIGIBLE; THE PURGE PASS FILLS
      *    ARCHIVED AND DESTROYED, AND BOTH PASSES SCANNED AND HELD.
       01  WS-TC-TABLE.
           03  WS-TC-ENTRY             OCCURS 8 TIMES.
               05  WS-TC-ON            PIC X.
                   88  WS-TC-SCHEDULED       VALUE "Y".
               05  WS-TC-YEARS         PIC 9(2).
               05  WS-TC-CUTOFF        PIC 9(8).
               05  WS-TC-NOTE          PIC X(40).
               05  WS-TC-SCANNED       PIC 9(7).
               05  WS-TC-ELIGIBLE      PIC 9(7).
               05  WS-TC-HELD          PIC 9(7).
               05  WS-TC-ARCHIVED      PIC 9(7).
               05  WS-TC-DESTROYED     PIC 9(7).

       01  WS-TOT-ELIGIBLE             PIC 9(7) VALUE ZERO.
       01  WS-TOT-HELD                 PIC 9(7) VALUE ZERO.
       01  WS-TOT-DESTROYED            PIC 9(7) VALUE ZERO.

      *    WHAT THE TYPE'S OWN PARAGRAPH FOUND ON THE RECORD IN HAND,
      *    FOR 400-JUDGE-RECORD TO DECIDE ON.
       01  WS-CANDIDATE-FLAG           PIC X.
           88  WS-CANDIDATE                  VALUE "Y".
       01  WS-REC-DATE                 PIC 9(8).
       01  WS-REC-KEY                  PIC X(10).
       01  WS-REC-HOLD-KEY.
           03  WS-REC-HOLD-SYS         PIC X.
           03  WS-REC-HOLD-ID          PIC X(7).
       01  WS-REC-MATTER               PIC X(30).
       01  WS-DISP-FLAG                PIC X.
           88  WS-DISP-KEEP                  VALUE "K".
           88  WS-DISP-HELD                  VALUE "H".
           88  WS-DISP-PURGE                 VALUE "E".
       01  WS-ARCH-IMAGE               PIC X(700).

       01  WS-FILE-KEPT                PIC 9(7).
       01  WS-FILE-PURGED              PIC 9(7).
       01  WS-LAST-PAY-DATE            PIC 9(8).
       01  WS-HIST-YR                  PIC 9(4).
       01  WS-HIST-LOW-YR              PIC 9(4).
       01  WS-CUTOFF-YR                PIC 9(4).

       01  WS-SEQ-FILENAME             PIC X(40).
       01  WS-ARCH-FILENAME            PIC X(40).
       01  WS-DELETE-STATUS            PIC 9(2) COMP.

      *    THE SEQUENTIAL FILES' OWN LAYOUTS, FOR THE FIELDS THE
      *    PURGE NEEDS - EACH RECORD IS READ AS A WHOLE LINE AND
      *    WRITTEN BACK (OR ARCHIVED) UNCHANGED.
           COPY DSB-STU-ARCHIVE.

           COPY DSB-REALIZE.

           COPY DSB-STREAM-CTL.

       01  WS-CHG-HIST-REC.
           03  CH-ID                   PIC X(5).
           03  CH-TRANS-DATE           PIC 9(8).
           03  FILLER                  PIC X(654).

       01  WS-TRANS-HIST-REC.
           03  HIS-ACC-NUM             PIC X(5).
           03  HIS-DATE                PIC 9(8).
           03  FILLER                  PIC X(22).

       01  WS-EMP-REC.
           03  EMP-ID                  PIC X(5).
           03  EMP-FNAME               PIC X(10).
           03  EMP-LNAME               PIC X(10).
           03  FILLER                  PIC X(55).
           03  EMP-STATUS              PIC X.
               88  EMP-TERMINATED              VALUE "T".
           03  FILLER                  PIC X(174).

       01  WS-CONFIRM                  PIC X.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-LIST-TITLE.
           03  FILLER                  PIC X(42) VALUE
               "RECORDS ELIGIBLE FOR THE RETENTION PURGE".
       01  WS-LIST-COL-HDR.
           03  FILLER                  PIC X(10) VALUE "TYPE".
           03  FILLER                  PIC X(12) VALUE "KEY".
           03  FILLER                  PIC X(10) VALUE "DATE".
           03  FILLER                  PIC X(10) VALUE "STATUS".
           03  FILLER                  PIC X(30) VALUE "HOLD MATTER".
       01  WS-LIST-LINE.
           03  LL-TYPE                 PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LL-KEY                  PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LL-DATE                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LL-STATUS               PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LL-MATTER               PIC X(30).

      *    ONE LINE PER RECORD TYPE, ON THE LISTING AND THE CERTIFICATE.
       01  WS-SUMM-COL-HDR-1.
           03  FILLER                  PIC X(31) VALUE "RECORD TYPE".
           03  FILLER                  PIC X(27) VALUE "FILE".
           03  FILLER                  PIC X(4)  VALUE "YRS".
           03  FILLER                  PIC X(10) VALUE "CUTOFF".
           03  FILLER                  PIC X(9)  VALUE "  SCANNED".
           03  FILLER                  PIC X(9)  VALUE "  ON HOLD".
           03  SH-COUNT-1              PIC X(10).
           03  SH-COUNT-2              PIC X(10).
       01  WS-SUMM-LINE.
           03  SL-DESC                 PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  SL-FILE                 PIC X(26).
           03  FILLER                  PIC X VALUE SPACE.
           03  SL-YEARS                PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-CUTOFF               PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-SCANNED              PIC Z,ZZZ,ZZ9.
           03  SL-HELD                 PIC Z,ZZZ,ZZ9.
           03  SL-COUNT-1              PIC ZZ,ZZZ,ZZ9.
           03  SL-COUNT-2              PIC ZZ,ZZZ,ZZ9.
           03  SL-COUNT-2-X REDEFINES SL-COUNT-2
                                       PIC X(10).
       01  WS-SUMM-OFF-LINE.
           03  SO-DESC                 PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  SO-FILE                 PIC X(26).
           03  FILLER                  PIC X VALUE SPACE.
           03  SO-NOTE                 PIC X(40).
       01  WS-BASIS-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
               "RETAINED FROM THE ".
           03  BL-BASIS                PIC X(25).
       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(30) VALUE "TOTAL".
           03  FILLER                  PIC X(51) VALUE SPACES.
           03  TL-HELD                 PIC Z,ZZZ,ZZ9.
           03  TL-COUNT                PIC ZZ,ZZZ,ZZ9.

       01  WS-CERT-TITLE.
           03  FILLER                  PIC X(36) VALUE
               "CERTIFICATE OF RECORDS DESTRUCTION".
       01  WS-CERT-TEXT-1.
           03  FILLER                  PIC X(39) VALUE
               "UNDER THE RECORD RETENTION SCHEDULE IN".
           03  FILLER                  PIC X(50) VALUE
               "FORCE ON THE RUN DATE, THE RECORDS COUNTED".
       01  WS-CERT-TEXT-2.
           03  FILLER                  PIC X(53) VALUE
               "BELOW WERE COPIED TO THE ARCHIVE NAMED HERE AND THEN".
           03  FILLER                  PIC X(30) VALUE
               "REMOVED FROM THE LIVE FILES.".
       01  WS-CERT-TEXT-3.
           03  FILLER                  PIC X(60) VALUE
               "RECORDS UNDER LEGAL HOLD WERE NOT TOUCHED.".
       01  WS-CERT-ARCH-LINE.
           03  FILLER                  PIC X(14) VALUE "ARCHIVE FILE: ".
           03  CA-FILE                 PIC X(30).
           03  FILLER                  PIC X(40) VALUE
               "- TO BE REMOVED TO OFFLINE STORAGE".
       01  WS-CERT-SIGN-1.
           03  FILLER                  PIC X(16) VALUE "PURGE RUN BY:".
           03  CS-OPERATOR             PIC X(10).
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "RUN DATE:".
           03  CS-RUN-DATE             PIC 9(8).
       01  WS-CERT-SIGN-2.
           03  FILLER                  PIC X(16) VALUE "SIGNED:".
           03  FILLER                  PIC X(30) VALUE ALL "_".
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(6) VALUE "DATE:".
           03  FILLER                  PIC X(12) VALUE ALL "_".
       01  WS-CERT-SIGN-3.
           03  FILLER                  PIC X(16) VALUE
               "RECORDS MANAGER:".
           03  FILLER                  PIC X(30) VALUE ALL "_".
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(6) VALUE "DATE:".
           03  FILLER                  PIC X(12) VALUE ALL "_".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-RETAIN-PURGE".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT SCHED-IN.
           IF WS-SCHED-STATUS = "35"
               DISPLAY "DSB-RETAIN-SCHED.TXT NOT FOUND - NO RETENTION "
                   "SCHEDULE, NOTHING PURGED"
               MOVE "NO SCHED" TO WS-END-STATUS
           ELSE
               PERFORM 150-LOAD-SCHEDULE
               CLOSE SCHED-IN
               PERFORM 160-OPEN-MASTERS
               PERFORM 200-LIST-ELIGIBLE
               PERFORM 170-CLOSE-MASTERS
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TOT-DESTROYED
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE CUTOFF IS THE RUN DATE SO MANY YEARS BACK - A RECORD
      *    DATED BEFORE IT HAS BEEN KEPT AS LONG AS THE SCHEDULE SAYS.

       150-LOAD-SCHEDULE.
           INITIALIZE WS-TC-TABLE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
               MOVE WS-RT-CODE(WS-RT-IDX) TO RS-RECORD-TYPE
               READ SCHED-IN
                   INVALID KEY
                       MOVE "NOT ON THE SCHEDULE - NOTHING PURGED"
                           TO WS-TC-NOTE(WS-RT-IDX)
                   NOT INVALID KEY
                       IF RS-PURGE-ON AND RS-YEARS > ZERO
                           MOVE "Y" TO WS-TC-ON(WS-RT-IDX)
                           MOVE RS-YEARS TO WS-TC-YEARS(WS-RT-IDX)
                           COMPUTE WS-TC-CUTOFF(WS-RT-IDX) =
                               WS-RUN-DATE - (RS-YEARS * 10000)
                       ELSE
                           MOVE "PURGE SWITCHED OFF - NOTHING PURGED"
                               TO WS-TC-NOTE(WS-RT-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    A MISSING HOLD FILE MEANS NO ONE IS UNDER HOLD. THE LOAN AND
      *    TRANSACTION HISTORY HOLDS GO THROUGH THE BANK MASTER TO THE
      *    CUSTOMER, SO WITHOUT IT THOSE TYPES ARE LEFT ALONE RATHER
      *    THAN PURGED BLIND.

       160-OPEN-MASTERS.
           OPEN INPUT HOLD-IN.
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLD-OPEN-FLAG
           ELSE
               DISPLAY "DSB-LEGAL-HOLD.TXT NOT FOUND - NO LEGAL HOLDS"
           END-IF.
           OPEN I-O BANK-IO.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           ELSE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
                   IF WS-TC-SCHEDULED(WS-RT-IDX) AND
                       (WS-RT-CODE(WS-RT-IDX) = "LOANPAID" OR
                        "TRANHIST" OR "BANKACCT")
                       MOVE "N" TO WS-TC-ON(WS-RT-IDX)
                       MOVE "BANK MASTER NOT AVAILABLE - SKIPPED"
                           TO WS-TC-NOTE(WS-RT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           OPEN I-O LOAN-IO.
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN-FLAG
           END-IF.
           OPEN INPUT PAY-HIST-IN.
           IF WS-PH-STATUS = "00"
               MOVE "Y" TO WS-PH-OPEN-FLAG
           END-IF.

       170-CLOSE-MASTERS.
           IF WS-HOLD-OPEN
               CLOSE HOLD-IN
           END-IF.
           IF WS-BANK-OPEN
               CLOSE BANK-IO
           END-IF.
           IF WS-LOAN-OPEN
               CLOSE LOAN-IO
           END-IF.
           IF WS-PH-OPEN
               CLOSE PAY-HIST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    FIRST PASS ONLY LISTS. NOTHING IS ARCHIVED OR REMOVED UNTIL
      *    THE OPERATOR HAS SEEN THE COUNTS AND ANSWERED Y.

       200-LIST-ELIGIBLE.
           MOVE "L" TO WS-PASS-FLAG.
           OPEN OUTPUT LIST-OUT.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE LIST-REC FROM WS-RPT-HEADER-1.
           WRITE LIST-REC FROM WS-RPT-HEADER-2.
           WRITE LIST-REC FROM BLANK-LINE.
           WRITE LIST-REC FROM WS-LIST-TITLE.
           WRITE LIST-REC FROM BLANK-LINE.
           WRITE LIST-REC FROM WS-LIST-COL-HDR.
           PERFORM 300-RUN-ALL-TYPES.
           WRITE LIST-REC FROM BLANK-LINE.
           MOVE "  ELIGIBLE" TO SH-COUNT-1.
           MOVE SPACES TO SH-COUNT-2.
           WRITE LIST-REC FROM WS-SUMM-COL-HDR-1.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
               IF WS-TC-SCHEDULED(WS-RT-IDX)
                   PERFORM 250-BUILD-SUMM-LINE
                   MOVE WS-TC-ELIGIBLE(WS-RT-IDX) TO SL-COUNT-1
                   MOVE SPACES TO SL-COUNT-2-X
                   WRITE LIST-REC FROM WS-SUMM-LINE
                   ADD WS-TC-ELIGIBLE(WS-RT-IDX) TO WS-TOT-ELIGIBLE
                   ADD WS-TC-HELD(WS-RT-IDX) TO WS-TOT-HELD
               ELSE
                   PERFORM 255-BUILD-OFF-LINE
                   WRITE LIST-REC FROM WS-SUMM-OFF-LINE
               END-IF
               MOVE WS-RT-BASIS(WS-RT-IDX) TO BL-BASIS
               WRITE LIST-REC FROM WS-BASIS-LINE
               DISPLAY WS-RT-CODE(WS-RT-IDX) " ELIGIBLE "
                   WS-TC-ELIGIBLE(WS-RT-IDX) "  ON HOLD "
                   WS-TC-HELD(WS-RT-IDX)
           END-PERFORM.
           MOVE WS-TOT-HELD TO TL-HELD.
           MOVE WS-TOT-ELIGIBLE TO TL-COUNT.
           WRITE LIST-REC FROM BLANK-LINE.
           WRITE LIST-REC FROM WS-TOTAL-LINE.
           WRITE LIST-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE LIST-OUT.
           DISPLAY "LISTING WRITTEN TO DSB-PURGE-LIST.TXT".
           IF WS-TOT-ELIGIBLE = ZERO
               DISPLAY "NOTHING ELIGIBLE FOR PURGE"
               MOVE "NO PURGE" TO WS-END-STATUS
           ELSE
               DISPLAY "ARCHIVE AND PURGE THE " WS-TOT-ELIGIBLE
                   " ELIGIBLE RECORDS? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   PERFORM 220-PURGE-ELIGIBLE
               ELSE
                   DISPLAY "NOTHING PURGED"
                   MOVE "NO PURGE" TO WS-END-STATUS
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    THE ARCHIVE IS DATED BY THE RUN, SO A SECOND RUN THE SAME DAY
      *    ADDS TO IT RATHER THAN LOSING THE FIRST.

       220-PURGE-ELIGIBLE.
           MOVE "P" TO WS-PASS-FLAG.
           MOVE SPACES TO WS-ARCH-FILENAME.
           STRING "DSB-PURGE-ARCH-"   DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
                  INTO WS-ARCH-FILENAME.
           OPEN EXTEND ARCH-OUT.
           IF WS-ARCH-STATUS = "35"
               OPEN OUTPUT ARCH-OUT
               CLOSE ARCH-OUT
               OPEN EXTEND ARCH-OUT
           END-IF.
           PERFORM 300-RUN-ALL-TYPES.
           CLOSE ARCH-OUT.
           PERFORM 700-PRINT-CERTIFICATE.
           DISPLAY "RECORDS DESTROYED = " WS-TOT-DESTROYED.
           DISPLAY "ARCHIVED TO " FUNCTION TRIM(WS-ARCH-FILENAME)
               " - MOVE IT TO OFFLINE STORAGE".
           DISPLAY "CERTIFICATE WRITTEN TO DSB-PURGE-CERT.TXT".

      *-----------------------------------------------------------------*

       250-BUILD-SUMM-LINE.
           MOVE WS-RT-DESC(WS-RT-IDX) TO SL-DESC.
           MOVE WS-RT-FILE(WS-RT-IDX) TO SL-FILE.
           MOVE WS-TC-YEARS(WS-RT-IDX) TO SL-YEARS.
           MOVE WS-TC-CUTOFF(WS-RT-IDX) TO SL-CUTOFF.
           MOVE WS-TC-SCANNED(WS-RT-IDX) TO SL-SCANNED.
           MOVE WS-TC-HELD(WS-RT-IDX) TO SL-HELD.

       255-BUILD-OFF-LINE.
           MOVE WS-RT-DESC(WS-RT-IDX) TO SO-DESC.
           MOVE WS-RT-FILE(WS-RT-IDX) TO SO-FILE.
           MOVE WS-TC-NOTE(WS-RT-IDX) TO SO-NOTE.

      *-----------------------------------------------------------------*
      *    BOTH PASSES WALK THE TYPES IN THE SAME ORDER; A TYPE NOT ON
      *    THE SCHEDULE IS NEVER OPENED.

       300-RUN-ALL-TYPES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
               IF WS-TC-SCHEDULED(WS-RT-IDX)
                   MOVE ZERO TO WS-TC-SCANNED(WS-RT-IDX)
                   MOVE ZERO TO WS-TC-HELD(WS-RT-IDX)
                   EVALUATE WS-RT-CODE(WS-RT-IDX)
                       WHEN "LOANPAID"
                           PERFORM 500-PURGE-LOANS
                       WHEN "BANKACCT"
                           PERFORM 550-PURGE-ACCOUNTS
                       WHEN "TRANHIST"
                           PERFORM 600-PURGE-TRANS-HIST
                       WHEN OTHER
                           MOVE WS-RT-FILE(WS-RT-IDX)
                               TO WS-SEQ-FILENAME
                           PERFORM 450-PURGE-SEQ-FILE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    EVERY RECORD SCANNED COMES THROUGH HERE ONCE THE TYPE'S OWN
      *    PARAGRAPH HAS SET THE CANDIDATE FLAG, THE RETENTION DATE,
      *    THE HOLD KEY AND THE ARCHIVE IMAGE. A RECORD WITH NO USABLE
      *    DATE IS KEPT. AN ELIGIBLE RECORD IS ONLY ARCHIVED HERE - THE
      *    CALLER REMOVES IT FROM ITS OWN FILE.

       400-JUDGE-RECORD.
           MOVE "K" TO WS-DISP-FLAG.
           ADD 1 TO WS-TC-SCANNED(WS-RT-IDX).
           IF WS-CANDIDATE AND WS-REC-DATE IS NUMERIC
               AND WS-REC-DATE > ZERO
               AND WS-REC-DATE < WS-TC-CUTOFF(WS-RT-IDX)
               MOVE "E" TO WS-DISP-FLAG
               MOVE SPACES TO WS-REC-MATTER
               IF WS-HOLD-OPEN AND WS-REC-HOLD-SYS NOT = SPACE
                   AND WS-REC-HOLD-ID NOT = SPACES
                   MOVE WS-REC-HOLD-KEY TO LH-KEY
                   READ HOLD-IN
                       NOT INVALID KEY
                           MOVE "H" TO WS-DISP-FLAG
                           MOVE LH-MATTER TO WS-REC-MATTER
                   END-READ
               END-IF
           END-IF.
           IF WS-DISP-HELD
               ADD 1 TO WS-TC-HELD(WS-RT-IDX)
               IF WS-LIST-PASS
                   MOVE "ON HOLD" TO LL-STATUS
                   PERFORM 410-WRITE-LIST-LINE
               END-IF
           END-IF.
           IF WS-DISP-PURGE
               IF WS-LIST-PASS
                   ADD 1 TO WS-TC-ELIGIBLE(WS-RT-IDX)
                   MOVE "ELIGIBLE" TO LL-STATUS
                   PERFORM 410-WRITE-LIST-LINE
               ELSE
                   MOVE WS-RT-CODE(WS-RT-IDX) TO PA-RECORD-TYPE
                   MOVE WS-RUN-DATE TO PA-PURGE-DATE
                   MOVE WS-ARCH-IMAGE TO PA-IMAGE
                   WRITE ARCH-REC
                   ADD 1 TO WS-TC-ARCHIVED(WS-RT-IDX)
               END-IF
           END-IF.

       410-WRITE-LIST-LINE.
           MOVE WS-RT-CODE(WS-RT-IDX) TO LL-TYPE.
           MOVE WS-REC-KEY TO LL-KEY.
           MOVE WS-REC-DATE TO LL-DATE.
           MOVE WS-REC-MATTER TO LL-MATTER.
           WRITE LIST-REC FROM WS-LIST-LINE.

      *-----------------------------------------------------------------*
      *    THE COUNTED-BY-FILE FIGURE ON THE CERTIFICATE IS WHAT LEFT
      *    THE LIVE FILE.

       420-COUNT-DESTROYED.
           ADD 1 TO WS-TC-DESTROYED(WS-RT-IDX).
           ADD 1 TO WS-TOT-DESTROYED.

      *-----------------------------------------------------------------*
      *    THE LINE SEQUENTIAL FILES - EVERY LINE GOES THROUGH THE TEMP
      *    FILE ON THE PURGE PASS AND ONLY AN ELIGIBLE LINE IS LEFT
      *    OFF; THE FILE IS COPIED BACK ONLY IF SOMETHING WAS.

       450-PURGE-SEQ-FILE.
           MOVE ZERO TO WS-FILE-KEPT.
           MOVE ZERO TO WS-FILE-PURGED.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SEQ-IO.
           IF WS-SEQ-STATUS = "35"
               IF WS-RT-CODE(WS-RT-IDX) NOT = "TRANHIST"
                   DISPLAY FUNCTION TRIM(WS-SEQ-FILENAME)
                       " NOT FOUND - NOTHING TO PURGE"
               END-IF
           ELSE
               IF WS-PURGE-PASS
                   OPEN OUTPUT SEQ-TEMP
               END-IF
               READ SEQ-IO AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SEQ-REC TO WS-ARCH-IMAGE
                   PERFORM 460-SET-SEQ-RECORD
                   PERFORM 400-JUDGE-RECORD
                   IF WS-PURGE-PASS
                       IF WS-DISP-PURGE
                           ADD 1 TO WS-FILE-PURGED
                           PERFORM 420-COUNT-DESTROYED
                       ELSE
                           ADD 1 TO WS-FILE-KEPT
                           WRITE SEQ-TEMP-REC FROM SEQ-REC
                       END-IF
                   END-IF
                   READ SEQ-IO AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE SEQ-IO
               IF WS-PURGE-PASS
                   CLOSE SEQ-TEMP
                   IF WS-FILE-PURGED > ZERO
                       PERFORM 480-REPLACE-SEQ-FILE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       460-SET-SEQ-RECORD.
           MOVE "Y" TO WS-CANDIDATE-FLAG.
           MOVE SPACES TO WS-REC-HOLD-KEY.
           EVALUATE WS-RT-CODE(WS-RT-IDX)
               WHEN "STUARCH"
                   MOVE SEQ-REC TO STU-ARCHIVE-REC
                   MOVE ARC-STU-ID TO WS-REC-KEY
                   MOVE ARC-WDRW-DATE TO WS-REC-DATE
                   MOVE "S" TO WS-REC-HOLD-SYS
                   MOVE ARC-STU-ID TO WS-REC-HOLD-ID
               WHEN "STUCHG"
                   MOVE SEQ-REC TO WS-CHG-HIST-REC
                   MOVE CH-ID TO WS-REC-KEY
                   MOVE CH-TRANS-DATE TO WS-REC-DATE
                   MOVE "S" TO WS-REC-HOLD-SYS
                   MOVE CH-ID TO WS-REC-HOLD-ID
               WHEN "TRANHIST"
                   MOVE SEQ-REC TO WS-TRANS-HIST-REC
                   MOVE HIS-ACC-NUM TO WS-REC-KEY
                   MOVE HIS-DATE TO WS-REC-DATE
                   MOVE HIS-ACC-NUM TO ACC-NUM
                   PERFORM 470-ACCOUNT-CUSTOMER
               WHEN "EMPTERM"
                   MOVE SEQ-REC TO WS-EMP-REC
                   MOVE EMP-ID TO WS-REC-KEY
                   MOVE "E" TO WS-REC-HOLD-SYS
                   MOVE EMP-ID TO WS-REC-HOLD-ID
                   MOVE ZERO TO WS-REC-DATE
                   IF EMP-TERMINATED
                       PERFORM 475-LAST-PAY-DATE
                       MOVE WS-LAST-PAY-DATE TO WS-REC-DATE
                   ELSE
                       MOVE "N" TO WS-CANDIDATE-FLAG
                   END-IF
               WHEN "WIPDROP"
                   MOVE SEQ-REC TO REALIZE-REC
                   MOVE RLZ-CLIENT-ID TO WS-REC-KEY
                   MOVE RLZ-DATE TO WS-REC-DATE
                   MOVE "L" TO WS-REC-HOLD-SYS
                   MOVE RLZ-CLIENT-ID TO WS-REC-HOLD-ID
                   IF NOT RLZ-FROM-TIME OR RLZ-BILLED NOT = ZERO
                       MOVE "N" TO WS-CANDIDATE-FLAG
                   END-IF
               WHEN "STREAMCT"
                   MOVE SEQ-REC TO STREAM-CTL-REC
                   MOVE SC-PROGRAM TO WS-REC-KEY
                   MOVE SC-PROC-DATE TO WS-REC-DATE
           END-EVALUATE.

      *-----------------------------------------------------------------*
      *    AN ACCOUNT NO LONGER ON THE MASTER HAS NO CUSTOMER TO HOLD
      *    IT FOR.

       470-ACCOUNT-CUSTOMER.
           READ BANK-IO
               INVALID KEY
                   MOVE SPACES TO WS-REC-HOLD-KEY
               NOT INVALID KEY
                   MOVE "B" TO WS-REC-HOLD-SYS
                   MOVE CUST-NUM TO WS-REC-HOLD-ID
           END-READ.

      *-----------------------------------------------------------------*
      *    THE EARNINGS HISTORY IS KEYED EMPLOYEE + PAY DATE, SO THE
      *    LAST OF THE EMPLOYEE'S ROWS IS THE LAST TIME THEY WERE PAID.

       475-LAST-PAY-DATE.
           MOVE ZERO TO WS-LAST-PAY-DATE.
           IF WS-PH-OPEN
               MOVE EMP-ID TO PH-EMP-ID
               MOVE ZERO TO PH-PAY-DATE
               MOVE SPACE TO PH-PAY-TYPE
               START PAY-HIST-IN KEY NOT < PH-KEY
                   INVALID KEY MOVE "10" TO WS-PH-STATUS
                   NOT INVALID KEY MOVE "00" TO WS-PH-STATUS
               END-START
               PERFORM UNTIL WS-PH-STATUS NOT = "00"
                   READ PAY-HIST-IN NEXT RECORD
                       AT END MOVE "10" TO WS-PH-STATUS
                   END-READ
                   IF WS-PH-STATUS = "00"
                       IF PH-EMP-ID = EMP-ID
                           MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE
                       ELSE
                           MOVE "10" TO WS-PH-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*
      *    A TRANSACTION HISTORY YEAR WITH NOTHING LEFT IN IT IS
      *    DELETED OUTRIGHT RATHER THAN LEFT EMPTY.

       480-REPLACE-SEQ-FILE.
           IF WS-RT-CODE(WS-RT-IDX) = "TRANHIST" AND
               WS-FILE-KEPT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-SEQ-FILENAME
                   RETURNING WS-DELETE-STATUS
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT SEQ-TEMP
               OPEN OUTPUT SEQ-IO
               READ SEQ-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   WRITE SEQ-REC FROM SEQ-TEMP-REC
                   READ SEQ-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE SEQ-TEMP
               CLOSE SEQ-IO
           END-IF.

      *-----------------------------------------------------------------*
      *    PAID OFF IS DISBURSED AND DOWN TO ZERO PRINCIPAL. THE
      *    PAID-THROUGH MONTH COUNTS FROM ITS LAST DAY. THE DELETE
      *    REPOSITIONS THE FILE, SO THE NEXT LOAN IS FOUND BY STARTING
      *    PAST THE DELETED KEY.

       500-PURGE-LOANS.
           IF NOT WS-LOAN-OPEN
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NOTHING TO PURGE"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO LOAN-NUM-MST
               START LOAN-IO KEY NOT < LOAN-NUM-MST
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ LOAN-IO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   MOVE LOAN-REC TO WS-ARCH-IMAGE
                   MOVE LOAN-NUM-MST TO WS-REC-KEY
                   MOVE "N" TO WS-CANDIDATE-FLAG
                   MOVE ZERO TO WS-REC-DATE
                   MOVE SPACES TO WS-REC-HOLD-KEY
                   IF LOAN-DISBURSED AND LOAN-CUR-PRINC = ZERO
                       AND LOAN-PAID-THRU > ZERO
                       MOVE "Y" TO WS-CANDIDATE-FLAG
                       COMPUTE WS-REC-DATE = LOAN-PAID-THRU * 100 + 31
                       MOVE LOAN-ACC-NUM TO ACC-NUM
                       PERFORM 470-ACCOUNT-CUSTOMER
                   END-IF
                   PERFORM 400-JUDGE-RECORD
                   IF WS-PURGE-PASS AND WS-DISP-PURGE
                       DELETE LOAN-IO RECORD
                       PERFORM 420-COUNT-DESTROYED
                       START LOAN-IO KEY > LOAN-NUM-MST
                           INVALID KEY MOVE "Y" TO WS-EOF-FLAG
                       END-START
                   END-IF
                   IF NOT WS-EOF
                       READ LOAN-IO NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY A CLOSED ACCOUNT WITH NOTHING LEFT ON IT GOES - A CLOSED
      *    ACCOUNT STILL CARRYING A BALANCE BELONGS TO ESCHEAT, NOT THE
      *    PURGE.

       550-PURGE-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ACC-NUM.
           START BANK-IO KEY NOT < ACC-NUM
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ BANK-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF
               MOVE BANK-REC TO WS-ARCH-IMAGE
               MOVE ACC-NUM TO WS-REC-KEY
               MOVE "N" TO WS-CANDIDATE-FLAG
               IF ACC-CLOSED AND ACC-BLNC = ZERO
                   MOVE "Y" TO WS-CANDIDATE-FLAG
               END-IF
               MOVE LST-TRN-DATE TO WS-REC-DATE
               MOVE "B" TO WS-REC-HOLD-SYS
               MOVE CUST-NUM TO WS-REC-HOLD-ID
               PERFORM 400-JUDGE-RECORD
               IF WS-PURGE-PASS AND WS-DISP-PURGE
                   DELETE BANK-IO RECORD
                   PERFORM 420-COUNT-DESTROYED
                   START BANK-IO KEY > ACC-NUM
                       INVALID KEY MOVE "Y" TO WS-EOF-FLAG
                   END-START
               END-IF
               IF NOT WS-EOF
                   READ BANK-IO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    ONE HISTORY FILE PER YEAR. NOTHING AFTER THE CUTOFF YEAR CAN
      *    BE OLD ENOUGH, SO THE YEARS ARE WALKED BACK FROM IT; A YEAR
      *    WITH NO FILE IS SIMPLY PASSED OVER.

       600-PURGE-TRANS-HIST.
           COMPUTE WS-CUTOFF-YR = WS-TC-CUTOFF(WS-RT-IDX) / 10000.
           MOVE WS-CUTOFF-YR TO WS-HIST-YR.
           COMPUTE WS-HIST-LOW-YR = WS-CUTOFF-YR - 30.
           PERFORM UNTIL WS-HIST-YR < WS-HIST-LOW-YR
               MOVE SPACES TO WS-SEQ-FILENAME
               STRING "MT-TRANS-HISTORY-"  DELIMITED BY SIZE
                      WS-HIST-YR           DELIMITED BY SIZE
                      ".TXT"               DELIMITED BY SIZE
                      INTO WS-SEQ-FILENAME
               PERFORM 450-PURGE-SEQ-FILE
               SUBTRACT 1 FROM WS-HIST-YR
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    THE CERTIFICATE - ONE LINE PER FILE WITH WHAT WAS SCANNED,
      *    HELD, ARCHIVED AND DESTROYED, THE ARCHIVE IT WENT TO, AND
      *    ROOM FOR THE SIGNATURES.

       700-PRINT-CERTIFICATE.
           OPEN OUTPUT CERT-OUT.
           WRITE CERT-REC FROM WS-RPT-HEADER-1.
           WRITE CERT-REC FROM WS-RPT-HEADER-2.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM WS-CERT-TITLE.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM WS-CERT-TEXT-1.
           WRITE CERT-REC FROM WS-CERT-TEXT-2.
           WRITE CERT-REC FROM WS-CERT-TEXT-3.
           WRITE CERT-REC FROM BLANK-LINE.
           MOVE WS-ARCH-FILENAME TO CA-FILE.
           WRITE CERT-REC FROM WS-CERT-ARCH-LINE.
           WRITE CERT-REC FROM BLANK-LINE.
           MOVE "  ARCHIVED" TO SH-COUNT-1.
           MOVE " DESTROYED" TO SH-COUNT-2.
           WRITE CERT-REC FROM WS-SUMM-COL-HDR-1.
           MOVE ZERO TO WS-TOT-HELD.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT
               IF WS-TC-SCHEDULED(WS-RT-IDX)
                   PERFORM 250-BUILD-SUMM-LINE
                   MOVE WS-TC-ARCHIVED(WS-RT-IDX) TO SL-COUNT-1
                   MOVE WS-TC-DESTROYED(WS-RT-IDX) TO SL-COUNT-2
                   WRITE CERT-REC FROM WS-SUMM-LINE
                   ADD WS-TC-HELD(WS-RT-IDX) TO WS-TOT-HELD
               ELSE
                   PERFORM 255-BUILD-OFF-LINE
                   WRITE CERT-REC FROM WS-SUMM-OFF-LINE
               END-IF
               MOVE WS-RT-BASIS(WS-RT-IDX) TO BL-BASIS
               WRITE CERT-REC FROM WS-BASIS-LINE
           END-PERFORM.
           MOVE WS-TOT-HELD TO TL-HELD.
           MOVE WS-TOT-DESTROYED TO TL-COUNT.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM WS-TOTAL-LINE.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM BLANK-LINE.
           MOVE WS-OPERATOR-ID TO CS-OPERATOR.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           WRITE CERT-REC FROM WS-CERT-SIGN-1.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM WS-CERT-SIGN-2.
           WRITE CERT-REC FROM BLANK-LINE.
           WRITE CERT-REC FROM WS-CERT-SIGN-3.
           WRITE CERT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE CERT-OUT.
