      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PARTY-BUILD
      *    PURPOSE: NIGHTLY BUILD OF THE CROSS-SYSTEM PARTY INDEX
      *        (DSB-PARTY-IDX.TXT, LAYOUT DSB-PARTY). THE SAME PERSON
      *        CAN BE A BANK CUSTOMER, A LAW CLIENT, A STUDENT, AN
      *        EMPLOYEE, A LOAN BORROWER, AND A DIRECTORY CONTACT, AND
      *        A SUBPOENA OR A DEATH NOTICE USED TO MEAN SIX SCREENS
      *        SEARCHED BY HAND. EVERY NAME ON MT-CUST-MST.TXT,
      *        CH0601.TXT, DSB-STU-TRANSACTIONS.TXT, EMP-MST-OLD.TXT,
      *        DSB-LOAN-MST.TXT AND SCREEN-TEST-3-CONTACTS.TXT IS
      *        FILED UNDER ITS NORMALIZED NAME AND SOUND-ALIKE CODE
      *        (DSB-PARTY-NAME) WITH THE RECORD'S KEY AND STATUS ON
      *        ITS OWN MASTER, AND THE ADDRESS AND PHONES WHERE THAT
      *        MASTER HAS THEM. DSB-PARTY-INQ SEARCHES THE RESULT.
      *    THE INDEX IS REBUILT WHOLE EACH NIGHT, SO A NAME CHANGED OR
      *        A RECORD DELETED ON ANY MASTER DROPS OFF BY MORNING. A
      *        MASTER NOT ON HAND IS NOTED ON THE CONSOLE AND PASSED
      *        OVER; A RECORD WITH NO NAME IS COUNTED AND SKIPPED.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PARTY-BUILD.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PARTY-IDX        ASSIGN "DSB-PARTY-IDX.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PTY-KEY
                               ALTERNATE RECORD KEY IS PTY-SOUNDEX
                                   WITH DUPLICATES
                               FILE STATUS IS WS-PTY-STATUS.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT CLIENT-MST-IN    ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-CLIENT-STATUS.

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT EMP-MST-IN       ASSIGN "EMP-MST-OLD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-EMP-STATUS.

       SELECT LOAN-MST-IN      ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-STATUS.

       SELECT CONTACT-IN       ASSIGN "SCREEN-TEST-3-CONTACTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CONTACT-ID
                               FILE STATUS IS WS-CONTACT-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PARTY-IDX.
           COPY DSB-PARTY.

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  CLIENT-MST-IN.
       01  CLIENT-REC.
           03  CLIENT-ID-IN            PIC X(5).
           03  INITIAL1-IN             PIC X.
           03  INITIAL2-IN             PIC X.
           03  CLIENT-LNAME-IN         PIC X(10).
           03  MONTH-IN                PIC X(2).
           03  YEAR-IN                 PIC X(4).
           03  TRANS-AMOUNT-IN         PIC 9(6).
           03  ATTY-CD-IN              PIC X(3).
           03  TRANS-HOURS-IN          PIC 9(3)V99.
           03  CONFLICT-STAT-IN        PIC X.
               88  CONFLICT-CLEARED            VALUE "C".
               88  CONFLICT-WAIVED             VALUE "W".
           03  CONFLICT-OPER-IN        PIC X(10).
           03  CONFLICT-DATE-IN        PIC 9(8).
           03  EBILL-FLAG-IN           PIC X.
           03  MATTER-REF-IN           PIC X(20).

      *    ONLY THE NAME, LOCAL ADDRESS, PHONES AND ACTION CODE
      *    MATTER HERE.
       FD  STU-MST-IN.
       01  STU-REC.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  STR-LOC-IN              PIC X(25).
           03  CTY-LOC-IN              PIC X(20).
           03  ST-LOC-IN               PIC X(2).
           03  ZIP-LOC-IN              PIC X(5).
           03  FILLER                  PIC X(52).
           03  CELL-PHONE-IN           PIC X(10).
           03  HOME-PHONE-IN           PIC X(10).
           03  FILLER                  PIC X(10).
           03  GENDER-IN               PIC X.
           03  RES-IN                  PIC X.
           03  ACT-IN                  PIC X(2).
               88  STU-WITHDRAWN               VALUE "WD".
           03  FILLER                  PIC X(148).
           03  FILLER                  PIC X(9).

       FD  EMP-MST-IN.
       01  EMP-REC.
           03  EMP-ID                  PIC X(5).
           03  EMP-FNAME               PIC X(10).
           03  EMP-LNAME               PIC X(10).
           03  FILLER                  PIC X(55).
           03  EMP-STATUS              PIC X.
               88  EMP-TERMINATED              VALUE "T".
           03  FILLER                  PIC X(174).

       FD  LOAN-MST-IN.
       01  LOAN-REC.
           03  LOAN-NUM-MST            PIC X(7).
           03  LOAN-BORROWER           PIC X(20).
           03  FILLER                  PIC X(76).
           03  LOAN-FUND-STATUS        PIC X.
               88  LOAN-IS-DISBURSED           VALUE "D".
           03  FILLER                  PIC X(11).
           03  LOAN-CUR-PRINC          PIC 9(7)V99.
           03  FILLER                  PIC X(65).
           03  LOAN-CHGOFF-DATE        PIC 9(8).
           03  FILLER                  PIC X(34).

       FD  CONTACT-IN.
       01  CONTACT-REC.
           03  CONTACT-ID              PIC X(5).
           03  CT-FNAME                PIC X(15).
           03  CT-LNAME                PIC X(15).
           03  CT-PHONE                PIC X(10).
           03  CT-EMAIL1               PIC X(40).
           03  CT-EMAIL2               PIC X(40).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PTY-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CLIENT-STATUS            PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-EMP-STATUS               PIC XX.
       01  WS-LOAN-STATUS              PIC XX.
       01  WS-CONTACT-STATUS           PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).

      *    ONE NAME GOING TO THE NORMALIZER.
       01  WS-PN-ORDER                 PIC X.
       01  WS-PN-NAME                  PIC X(40).

       01  WS-READ-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-INDEXED-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-BLANK-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-DUP-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-MISSING-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-SYS-CNTR                 PIC 9(7) VALUE ZERO.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "NAMES INDEXED".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "BLANK NAMES SKIPPED".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "DUPLICATE KEYS SKIPPED".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "MASTER RECORDS READ".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "INDEXED + SKIPPED".
       01  WS-CT-ACTUAL-VALUE          PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-BALANCE-FLAG          PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PARTY-BUILD".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN OUTPUT PARTY-IDX.
           PERFORM 200-INDEX-CUSTOMERS.
           PERFORM 300-INDEX-CLIENTS.
           PERFORM 400-INDEX-STUDENTS.
           PERFORM 500-INDEX-EMPLOYEES.
           PERFORM 600-INDEX-BORROWERS.
           PERFORM 700-INDEX-CONTACTS.
           CLOSE PARTY-IDX.
           MOVE WS-INDEXED-CNTR TO WS-CT-VALUE-1.
           MOVE WS-BLANK-CNTR TO WS-CT-VALUE-2.
           MOVE WS-DUP-CNTR TO WS-CT-VALUE-3.
           MOVE WS-READ-CNTR TO WS-CT-EXPECTED-VALUE.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-INDEXED-CNTR + WS-BLANK-CNTR + WS-DUP-CNTR.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WS-CT-LABEL-2 WS-CT-VALUE-2
               WS-CT-LABEL-3 WS-CT-VALUE-3
               WS-CT-EXPECTED-LABEL WS-CT-EXPECTED-VALUE
               WS-CT-ACTUAL-LABEL WS-CT-ACTUAL-VALUE
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           DISPLAY "PARTY INDEX ENTRIES  = " WS-INDEXED-CNTR.
           DISPLAY "MASTERS NOT ON HAND  = " WS-MISSING-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-INDEXED-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
      *    BANK CUSTOMERS - ONE NAME FIELD, KEYED GIVEN NAME FIRST,
      *    WITH THE MAILING ADDRESS.

       200-INDEX-CUSTOMERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "35"
               DISPLAY "MT-CUST-MST.TXT NOT FOUND - NO CUSTOMERS "
                   "INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ CUST-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "B" TO PTY-SYSTEM
                   MOVE CUST-NUM-MST TO PTY-SOURCE-ID
                   MOVE CUST-STREET-MST TO PTY-STREET
                   MOVE CUST-CITY-MST TO PTY-CITY
                   MOVE CUST-STATE-MST TO PTY-STATE
                   MOVE CUST-ZIP-MST TO PTY-ZIP
                   MOVE "CUSTOMER" TO PTY-STATUS
                   MOVE "F" TO WS-PN-ORDER
                   MOVE CUST-NAME-MST TO WS-PN-NAME
                   PERFORM 800-FILE-PARTY
                   READ CUST-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CUST-MST-IN
               DISPLAY "BANK CUSTOMERS READ  = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    LAW CLIENTS - SURNAME AND TWO INITIALS; THE STATUS IS THE
      *    CONFLICT CLEARANCE ON THE MASTER.

       300-INDEX-CLIENTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT CLIENT-MST-IN.
           IF WS-CLIENT-STATUS = "35"
               DISPLAY "CH0601.TXT NOT FOUND - NO LAW CLIENTS INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ CLIENT-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "L" TO PTY-SYSTEM
                   MOVE CLIENT-ID-IN TO PTY-SOURCE-ID
                   EVALUATE TRUE
                       WHEN CONFLICT-CLEARED
                           MOVE "CLEARED" TO PTY-STATUS
                       WHEN CONFLICT-WAIVED
                           MOVE "WAIVED" TO PTY-STATUS
                       WHEN OTHER
                           MOVE "CLIENT" TO PTY-STATUS
                   END-EVALUATE
                   MOVE "L" TO WS-PN-ORDER
                   MOVE SPACES TO WS-PN-NAME
                   STRING CLIENT-LNAME-IN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       INITIAL1-IN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INITIAL2-IN DELIMITED BY SIZE
                       INTO WS-PN-NAME
                   END-STRING
                   PERFORM 800-FILE-PARTY
                   READ CLIENT-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MST-IN
               DISPLAY "LAW CLIENTS READ     = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    STUDENTS - LOCAL ADDRESS, CELL AND HOME PHONES. A WITHDRAWN
      *    STUDENT'S STUB STAYS ON THE MASTER AND IS INDEXED AS SUCH.

       400-INDEX-STUDENTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT STU-MST-IN.
           IF WS-STU-STATUS = "35"
               DISPLAY "DSB-STU-TRANSACTIONS.TXT NOT FOUND - NO "
                   "STUDENTS INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ STU-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "S" TO PTY-SYSTEM
                   MOVE ID-IN TO PTY-SOURCE-ID
                   MOVE STR-LOC-IN TO PTY-STREET
                   MOVE CTY-LOC-IN TO PTY-CITY
                   MOVE ST-LOC-IN TO PTY-STATE
                   MOVE ZIP-LOC-IN TO PTY-ZIP
                   MOVE CELL-PHONE-IN TO PTY-PHONE
                   MOVE HOME-PHONE-IN TO PTY-PHONE-2
                   IF PTY-PHONE = SPACES
                       MOVE HOME-PHONE-IN TO PTY-PHONE
                       MOVE SPACES TO PTY-PHONE-2
                   END-IF
                   IF STU-WITHDRAWN
                       MOVE "WITHDRAWN" TO PTY-STATUS
                   ELSE
                       MOVE "ENROLLED" TO PTY-STATUS
                   END-IF
                   MOVE "L" TO WS-PN-ORDER
                   MOVE SPACES TO WS-PN-NAME
                   STRING LNAME-IN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       FNAME-IN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       MNAME-IN DELIMITED BY "  "
                       INTO WS-PN-NAME
                   END-STRING
                   PERFORM 800-FILE-PARTY
                   READ STU-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE STU-MST-IN
               DISPLAY "STUDENTS READ        = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    EMPLOYEES - NAME AND STATUS ONLY; THE PAYROLL MASTER HOLDS
      *    NO ADDRESS OR PHONE.

       500-INDEX-EMPLOYEES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT EMP-MST-IN.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMP-MST-OLD.TXT NOT FOUND - NO EMPLOYEES "
                   "INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ EMP-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "E" TO PTY-SYSTEM
                   MOVE EMP-ID TO PTY-SOURCE-ID
                   IF EMP-TERMINATED
                       MOVE "TERMINATED" TO PTY-STATUS
                   ELSE
                       MOVE "ACTIVE" TO PTY-STATUS
                   END-IF
                   MOVE "L" TO WS-PN-ORDER
                   MOVE SPACES TO WS-PN-NAME
                   STRING EMP-LNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMP-FNAME DELIMITED BY "  "
                       INTO WS-PN-NAME
                   END-STRING
                   PERFORM 800-FILE-PARTY
                   READ EMP-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE EMP-MST-IN
               DISPLAY "EMPLOYEES READ       = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    LOAN BORROWERS - ONE NAME FIELD, KEYED GIVEN NAME FIRST.
      *    THE STATUS FOLLOWS THE LOAN: CHARGED OFF, PAID OFF, FUNDED,
      *    OR NOT YET FUNDED.

       600-INDEX-BORROWERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT LOAN-MST-IN.
           IF WS-LOAN-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO BORROWERS "
                   "INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ LOAN-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "N" TO PTY-SYSTEM
                   MOVE LOAN-NUM-MST TO PTY-SOURCE-ID
                   EVALUATE TRUE
                       WHEN LOAN-CHGOFF-DATE NUMERIC
                           AND LOAN-CHGOFF-DATE > ZERO
                           MOVE "CHARGE-OFF" TO PTY-STATUS
                       WHEN LOAN-IS-DISBURSED
                           AND LOAN-CUR-PRINC = ZERO
                           MOVE "PAID OFF" TO PTY-STATUS
                       WHEN LOAN-IS-DISBURSED
                           MOVE "FUNDED" TO PTY-STATUS
                       WHEN OTHER
                           MOVE "NOT FUNDED" TO PTY-STATUS
                   END-EVALUATE
                   MOVE "F" TO WS-PN-ORDER
                   MOVE LOAN-BORROWER TO WS-PN-NAME
                   PERFORM 800-FILE-PARTY
                   READ LOAN-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE LOAN-MST-IN
               DISPLAY "LOAN BORROWERS READ  = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    DIRECTORY CONTACTS - NAME AND PHONE.

       700-INDEX-CONTACTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-SYS-CNTR.
           OPEN INPUT CONTACT-IN.
           IF WS-CONTACT-STATUS = "35"
               DISPLAY "SCREEN-TEST-3-CONTACTS.TXT NOT FOUND - NO "
                   "CONTACTS INDEXED"
               ADD 1 TO WS-MISSING-CNTR
           ELSE
               READ CONTACT-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO PARTY-REC
                   MOVE "C" TO PTY-SYSTEM
                   MOVE CONTACT-ID TO PTY-SOURCE-ID
                   MOVE CT-PHONE TO PTY-PHONE
                   MOVE "CONTACT" TO PTY-STATUS
                   MOVE "L" TO WS-PN-ORDER
                   MOVE SPACES TO WS-PN-NAME
                   STRING CT-LNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CT-FNAME DELIMITED BY "  "
                       INTO WS-PN-NAME
                   END-STRING
                   PERFORM 800-FILE-PARTY
                   READ CONTACT-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CONTACT-IN
               DISPLAY "CONTACTS READ        = " WS-SYS-CNTR
           END-IF.

      *-----------------------------------------------------------------*
      *    THE CALLER HAS FILLED IN EVERYTHING BUT THE NAME KEY AND
      *    SOUND-ALIKE CODE.

       800-FILE-PARTY.
           ADD 1 TO WS-READ-CNTR.
           ADD 1 TO WS-SYS-CNTR.
           CALL "DSB-PARTY-NAME" USING WS-PN-ORDER WS-PN-NAME
               PTY-NAME-KEY PTY-SOUNDEX.
           IF PTY-NAME-KEY = SPACES
               ADD 1 TO WS-BLANK-CNTR
           ELSE
               MOVE WS-PN-NAME TO PTY-NAME
               MOVE WS-RUN-DATE TO PTY-BUILD-DATE
               WRITE PARTY-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-CNTR
                   NOT INVALID KEY
                       ADD 1 TO WS-INDEXED-CNTR
               END-WRITE
           END-IF.
