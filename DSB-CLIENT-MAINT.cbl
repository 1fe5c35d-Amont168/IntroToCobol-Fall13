      *        BILLING REPORT APPLIES (LAST NAME PRESENT, BILLED AMOUNT
      *        NUMERIC), SO A RECORD KEYED HERE CAN NEVER BOUNCE TO THE
      *        EXCEPTION LISTING.
      *    A NEW CLIENT DOES NOT GO STRAIGHT TO THE MASTER. THE
      *        OPPOSING PARTIES, OPPOSING COUNSEL AND RELATED COMPANIES
      *        ARE KEYED WITH IT (DSB-CLIENT-PARTY.TXT), THE CONFLICT
      *        SEARCH (DSB-CONFLICT-SRCH) RUNS AT ONCE, AND THE CLIENT
      *        IS HELD ON DSB-CLIENT-INTAKE.TXT. (R)ESOLVE IS FOR
      *        PARTNERS ONLY - OPERATORS AUTHORIZED FOR
      *        "DSB-CONFLICT-CLR" ON THE OPERATOR MASTER. IT RE-RUNS
      *        THE SEARCH AND TAKES THE DECISION: CLEARED OR WAIVED
      *        WRITES THE CLIENT TO CH0601.TXT STAMPED WITH THE
      *        DECISION, THE PARTNER'S OPERATOR ID AND THE DATE;
      *        DECLINED DROPS THE INTAKE. (S)EARCH RUNS THE CONFLICT
      *        SEARCH ON DEMAND FOR ANY NAME.
      *    A CLIENT BILLED ELECTRONICALLY CARRIES THE E-BILLING FLAG
      *        AND THE CLIENT'S OWN MATTER REFERENCE, WHICH
      *        DSB-LEDES-EXPORT SENDS ON EVERY LINE OF THE LEDES FILE.
      *    THE CLIENT'S MAILING ADDRESS IS KEYED ON THE SAME SCREEN AND
      *        KEPT ON DSB-CLIENT-ADDR.TXT FOR DSB-MAIL-RUN. AN ADDRESS
      *        FLAGGED BAD IN DSB-RETURN-MAIL SHOWS ON THE CHANGE
      *        SCREEN, AND KEYING A NEW ADDRESS CLEARS THE FLAG.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

       SELECT INTAKE-IO        ASSIGN "DSB-CLIENT-INTAKE.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INT-CLIENT-ID
                               FILE STATUS IS WS-INTAKE-STATUS.

       SELECT PARTY-FILE       ASSIGN "DSB-CLIENT-PARTY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARTY-STATUS.

       SELECT ADDR-IO          ASSIGN "DSB-CLIENT-ADDR.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CAD-CLIENT-ID
                               FILE STATUS IS WS-ADDR-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  TRANS-AMOUNT-OUT        PIC 9(6).
           03  ATTY-CD-OUT             PIC X(3).
           03  TRANS-HOURS-OUT         PIC 9(3)V99.
           03  CONFLICT-STAT-OUT       PIC X.
               88  CONFLICT-CLEARED            VALUE "C".
               88  CONFLICT-WAIVED             VALUE "W".
           03  CONFLICT-OPER-OUT       PIC X(10).
           03  CONFLICT-DATE-OUT       PIC 9(8).
           03  EBILL-FLAG-OUT          PIC X.
               88  EBILL-YES                   VALUE "Y".
               88  EBILL-NO                    VALUE "N".
           03  MATTER-REF-OUT          PIC X(20).

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

       FD  INTAKE-IO.
           COPY DSB-CLIENT-INTAKE.

       FD  PARTY-FILE.
           COPY DSB-CLIENT-PARTY.

       FD  ADDR-IO.
           COPY DSB-CLIENT-ADDR.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-ATTY-FILE-FLAG           PIC X VALUE "N".
           88  WS-ATTY-FILE-ON-HAND          VALUE "Y".

       01  WS-INTAKE-STATUS            PIC XX.
       01  WS-PARTY-STATUS             PIC XX.
       01  WS-ADDR-STATUS              PIC XX.

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *    CONFLICT CHECK - PARTNER AUTHORITY IS A SEPARATE ENTRY ON
      *    THE OPERATOR'S AUTHORIZED-PROGRAM LIST.
       01  WS-CONFLICT-PGM             PIC X(20)
                                       VALUE "DSB-CONFLICT-CLR".
       01  WS-PARTNER-FLAG             PIC X VALUE "N".
           88  WS-PARTNER                    VALUE "Y".

       01  WS-PTY-TYPE                 PIC X.
       01  WS-PTY-NAME                 PIC X(30).
       01  WS-PTY-DONE-FLAG            PIC X VALUE "N".
           88  WS-PTY-DONE                   VALUE "Y".
       01  WS-PTY-CNT                  PIC 99 VALUE ZERO.
       01  WS-PTY-IX                   PIC 99.
       01  WS-PTY-TABLE.
           03  WS-PTY-ENTRY OCCURS 19 TIMES.
               05  WS-PTY-TBL-TYPE     PIC X.
               05  WS-PTY-TBL-NAME     PIC X(30).

       01  WS-SRCH-CLIENT              PIC X(5).
       01  WS-SRCH-CNT                 PIC 99 VALUE ZERO.
       01  WS-SRCH-TABLE.
           03  WS-SRCH-NAME            PIC X(30) OCCURS 20 TIMES.
       01  WS-SRCH-ONE-NAME            PIC X(30).
       01  WS-HIT-CNT                  PIC 9(3) VALUE ZERO.

       01  WS-DECISION                 PIC X.
       01  WS-PTY-EOF-FLAG             PIC X VALUE "N".
           88  WS-PTY-EOF                    VALUE "Y".

      *    THE CLIENT BEING KEYED OR RESOLVED, HELD ACROSS THE SEARCH
      *    (THE FILES ARE CLOSED WHILE IT RUNS).
       01  WS-HOLD-REC.
           03  WS-HOLD-ID              PIC X(5).
           03  WS-HOLD-DATA            PIC X(32).
           03  WS-HOLD-CONFLICT        PIC X(19).
           03  WS-HOLD-EBILL           PIC X(21).

      *    THE MAILING ADDRESS ON THE SCREEN, AND AS IT STOOD ON FILE
      *    BEFORE A CHANGE.
       01  WS-MAIL-ADDR.
           03  WS-MAIL-STREET          PIC X(25).
           03  WS-MAIL-CITY            PIC X(20).
           03  WS-MAIL-STATE           PIC X(2).
           03  WS-MAIL-ZIP             PIC X(5).
       01  WS-OLD-MAIL-ADDR            PIC X(52).
       01  WS-ADDR-ON-FILE-FLAG        PIC X VALUE "N".
           88  WS-ADDR-ON-FILE               VALUE "Y".

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD NEW CLIENT, (C)HANGE, (D)ELETE,".
           03  LINE 06 COL 20  VALUE
               "(S)EARCH FOR CONFLICTS, OR (R)ESOLVE PENDING?".
           03  LINE 07 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** CLIENT ID NOT FOUND ON FILE ***".

       01  SCRN-DUP-PENDING LINE 05 COL 06
           VALUE "*** CLIENT ID PENDING CONFLICT CLEARANCE - TRY AGAIN".

       01  SCRN-NOT-PENDING LINE 05 COL 06
           VALUE "*** CLIENT ID NOT PENDING CONFLICT CLEARANCE ***".

       01  SCRN-NOT-PARTNER LINE 09 COL 20
           VALUE "NOT AUTHORIZED TO CLEAR CONFLICTS - PROGRAM ENDED".

       01  SCRN-BAD-LNAME  LINE 15 COL 11
           VALUE "*** MISSING LAST NAME - RE-ENTER ***".

       01  SCRN-INACT-ATTY LINE 15 COL 11
           VALUE "*** ATTORNEY NOT ACTIVE - RE-ENTER ***".

       01  SCRN-BAD-EBILL  LINE 15 COL 11
           VALUE "*** E-BILL MUST BE Y OR N - RE-ENTER ***".

       01  SCRN-NO-MATTER  LINE 15 COL 11
           VALUE "*** E-BILL NEEDS A MATTER REF - RE-ENTER ***".

       01  SCRN-BAD-ZIP    LINE 15 COL 11
           VALUE "*** MAIL ZIP MUST BE 5 DIGITS - RE-ENTER ***".

       01  SCRN-ADDR-BAD   LINE 10 COL 40
           VALUE "*** MAIL RETURNED - ON HOLD ***".

       01  SCRN-CLIENT-FIELDS.
           03  SCRN-NAME.
               05  LINE 06 COL 11  VALUE   "INITIALS".
               05  LINE 15 COL 22  PIC 9(3)V99 USING TRANS-HOURS-OUT
                                               AUTO.
               05  LINE 15 COL 30  VALUE   "(0 = USE BILLED AMT)".
           03  SCRN-EBILL.
               05  LINE 16 COL 11  VALUE   "E-BILL Y/N".
               05  LINE 16 COL 22  PIC X   USING  EBILL-FLAG-OUT  AUTO.
               05  LINE 16 COL 25  VALUE   "MATTER REF".
               05  LINE 16 COL 36  PIC X(20)   USING  MATTER-REF-OUT.
           03  SCRN-MAIL-ADDR.
               05  LINE 06 COL 40  VALUE   "MAIL STREET".
               05  LINE 06 COL 52  PIC X(25)   USING  WS-MAIL-STREET.
               05  LINE 07 COL 40  VALUE   "CITY".
               05  LINE 07 COL 52  PIC X(20)   USING  WS-MAIL-CITY.
               05  LINE 08 COL 40  VALUE   "ST ZIP".
               05  LINE 08 COL 52  PIC X(2)    USING  WS-MAIL-STATE
                                               AUTO.
               05  LINE 08 COL 55  PIC X(5)    USING  WS-MAIL-ZIP
                                               AUTO.

       01  SCRN-PARTY.
           03  LINE 17 COL 11  VALUE
               "ADVERSE/RELATED PARTY  (BLANK NAME ENDS)".
           03  LINE 18 COL 11  VALUE   "TYPE".
           03  LINE 18 COL 16  PIC X   TO  WS-PTY-TYPE  AUTO.
           03  LINE 18 COL 19  VALUE   "NAME".
           03  LINE 18 COL 24  PIC X(30)   TO  WS-PTY-NAME.
           03  LINE 19 COL 11  VALUE
               "O=OPPOSING PARTY C=OPPOSING COUNSEL R=RELATED COMPANY".

       01  SCRN-PARTY-CNT.
           03  LINE 20 COL 11  VALUE   "PARTIES ENTERED".
           03  LINE 20 COL 27  PIC Z9  FROM  WS-PTY-CNT.

       01  SCRN-BAD-PTY-TYPE LINE 21 COL 11
           VALUE "*** PARTY TYPE MUST BE O, C OR R - RE-ENTER ***".

       01  SCRN-PTY-FULL   LINE 21 COL 11
           VALUE "*** PARTY LIST FULL ***                         ".

       01  SCRN-HITS.
           03  LINE 21 COL 11  PIC ZZ9 FROM  WS-HIT-CNT.
           03  LINE 21 COL 15  VALUE
               "POSSIBLE CONFLICT(S) - SEE DSB-CONFLICT-RPT.TXT".

       01  SCRN-SEARCH-NAME.
           03  LINE 04 COL 06  VALUE   "NAME TO SEARCH".
           03  LINE 04 COL 21  PIC X(30)   TO  WS-SRCH-ONE-NAME.

       01  SCRN-DECISION.
           03  LINE 22 COL 11  VALUE
               "(C)LEARED, (W)AIVED, (D)ECLINED, BLANK = LEAVE PENDING".
           03  LINE 22 COL 67  PIC X   TO  WS-DECISION  AUTO.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS CLIENT? (Y/N)".
                                               "RECORD NOT SAVED".
           03 SCRN-DELETED LINE 23 COL 34  VALUE
                                           "RECORD DELETED".
           03 SCRN-HELD LINE 23 COL 26     VALUE
                               "HELD FOR CONFLICT CLEARANCE".
           03 SCRN-CLEARED LINE 23 COL 26  VALUE
                               "CLIENT ADDED TO BILLING MASTER".
           03 SCRN-DECLINED LINE 23 COL 30 VALUE
                                           "INTAKE DECLINED".
           03 SCRN-LEFT-PENDING LINE 23 COL 30 VALUE
                                           "LEFT PENDING   ".
           03 SCRN-ADD-FAILED LINE 23 COL 22 VALUE
                       "CLIENT ID NOW ON MASTER - NOT ADDED".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".
           END-IF.
           PERFORM 110-OPEN-MASTER.
           PERFORM 115-OPEN-ATTY-MASTER.
           PERFORM 120-OPEN-INTAKE.
           PERFORM 125-OPEN-ADDR-FILE.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN "S"
               WHEN "s"
                   PERFORM 800-SEARCH-LOOP UNTIL WS-MORE
               WHEN "R"
               WHEN "r"
                   PERFORM 700-RESOLVE-MODE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
           CLOSE INTAKE-IO.
           CLOSE ADDR-IO.
           IF WS-ATTY-FILE-ON-HAND
               CLOSE ATTY-MST-IN
           END-IF.
      *    WITH NO ATTORNEY MASTER ON HAND THE CODE IS ACCEPTED AS
      *    KEYED - SAME AS BEFORE THE TABLE EXISTED.
       115-OPEN-ATTY-MASTER.
           MOVE "N" TO WS-ATTY-FILE-FLAG.
           OPEN INPUT ATTY-MST-IN.
           IF WS-ATTY-STATUS = "00"
               MOVE "Y" TO WS-ATTY-FILE-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       120-OPEN-INTAKE.
           OPEN I-O INTAKE-IO.
           IF WS-INTAKE-STATUS = "35"
               OPEN OUTPUT INTAKE-IO
               CLOSE INTAKE-IO
               OPEN I-O INTAKE-IO
           END-IF.
      *-----------------------------------------------------------------*
       125-OPEN-ADDR-FILE.
           OPEN I-O ADDR-IO.
           IF WS-ADDR-STATUS = "35"
               OPEN OUTPUT ADDR-IO
               CLOSE ADDR-IO
               OPEN I-O ADDR-IO
           END-IF.
      *-----------------------------------------------------------------*
      *    THE SEARCH READS THE CLIENT MASTER, THE INTAKE FILE AND THE
      *    ATTORNEY MASTER ITSELF, SO THEY ARE CLOSED FOR THE CALL AND
      *    THE CLIENT ON THE SCREEN IS HELD IN WORKING STORAGE.
       130-RUN-CONFLICT-SEARCH.
           MOVE REC-OUT TO WS-HOLD-REC.
           CLOSE MST-OUT.
           CLOSE INTAKE-IO.
           IF WS-ATTY-FILE-ON-HAND
               CLOSE ATTY-MST-IN
           END-IF.
           CALL "DSB-CONFLICT-SRCH" USING WS-SRCH-CLIENT
               WS-OPERATOR-ID WS-SRCH-CNT WS-SRCH-TABLE WS-HIT-CNT.
           PERFORM 110-OPEN-MASTER.
           PERFORM 115-OPEN-ATTY-MASTER.
           PERFORM 120-OPEN-INTAKE.
           MOVE WS-HOLD-REC TO REC-OUT.
           DISPLAY SCRN-HITS.
      *-----------------------------------------------------------------*
      *    A CLIENT KEYED BEFORE ADDRESSES WERE KEPT HAS NO ROW YET -
      *    THE ADDRESS COMES UP BLANK AND THE SAVE ADDS ONE.
       135-LOAD-ADDRESS.
           MOVE SPACES TO WS-MAIL-ADDR.
           MOVE "N" TO WS-ADDR-ON-FILE-FLAG.
           READ ADDR-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDR-ON-FILE-FLAG
                   MOVE CAD-STREET TO WS-MAIL-STREET
                   MOVE CAD-CITY TO WS-MAIL-CITY
                   MOVE CAD-STATE TO WS-MAIL-STATE
                   MOVE CAD-ZIP TO WS-MAIL-ZIP
           END-READ.
           MOVE WS-MAIL-ADDR TO WS-OLD-MAIL-ADDR.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
               MONTH-OUT YEAR-OUT ATTY-CD-OUT.
           MOVE ZERO TO TRANS-AMOUNT-OUT.
           MOVE ZERO TO TRANS-HOURS-OUT.
           MOVE SPACES TO CONFLICT-STAT-OUT CONFLICT-OPER-OUT.
           MOVE ZERO TO CONFLICT-DATE-OUT.
           MOVE "N" TO EBILL-FLAG-OUT.
           MOVE SPACES TO MATTER-REF-OUT.
           MOVE SPACES TO WS-MAIL-ADDR.
           DISPLAY SCRN-CLIENT-FIELDS.
           PERFORM 220-ACCEPT-CLIENT-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CLIENT UNTIL WS-REC-VALID.
           PERFORM 240-ENTER-PARTIES.
           PERFORM 250-BUILD-SEARCH-NAMES.
           MOVE CLIENT-ID-OUT TO WS-SRCH-CLIENT.
           PERFORM 130-RUN-CONFLICT-SEARCH.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               PERFORM 260-HOLD-INTAKE
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-HELD
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-DUP-ID
           END-READ.
           IF WS-ID-OK
               MOVE CLIENT-ID-OUT TO INT-CLIENT-ID
               READ INTAKE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-OK-FLAG
                       DISPLAY SCRN-DUP-PENDING
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-CLIENT-FIELDS.
           ACCEPT SCRN-NAME.
           ACCEPT SCRN-AMOUNT.
           ACCEPT SCRN-ATTY.
           ACCEPT SCRN-HOURS.
           ACCEPT SCRN-EBILL.
           ACCEPT SCRN-MAIL-ADDR.
           INSPECT WS-MAIL-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *-----------------------------------------------------------------*
      *    THE SAME EDITS 210-VALIDATE-REC APPLIES ON THE NIGHTLY
      *    BILLING REPORT - A RECORD SAVED HERE MUST NEVER LAND ON
                   DISPLAY SCRN-BAD-DATE
               END-IF
           END-IF.
           INSPECT EBILL-FLAG-OUT CONVERTING "yn " TO "YNN".
           IF NOT EBILL-NO AND NOT EBILL-YES
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-EBILL
           END-IF.
           IF EBILL-YES AND MATTER-REF-OUT = SPACES
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-NO-MATTER
           END-IF.
           IF WS-MAIL-ZIP NOT = SPACES AND WS-MAIL-ZIP NOT NUMERIC
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-ZIP
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-CLIENT-FIELDS
               PERFORM 220-ACCEPT-CLIENT-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
      *    UP TO 19 OPPOSING PARTIES, OPPOSING COUNSEL AND RELATED
      *    COMPANIES PER NEW CLIENT - A BLANK NAME ENDS THE LIST.
       240-ENTER-PARTIES.
           MOVE ZERO TO WS-PTY-CNT.
           MOVE "N" TO WS-PTY-DONE-FLAG.
           DISPLAY SCRN-PARTY-CNT.
           PERFORM 245-ENTER-ONE-PARTY UNTIL WS-PTY-DONE.
      *-----------------------------------------------------------------*
       245-ENTER-ONE-PARTY.
           MOVE SPACES TO WS-PTY-TYPE WS-PTY-NAME.
           DISPLAY SCRN-PARTY.
           ACCEPT SCRN-PARTY.
           IF WS-PTY-NAME = SPACES
               MOVE "Y" TO WS-PTY-DONE-FLAG
           ELSE
               INSPECT WS-PTY-TYPE CONVERTING "ocr" TO "OCR"
               MOVE WS-PTY-TYPE TO PTY-TYPE
               IF NOT PTY-TYPE-VALID
                   DISPLAY SCRN-BAD-PTY-TYPE
               ELSE
                   ADD 1 TO WS-PTY-CNT
                   MOVE WS-PTY-TYPE TO WS-PTY-TBL-TYPE(WS-PTY-CNT)
                   MOVE WS-PTY-NAME TO WS-PTY-TBL-NAME(WS-PTY-CNT)
                   DISPLAY SCRN-PARTY-CNT
                   IF WS-PTY-CNT = 19
                       MOVE "Y" TO WS-PTY-DONE-FLAG
                       DISPLAY SCRN-PTY-FULL
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
      *    THE PROSPECT'S OWN NAME FIRST, THEN EVERY PARTY KEYED.
       250-BUILD-SEARCH-NAMES.
           MOVE SPACES TO WS-SRCH-TABLE.
           MOVE LNAME-OUT TO WS-SRCH-NAME(1).
           MOVE 1 TO WS-SRCH-CNT.
           PERFORM VARYING WS-PTY-IX FROM 1 BY 1
                   UNTIL WS-PTY-IX > WS-PTY-CNT
               ADD 1 TO WS-SRCH-CNT
               MOVE WS-PTY-TBL-NAME(WS-PTY-IX)
                   TO WS-SRCH-NAME(WS-SRCH-CNT)
           END-PERFORM.
      *-----------------------------------------------------------------*
      *    THE NEW CLIENT WAITS ON THE INTAKE FILE FOR A PARTNER'S
      *    DECISION; ITS PARTIES GO ON THE PARTY FILE NOW SO THE NEXT
      *    SEARCH SEES THEM EVEN BEFORE THE DECISION.
       260-HOLD-INTAKE.
           MOVE WS-HOLD-ID TO INT-CLIENT-ID.
           MOVE WS-HOLD-DATA TO INT-CLIENT-DATA.
           MOVE WS-HOLD-EBILL TO INT-EBILL-DATA.
           MOVE WS-HIT-CNT TO INT-HIT-CNT.
           MOVE WS-OPERATOR-ID TO INT-KEYED-BY.
           MOVE WS-DATE TO INT-KEYED-DATE.
           WRITE CLIENT-INTAKE-REC.
           MOVE WS-HOLD-ID TO CAD-CLIENT-ID.
           MOVE "N" TO WS-ADDR-ON-FILE-FLAG.
           MOVE SPACES TO WS-OLD-MAIL-ADDR.
           PERFORM 270-SAVE-ADDRESS.
           IF WS-PTY-CNT > ZERO
               OPEN EXTEND PARTY-FILE
               IF WS-PARTY-STATUS = "35"
                   OPEN OUTPUT PARTY-FILE
                   CLOSE PARTY-FILE
                   OPEN EXTEND PARTY-FILE
               END-IF
               PERFORM VARYING WS-PTY-IX FROM 1 BY 1
                       UNTIL WS-PTY-IX > WS-PTY-CNT
                   MOVE WS-HOLD-ID TO PTY-CLIENT-ID
                   MOVE WS-PTY-TBL-TYPE(WS-PTY-IX) TO PTY-TYPE
                   MOVE WS-PTY-TBL-NAME(WS-PTY-IX) TO PTY-NAME
                   WRITE CLIENT-PARTY-REC
               END-PERFORM
               CLOSE PARTY-FILE
           END-IF.
      *-----------------------------------------------------------------*
      *    A NEW ADDRESS CLEARS ANY RETURNED-MAIL FLAG, SO THE NEXT MAIL
      *    RUN RELEASES THE PIECES IT HAS BEEN HOLDING FOR THE CLIENT.
       270-SAVE-ADDRESS.
           IF WS-ADDR-ON-FILE
               IF WS-MAIL-ADDR NOT = WS-OLD-MAIL-ADDR
                   MOVE SPACE TO CAD-ADDR-BAD
                   MOVE ZERO TO CAD-ADDR-BAD-DATE
               END-IF
           ELSE
               MOVE SPACE TO CAD-ADDR-BAD
               MOVE ZERO TO CAD-ADDR-BAD-DATE
           END-IF.
           MOVE WS-MAIL-STREET TO CAD-STREET.
           MOVE WS-MAIL-CITY TO CAD-CITY.
           MOVE WS-MAIL-STATE TO CAD-STATE.
           MOVE WS-MAIL-ZIP TO CAD-ZIP.
           MOVE WS-OPERATOR-ID TO CAD-CHG-OPER.
           MOVE WS-DATE TO CAD-CHG-DATE.
           IF WS-ADDR-ON-FILE
               REWRITE CLIENT-ADDR-REC
           ELSE
               WRITE CLIENT-ADDR-REC
                   INVALID KEY
                       REWRITE CLIENT-ADDR-REC
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------*
       280-DROP-ADDRESS.
           DELETE ADDR-IO RECORD
               INVALID KEY CONTINUE
           END-DELETE.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           MOVE CLIENT-ID-OUT TO CAD-CLIENT-ID.
           PERFORM 135-LOAD-ADDRESS.
           DISPLAY SCRN-CLIENT-FIELDS.
           IF WS-ADDR-ON-FILE AND CAD-ADDR-IS-BAD
               DISPLAY SCRN-ADDR-BAD
           END-IF.
           PERFORM 220-ACCEPT-CLIENT-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CLIENT UNTIL WS-REC-VALID.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               REWRITE REC-OUT
               MOVE CLIENT-ID-OUT TO CAD-CLIENT-ID
               PERFORM 270-SAVE-ADDRESS
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           MOVE CLIENT-ID-OUT TO CAD-CLIENT-ID.
           PERFORM 135-LOAD-ADDRESS.
           DISPLAY SCRN-CLIENT-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE MST-OUT RECORD
               IF WS-ADDR-ON-FILE
                   PERFORM 280-DROP-ADDRESS
               END-IF
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    PARTNERS ONLY - THE OPERATOR MUST ALSO BE AUTHORIZED FOR
      *    "DSB-CONFLICT-CLR" ON THE OPERATOR MASTER.
       700-RESOLVE-MODE.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-CONFLICT-PGM WS-PARTNER-FLAG.
           IF NOT WS-PARTNER
               DISPLAY SCRN-NOT-PARTNER
           ELSE
               PERFORM 710-RESOLVE-LOOP UNTIL WS-MORE
           END-IF.
      *-----------------------------------------------------------------*
       710-RESOLVE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE CLIENT-ID-OUT TO INT-CLIENT-ID.
           READ INTAKE-IO
               INVALID KEY
                   DISPLAY SCRN-NOT-PENDING
               NOT INVALID KEY
                   PERFORM 720-RESOLVE-INTAKE
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE SEARCH IS RUN AGAIN SO THE PARTNER DECIDES ON WHAT IS ON
      *    FILE TODAY, NOT ON WHAT WAS THERE WHEN THE CLIENT WAS KEYED.
       720-RESOLVE-INTAKE.
           MOVE INT-CLIENT-ID TO WS-HOLD-ID.
           MOVE INT-CLIENT-DATA TO WS-HOLD-DATA.
           MOVE INT-EBILL-DATA TO WS-HOLD-EBILL.
           MOVE WS-HOLD-REC TO REC-OUT.
           MOVE SPACES TO CONFLICT-STAT-OUT CONFLICT-OPER-OUT.
           MOVE ZERO TO CONFLICT-DATE-OUT.
           MOVE WS-HOLD-ID TO CAD-CLIENT-ID.
           PERFORM 135-LOAD-ADDRESS.
           DISPLAY SCRN-CLIENT-FIELDS.
           PERFORM 730-LOAD-SEARCH-NAMES.
           MOVE WS-HOLD-ID TO WS-SRCH-CLIENT.
           PERFORM 130-RUN-CONFLICT-SEARCH.
           MOVE SPACE TO WS-DECISION.
           DISPLAY SCRN-DECISION.
           ACCEPT SCRN-DECISION.
           INSPECT WS-DECISION CONVERTING "cwd" TO "CWD".
           EVALUATE WS-DECISION
               WHEN "C"
               WHEN "W"
                   PERFORM 740-ADD-CLEARED-CLIENT
               WHEN "D"
                   MOVE WS-HOLD-ID TO INT-CLIENT-ID
                   DELETE INTAKE-IO RECORD
                   MOVE WS-HOLD-ID TO CAD-CLIENT-ID
                   PERFORM 280-DROP-ADDRESS
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-DECLINED
               WHEN OTHER
                   DISPLAY SCRN-LEFT-PENDING
           END-EVALUATE.
      *-----------------------------------------------------------------*
       730-LOAD-SEARCH-NAMES.
           MOVE SPACES TO WS-SRCH-TABLE.
           MOVE LNAME-OUT TO WS-SRCH-NAME(1).
           MOVE 1 TO WS-SRCH-CNT.
           OPEN INPUT PARTY-FILE.
           IF WS-PARTY-STATUS = "00"
               MOVE "N" TO WS-PTY-EOF-FLAG
               READ PARTY-FILE
                   AT END MOVE "Y" TO WS-PTY-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-PTY-EOF
                   IF PTY-CLIENT-ID = WS-HOLD-ID AND WS-SRCH-CNT < 20
                       ADD 1 TO WS-SRCH-CNT
                       MOVE PTY-NAME TO WS-SRCH-NAME(WS-SRCH-CNT)
                   END-IF
                   READ PARTY-FILE
                       AT END MOVE "Y" TO WS-PTY-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PARTY-FILE
           END-IF.
      *-----------------------------------------------------------------*
      *    THE DECISION, THE PARTNER'S OPERATOR ID AND THE DATE STAY ON
      *    THE CLIENT RECORD FOR AS LONG AS THE CLIENT IS ON FILE.
       740-ADD-CLEARED-CLIENT.
           MOVE WS-DECISION TO CONFLICT-STAT-OUT.
           MOVE WS-OPERATOR-ID TO CONFLICT-OPER-OUT.
           MOVE WS-DATE TO CONFLICT-DATE-OUT.
           WRITE REC-OUT
               INVALID KEY
                   DISPLAY SCRN-ADD-FAILED
               NOT INVALID KEY
                   MOVE WS-HOLD-ID TO INT-CLIENT-ID
                   DELETE INTAKE-IO RECORD
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-CLEARED
           END-WRITE.
      *-----------------------------------------------------------------*
       800-SEARCH-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-SRCH-ONE-NAME.
           DISPLAY SCRN-SEARCH-NAME.
           ACCEPT SCRN-SEARCH-NAME.
           IF WS-SRCH-ONE-NAME NOT = SPACES
               MOVE SPACES TO WS-SRCH-CLIENT WS-SRCH-TABLE
               MOVE WS-SRCH-ONE-NAME TO WS-SRCH-NAME(1)
               MOVE 1 TO WS-SRCH-CNT
               PERFORM 130-RUN-CONFLICT-SEARCH
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
