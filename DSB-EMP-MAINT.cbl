      *        FULL AT END OF SESSION.
      *    THE EFFECTIVE DATE IS VALIDATED AND SHOWN FOR THE
      *        OPERATOR'S PAPERWORK; THE MASTER RECORD ITSELF CARRIES
      *        NO DATE FIELDS. A RATE CHANGE CARRIES ITS EFFECTIVE
      *        DATE ON THE PENDING RECORD (PC-EFF-DATE) SO APPROVAL
      *        CAN QUEUE RETRO PAY FOR WEEKS ALREADY PAID AT THE OLD
      *        RATE.
      *    A PAY-RATE CHANGE IS A MAKER-CHECKER FIELD - IT QUEUES TO
      *        DSB-PENDING-CHG.TXT AND APPLIES ONLY WHEN A DIFFERENT
      *        OPERATOR APPROVES IT IN DSB-CHG-APPROVE. HIRES AND
      *        TERMINATIONS STILL APPLY ON THE SPOT.
      *    EVERY EMPLOYEE CARRIES A HOME DEPARTMENT (EMP-DEPT) - KEYED
      *        ON THE HIRE AND MOVED WITH A (D)EPARTMENT TRANSFER,
      *        WHICH ALSO APPLIES ON THE SPOT. WHEN THE DEPARTMENT GL
      *        MAP (PAYROLL-DEPT-GL.TXT) IS ON HAND THE CODE MUST BE
      *        ON IT, SO THE WEEKLY LABOR DISTRIBUTION NEVER MEETS A
      *        DEPARTMENT IT CANNOT BOOK.
      *    THE BIRTH DATE (EMP-BIRTH-DATE) IS KEYED ON THE HIRE AND
      *        CORRECTED WITH (B)IRTH DATE, ON THE SPOT - THE WEEKLY
      *        UPDATE USES IT ONLY TO ALLOW THE 401(K) CATCH-UP. THE
      *        YTD 401(K) DEFERRAL AND MATCH START AT ZERO ON A HIRE
      *        AND ARE OTHERWISE CARRIED THROUGH UNTOUCHED.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PEND-STATUS.

       SELECT DEPT-GL-MAP      ASSIGN "PAYROLL-DEPT-GL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-DEPT-STATUS.

      ******************************************************************
       DATA DIVISION.

                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL        PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT            PIC X(3).
           03  EMP-BIRTH-DATE      PIC 9(8).
           03  EMP-YTD-401K        PIC 9(7)V99.
           03  EMP-YTD-401K-ER     PIC 9(7)V99.

       FD  PENDING-CHG.
       01  PENDING-REC.
           03  PC-OLD-AMT              PIC 9(7)V99.
           03  PC-NEW-AMT              PIC 9(7)V99.
           03  PC-AUX-1                PIC 9(7)V99.
           03  PC-EFF-DATE             REDEFINES PC-AUX-1
                                       PIC 9(9).
           03  PC-AUX-2                PIC 9(7)V99.
           03  PC-AUX-3                PIC V9(4).
           03  PC-MAKER                PIC X(10).

       FD  DEPT-GL-MAP.
       01  DEPT-GL-REC.
           03  DG-DEPT                 PIC X(3).
           03  DG-NAME                 PIC X(20).
           03  DG-WAGE-ACCT            PIC X(4).
           03  DG-BEN-ACCT             PIC X(4).
           03  DG-TAX-ACCT             PIC X(4).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-PEND-STATUS              PIC XX.
       01  WS-DEPT-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

               05  WS-TBL-GARNISH      PIC 9(6)V99.
               05  WS-TBL-VAC          PIC S9(3)V99.
               05  WS-TBL-SICK         PIC S9(3)V99.
               05  WS-TBL-DEPT         PIC X(3).
               05  WS-TBL-BIRTH        PIC 9(8).
               05  WS-TBL-401K         PIC 9(7)V99.
               05  WS-TBL-401K-ER      PIC 9(7)V99.

      *    DEPARTMENT CODES OFF THE GL MAP. WITH NO MAP ON HAND ANY
      *    CODE IS TAKEN AND THE WEEKLY RUN BOOKS IT TO THE PAYROLL
      *    EXPENSE ACCOUNTS.
       01  WS-DEPT-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-DEPT-IDX                 PIC 9(2).
       01  WS-DEPT-EOF-FLAG            PIC X VALUE "N".
           88  WS-DEPT-EOF                   VALUE "Y".
       01  WS-DEPT-OK-FLAG             PIC X.
           88  WS-DEPT-OK                    VALUE "Y".
       01  WS-DEPT-TABLE.
           03  WS-DEPT-CODE OCCURS 30 TIMES
                                       PIC X(3).

       01  WS-NEW-ID                   PIC X(5).
       01  WS-NEW-FNAME                PIC X(10).
       01  WS-NEW-LNAME                PIC X(10).
       01  WS-NEW-PRATE                PIC 9(7)V99.
       01  WS-NEW-DEPT                 PIC X(3).
       01  WS-EFF-MNTH                 PIC 99.
       01  WS-EFF-DY                   PIC 99.
       01  WS-EFF-YR                   PIC 9(4).
       01  WS-NEW-BIRTH.
           03  WS-BIRTH-YR             PIC 9(4).
           03  WS-BIRTH-MNTH           PIC 99.
           03  WS-BIRTH-DY             PIC 99.
       01  WS-NEW-BIRTH-NUM            REDEFINES WS-NEW-BIRTH
                                       PIC 9(8).
       01  WS-DATE-VALID-FLAG          PIC X.
           88  WS-DATE-VALID                 VALUE "Y".

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(H)IRE, (T)ERMINATE, (R)ATE CHANGE, (D)EPARTMENT,".
           03  LINE 06 COL 20  VALUE
               "OR (B)IRTH DATE?".
           03  LINE 06 COL 37  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 07 COL 25  PIC X(10)  TO  WS-NEW-LNAME.
           03  LINE 08 COL 11  VALUE   "PAY RATE".
           03  LINE 08 COL 25  PIC 9(7)V99 TO WS-NEW-PRATE AUTO.
           03  LINE 09 COL 11  VALUE   "DEPARTMENT".
           03  LINE 09 COL 25  PIC X(3)   TO  WS-NEW-DEPT  AUTO.

       01  SCRN-DEPT-FIELD.
           03  LINE 08 COL 11  VALUE   "NEW DEPARTMENT".
           03  LINE 08 COL 27  PIC X(3)   USING WS-NEW-DEPT AUTO.

       01  SCRN-RATE-FIELD.
           03  LINE 08 COL 11  VALUE   "NEW PAY RATE".
           03  LINE 10 COL 30  VALUE   "/".
           03  LINE 10 COL 31  PIC 9(4)   TO  WS-EFF-YR    AUTO.

       01  SCRN-BIRTH-DATE.
           03  LINE 12 COL 11  VALUE   "BIRTH DATE".
           03  LINE 12 COL 25  PIC 99     USING WS-BIRTH-MNTH AUTO.
           03  LINE 12 COL 27  VALUE   "/".
           03  LINE 12 COL 28  PIC 99     USING WS-BIRTH-DY   AUTO.
           03  LINE 12 COL 30  VALUE   "/".
           03  LINE 12 COL 31  PIC 9(4)   USING WS-BIRTH-YR   AUTO.

       01  SCRN-BAD-BIRTH  LINE 13 COL 11
           VALUE "*** INVALID BIRTH DATE - RE-ENTER ***".

       01  SCRN-BAD-DATE   LINE 11 COL 11
           VALUE "*** INVALID EFFECTIVE DATE - RE-ENTER ***".

       01  SCRN-BAD-RATE   LINE 11 COL 11
           VALUE "*** RATE OUTSIDE CONTRACTED RANGE - RE-ENTER ***".

       01  SCRN-BAD-DEPT   LINE 11 COL 11
           VALUE "*** DEPARTMENT NOT ON THE GL MAP - RE-ENTER ***".

       01  SCRN-TBL-FULL   LINE 11 COL 11
           VALUE "*** EMPLOYEE TABLE FULL - NOT ADDED ***".

               GOBACK
           END-IF.
           PERFORM 110-LOAD-MASTER.
           PERFORM 120-LOAD-DEPT-MAP.
      *    A CAPPED LOAD MUST NOT REWRITE THE MASTER - EVERYTHING
      *    PAST THE TABLE WOULD BE DESTROYED. THE SESSION IS REFUSED
      *    INSTEAD.
               WHEN "R"
               WHEN "r"
                   PERFORM 500-RATE-CHANGE-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 450-DEPT-CHANGE-LOOP UNTIL WS-MORE
               WHEN "B"
               WHEN "b"
                   PERFORM 470-BIRTH-DATE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-HIRE-LOOP UNTIL WS-MORE
           END-EVALUATE.
                   MOVE EMP-GARNISH TO WS-TBL-GARNISH(WS-EMP-CNT)
                   MOVE EMP-VAC-BAL TO WS-TBL-VAC(WS-EMP-CNT)
                   MOVE EMP-SICK-BAL TO WS-TBL-SICK(WS-EMP-CNT)
                   MOVE EMP-DEPT    TO WS-TBL-DEPT(WS-EMP-CNT)
                   MOVE EMP-BIRTH-DATE TO WS-TBL-BIRTH(WS-EMP-CNT)
                   MOVE EMP-YTD-401K TO WS-TBL-401K(WS-EMP-CNT)
                   MOVE EMP-YTD-401K-ER TO WS-TBL-401K-ER(WS-EMP-CNT)
                   READ EMP-MST AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               END-IF
               CLOSE EMP-MST
           END-IF.
      *-----------------------------------------------------------------*
       120-LOAD-DEPT-MAP.
           MOVE ZERO TO WS-DEPT-CNT.
           OPEN INPUT DEPT-GL-MAP.
           IF WS-DEPT-STATUS NOT = "35"
               READ DEPT-GL-MAP AT END MOVE "Y" TO WS-DEPT-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-DEPT-EOF OR WS-DEPT-CNT >= 30
                   ADD 1 TO WS-DEPT-CNT
                   MOVE DG-DEPT TO WS-DEPT-CODE(WS-DEPT-CNT)
                   READ DEPT-GL-MAP AT END MOVE "Y" TO WS-DEPT-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE DEPT-GL-MAP
           END-IF.
      *-----------------------------------------------------------------*
       150-FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-IDX.
                   ACCEPT SCRN-EFF-DATE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       170-VALIDATE-DEPT.
           MOVE "N" TO WS-DEPT-OK-FLAG.
           IF WS-DEPT-CNT = ZERO
               MOVE "Y" TO WS-DEPT-OK-FLAG
           END-IF.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-CNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-NEW-DEPT AND
                  WS-NEW-DEPT NOT = SPACES
                   MOVE "Y" TO WS-DEPT-OK-FLAG
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
      *    A BIRTH DATE MUST BE A REAL DATE AND NOT LATER THAN TODAY.
       180-ENTER-BIRTH-DATE.
           DISPLAY SCRN-BIRTH-DATE.
           ACCEPT SCRN-BIRTH-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           PERFORM UNTIL WS-DATE-VALID
               CALL "DSB-DATE-VALID" USING WS-BIRTH-MNTH WS-BIRTH-DY
                   WS-BIRTH-YR WS-DATE-VALID-FLAG
               IF WS-NEW-BIRTH > WS-DATE
                   MOVE "N" TO WS-DATE-VALID-FLAG
               END-IF
               IF NOT WS-DATE-VALID
                   DISPLAY SCRN-BAD-BIRTH
                   ACCEPT SCRN-BIRTH-DATE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       200-HIRE-LOOP.
           DISPLAY SCRN-TITLE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-ENTER-NEW-HIRE.
           MOVE SPACES TO WS-NEW-FNAME WS-NEW-LNAME WS-NEW-DEPT.
           MOVE ZERO TO WS-NEW-PRATE.
           MOVE ZERO TO WS-NEW-BIRTH-NUM.
           DISPLAY SCRN-HIRE-FIELDS.
           ACCEPT SCRN-HIRE-FIELDS.
           PERFORM UNTIL WS-NEW-PRATE >= WS-MIN-PRATE AND
               DISPLAY SCRN-BAD-RATE
               ACCEPT SCRN-HIRE-FIELDS
           END-PERFORM.
           PERFORM 170-VALIDATE-DEPT.
           PERFORM UNTIL WS-DEPT-OK
               DISPLAY SCRN-BAD-DEPT
               ACCEPT SCRN-HIRE-FIELDS
               PERFORM 170-VALIDATE-DEPT
           END-PERFORM.
           PERFORM 160-ENTER-EFFECTIVE-DATE.
           PERFORM 180-ENTER-BIRTH-DATE.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
                   MOVE ZERO TO WS-TBL-GARNISH(WS-EMP-CNT)
                   MOVE ZERO TO WS-TBL-VAC(WS-EMP-CNT)
                   MOVE ZERO TO WS-TBL-SICK(WS-EMP-CNT)
                   MOVE WS-NEW-DEPT TO WS-TBL-DEPT(WS-EMP-CNT)
                   MOVE WS-NEW-BIRTH-NUM TO WS-TBL-BIRTH(WS-EMP-CNT)
                   MOVE ZERO TO WS-TBL-401K(WS-EMP-CNT)
                   MOVE ZERO TO WS-TBL-401K-ER(WS-EMP-CNT)
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    A TRANSFER IS NOT A PAY FIELD - IT APPLIES ON THE SPOT LIKE
      *    A TERMINATION. HOURS ALREADY KEYED TO THE OLD DEPARTMENT ON
      *    THIS WEEK'S TIMECARDS STAY THERE.
       450-DEPT-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           PERFORM 150-FIND-EMPLOYEE.
           IF WS-FOUND-IDX = ZERO
               DISPLAY SCRN-NOT-FOUND
           ELSE
               MOVE WS-TBL-DEPT(WS-FOUND-IDX) TO WS-NEW-DEPT
               DISPLAY SCRN-DEPT-FIELD
               ACCEPT SCRN-DEPT-FIELD
               PERFORM 170-VALIDATE-DEPT
               PERFORM UNTIL WS-DEPT-OK
                   DISPLAY SCRN-BAD-DEPT
                   ACCEPT SCRN-DEPT-FIELD
                   PERFORM 170-VALIDATE-DEPT
               END-PERFORM
               PERFORM 160-ENTER-EFFECTIVE-DATE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y"
                   MOVE WS-NEW-DEPT TO WS-TBL-DEPT(WS-FOUND-IDX)
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    A BIRTH DATE CORRECTION APPLIES ON THE SPOT LIKE A TRANSFER.
      *    THE DATE ON FILE (ZERO WHEN NONE WAS EVER KEYED) IS SHOWN
      *    FOR THE OPERATOR TO KEY OVER.
       470-BIRTH-DATE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           PERFORM 150-FIND-EMPLOYEE.
           IF WS-FOUND-IDX = ZERO
               DISPLAY SCRN-NOT-FOUND
           ELSE
               MOVE WS-TBL-BIRTH(WS-FOUND-IDX) TO WS-NEW-BIRTH-NUM
               PERFORM 180-ENTER-BIRTH-DATE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y"
                   MOVE WS-NEW-BIRTH-NUM TO WS-TBL-BIRTH(WS-FOUND-IDX)
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       500-RATE-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE WS-NEW-ID TO PC-KEY.
           MOVE WS-TBL-PRATE(WS-FOUND-IDX) TO PC-OLD-AMT.
           MOVE WS-NEW-PRATE TO PC-NEW-AMT.
           MOVE ZERO TO PC-AUX-2 PC-AUX-3.
           COMPUTE PC-EFF-DATE = WS-EFF-YR * 10000
               + WS-EFF-MNTH * 100 + WS-EFF-DY.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           WRITE PENDING-REC.
           CLOSE PENDING-CHG.
               MOVE WS-TBL-GARNISH(WS-EMP-IDX) TO EMP-GARNISH
               MOVE WS-TBL-VAC(WS-EMP-IDX) TO EMP-VAC-BAL
               MOVE WS-TBL-SICK(WS-EMP-IDX) TO EMP-SICK-BAL
               MOVE WS-TBL-DEPT(WS-EMP-IDX) TO EMP-DEPT
               MOVE WS-TBL-BIRTH(WS-EMP-IDX) TO EMP-BIRTH-DATE
               MOVE WS-TBL-401K(WS-EMP-IDX) TO EMP-YTD-401K
               MOVE WS-TBL-401K-ER(WS-EMP-IDX) TO EMP-YTD-401K-ER
               WRITE EMP-REC
           END-PERFORM.
           CLOSE EMP-MST.
