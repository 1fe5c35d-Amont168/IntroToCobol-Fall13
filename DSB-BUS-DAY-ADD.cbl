      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-BUS-DAY-ADD
      *    PURPOSE: SHARED BUSINESS-DAY ARITHMETIC. THE CALLER PASSES
      *        A START DATE (YYYYMMDD) AND A COUNT OF BUSINESS DAYS
      *        AND GETS BACK THE DATE THAT MANY BUSINESS DAYS LATER,
      *        SKIPPING WEEKENDS AND THE DATES ON DSB-HOLIDAY-CAL.TXT
      *        THE SAME WAY DSB-DATE-ADVANCE ROLLS THE PROCESSING
      *        DATE. A COUNT OF ZERO RETURNS THE START DATE ITSELF.
      *        THE CALENDAR IS TABLED ON THE FIRST CALL AND KEPT FOR
      *        THE REST OF THE RUN, SO A NIGHT OF DEPOSIT HOLDS DOES
      *        NOT RE-READ THE FILE FOR EVERY ITEM.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-BUS-DAY-ADD.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT HOLIDAY-FILE     ASSIGN "DSB-HOLIDAY-CAL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HOL-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           03  HOL-DATE                PIC 9(8).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-HOL-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-HOL-LOADED-FLAG          PIC X VALUE "N".
           88  WS-HOL-LOADED                 VALUE "Y".
       01  WS-HOL-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-HOL-IDX                  PIC 9(3).
       01  WS-HOL-TABLE.
           03  WS-HOL-ENTRY            PIC 9(8) OCCURS 200 TIMES.

       01  WS-DATE-INT                 PIC 9(8).
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-DAYS-LEFT                PIC 9(3).
       01  WS-DAY-OF-WEEK              PIC 9.
       01  WS-BUSINESS-DAY-FLAG        PIC X.
           88  WS-BUSINESS-DAY               VALUE "Y".

      ******************************************************************
       LINKAGE SECTION.

       01  LS-START-DATE               PIC 9(8).
       01  LS-BUS-DAYS                 PIC 9(3).
       01  LS-RESULT-DATE              PIC 9(8).

      ******************************************************************
       PROCEDURE DIVISION USING LS-START-DATE LS-BUS-DAYS
           LS-RESULT-DATE.

       100-MAIN.
           IF NOT WS-HOL-LOADED
               PERFORM 150-LOAD-HOLIDAYS
           END-IF.
           MOVE LS-START-DATE TO LS-RESULT-DATE.
           IF LS-BUS-DAYS > ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LS-START-DATE)
               MOVE LS-BUS-DAYS TO WS-DAYS-LEFT
               PERFORM 200-COUNT-ONE-DAY UNTIL WS-DAYS-LEFT = ZERO
               MOVE WS-NEXT-DATE TO LS-RESULT-DATE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------*

       150-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOL-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = "35"
               READ HOLIDAY-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-HOL-CNT >= 200
                   ADD 1 TO WS-HOL-CNT
                   MOVE HOL-DATE TO WS-HOL-ENTRY(WS-HOL-CNT)
                   READ HOLIDAY-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
           MOVE "Y" TO WS-HOL-LOADED-FLAG.

      *-----------------------------------------------------------------*
      *    DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO MOD 7 GIVES
      *    1=MONDAY THROUGH 0=SUNDAY. ONLY A BUSINESS DAY COUNTS DOWN.

       200-COUNT-ONE-DAY.
           ADD 1 TO WS-DATE-INT.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE "Y" TO WS-BUSINESS-DAY-FLAG.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "N" TO WS-BUSINESS-DAY-FLAG
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-CNT
               IF WS-HOL-ENTRY(WS-HOL-IDX) = WS-NEXT-DATE
                   MOVE "N" TO WS-BUSINESS-DAY-FLAG
               END-IF
           END-PERFORM.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
