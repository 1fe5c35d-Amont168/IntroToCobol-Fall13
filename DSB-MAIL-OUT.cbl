      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-MAIL-OUT
      *    PURPOSE: SHARED WRITER FOR THE COMMON PRINT-AND-MAIL FILE
      *        (DSB-MAIL-PIECES.TXT - SEE DSB-MAIL-PIECE). A PROGRAM
      *        THAT MAILS SOMETHING CALLS IT WITH DSB-MAIL-PARM - "B"
      *        AT THE START OF EACH RECIPIENT'S PIECE, "L" FOR EVERY
      *        LINE IT PRINTS ON THE PIECE, AND "E" BEFORE IT ENDS.
      *        THE FILE IS OPENED FOR EXTEND ON THE FIRST "B", SO
      *        EVERY PRODUCER'S PIECES ACCUMULATE UNTIL DSB-MAIL-RUN
      *        MAILS THEM. A LINE WITH NO PIECE BEGUN IS NOT WRITTEN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-MAIL-OUT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT MAIL-FILE        ASSIGN "DSB-MAIL-PIECES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-MAIL-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MAIL-FILE.
           COPY DSB-MAIL-PIECE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MAIL-STATUS              PIC XX.
       01  WS-OPEN-FLAG                PIC X VALUE "N".
           88  WS-FILE-OPEN                  VALUE "Y".
       01  WS-PIECE-FLAG               PIC X VALUE "N".
           88  WS-PIECE-BEGUN                VALUE "Y".
       01  WS-OPEN-DATE                PIC 9(8).
       01  WS-OPEN-TIME                PIC 9(8).
       01  WS-PIECE-CNT                PIC 9(5) VALUE ZERO.
       01  WS-LINE-CNT                 PIC 9(4) VALUE ZERO.

      *    THE PIECE BEING WRITTEN, REPEATED ON EACH OF ITS LINES.
       01  WS-PIECE-HDR.
           03  WS-HDR-SOURCE           PIC X(20).
           03  WS-HDR-DOC-TYPE         PIC X(4).
           03  WS-HDR-SYSTEM           PIC X.
           03  WS-HDR-RECIP-ID         PIC X(7).
           03  WS-HDR-RECIP-NAME       PIC X(30).

      ******************************************************************
       LINKAGE SECTION.

       01  LS-MAIL-PARM.
           03  LS-MAIL-ACTION          PIC X.
               88  LS-BEGIN-PIECE            VALUE "B".
               88  LS-PIECE-LINE             VALUE "L".
               88  LS-END-RUN                VALUE "E".
           03  LS-MAIL-SOURCE          PIC X(20).
           03  LS-MAIL-DOC-TYPE        PIC X(4).
           03  LS-MAIL-SYSTEM          PIC X.
           03  LS-MAIL-RECIP-ID        PIC X(7).
           03  LS-MAIL-RECIP-NAME      PIC X(30).
           03  LS-MAIL-LINE            PIC X(80).

      ******************************************************************
       PROCEDURE DIVISION USING LS-MAIL-PARM.

       100-MAIN.
           EVALUATE TRUE
               WHEN LS-BEGIN-PIECE
                   PERFORM 200-BEGIN-PIECE
               WHEN LS-PIECE-LINE
                   PERFORM 300-WRITE-LINE
               WHEN LS-END-RUN
                   PERFORM 400-END-RUN
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------*
       200-BEGIN-PIECE.
           IF NOT WS-FILE-OPEN
               PERFORM 210-OPEN-MAIL-FILE
           END-IF.
           ADD 1 TO WS-PIECE-CNT.
           MOVE ZERO TO WS-LINE-CNT.
           MOVE LS-MAIL-SOURCE TO WS-HDR-SOURCE.
           MOVE LS-MAIL-DOC-TYPE TO WS-HDR-DOC-TYPE.
           MOVE LS-MAIL-SYSTEM TO WS-HDR-SYSTEM.
           MOVE LS-MAIL-RECIP-ID TO WS-HDR-RECIP-ID.
           MOVE LS-MAIL-RECIP-NAME TO WS-HDR-RECIP-NAME.
           MOVE "Y" TO WS-PIECE-FLAG.
      *-----------------------------------------------------------------*
      *    THE OPEN DATE AND TIME GO INTO EVERY PIECE KEY, SO TWO RUNS
      *    OF THE SAME PROGRAM BEFORE THE MAIL RUN NEVER INTERLEAVE.
       210-OPEN-MAIL-FILE.
           OPEN EXTEND MAIL-FILE.
           IF WS-MAIL-STATUS = "35"
               OPEN OUTPUT MAIL-FILE
               CLOSE MAIL-FILE
               OPEN EXTEND MAIL-FILE
           END-IF.
           ACCEPT WS-OPEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPEN-TIME FROM TIME.
           MOVE "Y" TO WS-OPEN-FLAG.
      *-----------------------------------------------------------------*
       300-WRITE-LINE.
           IF WS-PIECE-BEGUN
               ADD 1 TO WS-LINE-CNT
               MOVE SPACES TO MAIL-PIECE-REC
               MOVE WS-HDR-SOURCE TO MP-SOURCE
               MOVE WS-OPEN-DATE TO MP-CREATE-DATE
               MOVE WS-OPEN-TIME TO MP-CREATE-TIME
               MOVE WS-PIECE-CNT TO MP-PIECE-NO
               MOVE WS-LINE-CNT TO MP-LINE-NO
               MOVE WS-HDR-DOC-TYPE TO MP-DOC-TYPE
               MOVE WS-HDR-SYSTEM TO MP-RECIP-SYSTEM
               MOVE WS-HDR-RECIP-ID TO MP-RECIP-ID
               MOVE WS-HDR-RECIP-NAME TO MP-RECIP-NAME
               MOVE ZERO TO MP-HOLD-NIGHTS
               MOVE LS-MAIL-LINE TO MP-LINE
               WRITE MAIL-PIECE-REC
           END-IF.
      *-----------------------------------------------------------------*
       400-END-RUN.
           IF WS-FILE-OPEN
               CLOSE MAIL-FILE
               MOVE "N" TO WS-OPEN-FLAG
           END-IF.
           MOVE "N" TO WS-PIECE-FLAG.
