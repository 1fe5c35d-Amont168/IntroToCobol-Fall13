      *        IS EVER LOST - UNRELEASED TIME SIMPLY CARRIES FORWARD
      *        TO THE NEXT PRE-BILL. THE ATTORNEY CODE IS PROVEN
      *        AGAINST DSB-ATTY-MST.TXT AT THE KEYBOARD.
      *    EACH ENTRY ALSO CARRIES ITS UTBMS TASK CODE (A LETTER AND
      *        THREE DIGITS, E.G. L120) AND ACTIVITY CODE (A AND THREE
      *        DIGITS, E.G. A104) FOR CLIENTS BILLED ELECTRONICALLY -
      *        BOTH KEYED OR BOTH LEFT BLANK.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  WIP-DATE                PIC 9(8).
           03  WIP-HOURS               PIC 9(3)V99.
           03  WIP-NARRATIVE           PIC X(30).
           03  WIP-TASK-CD             PIC X(4).
           03  WIP-ACT-CD              PIC X(4).

       FD  ATTY-MST-IN.
       01  ATTY-REC.
       01  WS-NEW-DATE                 PIC 9(8).
       01  WS-NEW-HOURS                PIC 9(3)V99.
       01  WS-NEW-NARR                 PIC X(30).
       01  WS-NEW-TASK                 PIC X(4).
       01  WS-NEW-TASK-BRK REDEFINES WS-NEW-TASK.
           03  WS-NEW-TASK-SET         PIC X.
           03  WS-NEW-TASK-NUM         PIC X(3).
       01  WS-NEW-ACT                  PIC X(4).
       01  WS-NEW-ACT-BRK REDEFINES WS-NEW-ACT.
           03  WS-NEW-ACT-SET          PIC X.
           03  WS-NEW-ACT-NUM          PIC X(3).
       01  WS-CODES-OK-FLAG            PIC X.
           88  WS-CODES-OK                   VALUE "Y".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-WIP-ENTRY".
           ACCEPT WS-NEW-HOURS.
           DISPLAY "NARRATIVE: " WITH NO ADVANCING.
           ACCEPT WS-NEW-NARR.
           DISPLAY "UTBMS TASK CODE (BLANK IF NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TASK.
           DISPLAY "UTBMS ACTIVITY CODE (BLANK IF NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ACT.
           INSPECT WS-NEW-TASK CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-NEW-ACT CONVERTING "a" TO "A".
           PERFORM 220-CHECK-UTBMS-CODES.
           IF WS-CODES-OK
               PERFORM 230-WRITE-ENTRY
           END-IF.

      *-----------------------------------------------------------------*
      *    A TASK CODE WITHOUT AN ACTIVITY (OR THE REVERSE) WOULD BE
      *    REJECTED BY THE CLIENT'S E-BILLING SYSTEM, SO THE PAIR IS
      *    REFUSED HERE RATHER THAN AT INVOICE TIME.

       220-CHECK-UTBMS-CODES.
           MOVE "Y" TO WS-CODES-OK-FLAG.
           IF WS-NEW-TASK = SPACES AND WS-NEW-ACT = SPACES
               CONTINUE
           ELSE
               IF WS-NEW-TASK-SET NOT ALPHABETIC-UPPER
                   OR WS-NEW-TASK-SET = SPACE
                   OR WS-NEW-TASK-NUM NOT NUMERIC
                   MOVE "N" TO WS-CODES-OK-FLAG
                   DISPLAY "TASK CODE MUST BE A LETTER AND THREE "
                       "DIGITS - ENTRY REFUSED"
               ELSE
                   IF WS-NEW-ACT-SET NOT = "A"
                       OR WS-NEW-ACT-NUM NOT NUMERIC
                       MOVE "N" TO WS-CODES-OK-FLAG
                       DISPLAY "ACTIVITY CODE MUST BE A AND THREE "
                           "DIGITS - ENTRY REFUSED"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       230-WRITE-ENTRY.
           MOVE WS-NEW-ATTY TO WIP-ATTY-CD.
           MOVE WS-NEW-CLIENT TO WIP-CLIENT-ID.
           MOVE WS-NEW-DATE TO WIP-DATE.
           MOVE WS-NEW-HOURS TO WIP-HOURS.
           MOVE WS-NEW-NARR TO WIP-NARRATIVE.
           MOVE WS-NEW-TASK TO WIP-TASK-CD.
           MOVE WS-NEW-ACT TO WIP-ACT-CD.
           WRITE WIP-REC.
           ADD 1 TO WS-TRANS-CNTR.
           DISPLAY "TIME RECORDED - UNRELEASED".
