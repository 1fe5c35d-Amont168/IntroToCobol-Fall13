      *        LEVEL EACH CLIENT LAST RECEIVED, AND A CLIENT NEVER
      *        GETS A SOFTER LETTER AFTER A HARDER ONE - THE LEVEL
      *        ONLY RATCHETS UP UNTIL THE BALANCE CLEARS.
      *    FINANCE-CHARGE AND CLIENT COST ITEMS AGE LIKE ANY OTHER
      *        AND ARE LABELLED AS SUCH ON THE LETTER.
      *    EACH LETTER IS ALSO ADDED AS ONE PIECE TO THE COMMON MAIL
      *        FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN MAILS IT TO
      *        THE ADDRESS ON DSB-CLIENT-ADDR.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  HIST-IO.
       01  HIST-REC.
               05  WS-OI-MONTH         PIC X(2).
               05  WS-OI-YEAR          PIC X(4).
               05  WS-OI-OPEN          PIC S9(6)V99.
               05  WS-OI-TYPE          PIC X.

       01  WS-CL-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-CL-IDX                   PIC 9(3).
           03  IL-YEAR                 PIC X(4).
           03  FILLER                  PIC X(8) VALUE "   OPEN ".
           03  IL-AMOUNT               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  IL-KIND                 PIC X(14).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-LETTER-CNTR              PIC 9(7) VALUE ZERO.

           COPY DSB-MAIL-PARM.

      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           PERFORM 110-LOAD-OPEN-ITEMS.
           PERFORM 120-LOAD-HISTORY.
           OPEN INPUT MST-IN.
           PERFORM 200-WRITE-LETTERS.
           CLOSE MST-IN.
           CLOSE LETTER-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           PERFORM 300-REWRITE-HISTORY.
           DISPLAY "DUNNING LETTERS WRITTEN = " WS-LETTER-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                   MOVE OI-YEAR TO WS-OI-YEAR(WS-OI-CNT)
                   COMPUTE WS-OI-OPEN(WS-OI-CNT) =
                       OI-BILLED - OI-PAID - OI-ADJ
                   MOVE OI-TYPE TO WS-OI-TYPE(WS-OI-CNT)
               END-IF
               IF WS-ITEM-LEVEL > ZERO
                   PERFORM 117-RAISE-CLIENT-LEVEL
           MOVE INITIAL2-IN TO LT-INITIAL2.
           MOVE LNAME-IN TO LT-LNAME.
           MOVE WS-CL-CLIENT(WS-CL-IDX) TO LT-CLIENT.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "DUNN" TO WS-MAIL-DOC-TYPE.
           MOVE "L" TO WS-MAIL-SYSTEM.
           MOVE WS-CL-CLIENT(WS-CL-IDX) TO WS-MAIL-RECIP-ID.
           MOVE SPACES TO WS-MAIL-RECIP-NAME.
           STRING INITIAL1-IN " " INITIAL2-IN " " LNAME-IN
               DELIMITED BY SIZE INTO WS-MAIL-RECIP-NAME
           END-STRING.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           WRITE LETTER-REC FROM WS-LETTER-NAME-LINE.
           PERFORM 900-MAIL-LETTER-LINE.
           EVALUATE WS-SEND-LEVEL
               WHEN 1
                   WRITE LETTER-REC FROM WS-TEXT-30-1
                   PERFORM 900-MAIL-LETTER-LINE
                   WRITE LETTER-REC FROM WS-TEXT-30-2
                   PERFORM 900-MAIL-LETTER-LINE
               WHEN 2
                   WRITE LETTER-REC FROM WS-TEXT-60-1
                   PERFORM 900-MAIL-LETTER-LINE
                   WRITE LETTER-REC FROM WS-TEXT-60-2
                   PERFORM 900-MAIL-LETTER-LINE
               WHEN OTHER
                   WRITE LETTER-REC FROM WS-TEXT-90-1
                   PERFORM 900-MAIL-LETTER-LINE
                   WRITE LETTER-REC FROM WS-TEXT-90-2
                   PERFORM 900-MAIL-LETTER-LINE
           END-EVALUATE.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT
                   MOVE WS-OI-MONTH(WS-OI-IDX) TO IL-MONTH
                   MOVE WS-OI-YEAR(WS-OI-IDX) TO IL-YEAR
                   MOVE WS-OI-OPEN(WS-OI-IDX) TO IL-AMOUNT
                   EVALUATE WS-OI-TYPE(WS-OI-IDX)
                       WHEN "C"
                           MOVE "COSTS ADVANCED" TO IL-KIND
                       WHEN "F"
                           MOVE "FINANCE CHARGE" TO IL-KIND
                       WHEN OTHER
                           MOVE "LEGAL SERVICES" TO IL-KIND
                   END-EVALUATE
                   WRITE LETTER-REC FROM WS-ITEM-LINE
                   PERFORM 900-MAIL-LETTER-LINE
               END-IF
           END-PERFORM.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM 900-MAIL-LETTER-LINE.

      *-----------------------------------------------------------------*

               END-IF
           END-PERFORM.
           CLOSE HIST-IO.

      *-----------------------------------------------------------------*
      *    EVERY LETTER LINE ALSO GOES TO THE CLIENT'S PIECE ON THE
      *    COMMON MAIL FILE.

       900-MAIL-LETTER-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE LETTER-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
