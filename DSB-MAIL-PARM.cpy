      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-MAIL-PARM
      *    PURPOSE: WORKING-STORAGE PARAMETERS A MAIL-PRODUCING PROGRAM
      *        PASSES TO DSB-MAIL-OUT. "B" BEGINS A PIECE FOR THE
      *        RECIPIENT AND DOCUMENT TYPE SET HERE (SEE DSB-MAIL-
      *        PIECE FOR THE CODES), "L" ADDS WS-MAIL-LINE TO THE
      *        PIECE BEGUN LAST, AND "E" CLOSES THE MAIL FILE AT THE
      *        END OF THE RUN.
      *-----------------------------------------------------------------*
       01  WS-MAIL-PARM.
           03  WS-MAIL-ACTION          PIC X.
           03  WS-MAIL-SOURCE          PIC X(20).
           03  WS-MAIL-DOC-TYPE        PIC X(4).
           03  WS-MAIL-SYSTEM          PIC X.
           03  WS-MAIL-RECIP-ID        PIC X(7).
           03  WS-MAIL-RECIP-NAME      PIC X(30).
           03  WS-MAIL-LINE            PIC X(80).
