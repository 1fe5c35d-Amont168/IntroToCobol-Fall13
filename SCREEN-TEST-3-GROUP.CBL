000160*          Grouped fields allows fewer DISPLAY stmts.            *
000170*          Extended to a real add/change/delete contact          *
000180*          directory, keyed on CONTACT-ID.                       *
000181*          Contacts can be linked to law clients, students       *
000182*          and bank customers ((L)inks) and each call,           *
000183*          email, meeting or letter logged ((I)nteraction        *
000184*          log). Operator signs on the first time either         *
000185*          is used.                                              *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. SCREEN-TEST-3-GROUP.
000561 01  WS-PHONE-VALID-FLAG     PIC X VALUE "N".
000562     88  WS-PHONE-VALID            VALUE "Y".
000563
000564 01  WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
000565 01  WS-PASSWORD             PIC X(8).
000566 01  WS-TARGET-PGM           PIC X(20).
000567 01  WS-AUTH-FLAG            PIC X VALUE "N".
000568     88  WS-AUTHORIZED             VALUE "Y".
000569 01  WS-LINK-FUNC            PIC X.
000570*-----------------------------------------------------------------
000571 SCREEN SECTION.
000580 01  SCRN-TITLE.
000950 01  SCRN-ACTION.
000960     03  LINE 11 COL 30 PIC X ERASE EOL  TO WS-ACTION AUTO.
000970     03          COL 32 VALUE "(A)dd (C)hange (D)elete (E)xit".
000971     03  LINE 12 COL 32 VALUE "(L)inks (I)nteraction log".
000980
000990 01  SCRN-PROG-TERM.
001000     03  BLANK SCREEN.
001010     03  LINE 12 COL 34 VALUE "PROGRAM ENDED".
001011
001012 01  SCRN-SIGNON.
001013     03  LINE 14 COL 21 VALUE "Operator ID".
001014     03          COL 37 PIC X(10)   TO WS-OPERATOR-ID AUTO.
001015     03  LINE 15 COL 21 VALUE "Password".
001016     03          COL 37 PIC X(8)    TO WS-PASSWORD AUTO.
001017
001018 01  SCRN-SIGNON-BAD     LINE 16 COL 21
001019     VALUE "*** SIGN-ON REFUSED ***".
001020*-----------------------------------------------------------------
001030 PROCEDURE DIVISION.
001040 100-MAIN.
001300         WHEN "D"
001310         WHEN "d"
001320             PERFORM 500-DELETE-CONTACT
001321         WHEN "L"
001322         WHEN "l"
001323             PERFORM 600-CONTACT-LINKS
001324         WHEN "I"
001325         WHEN "i"
001326             PERFORM 650-CONTACT-INTERACTIONS
001330         WHEN OTHER
001340             CONTINUE
001350     END-EVALUATE.
001820             DISPLAY SCRN-NOT-FOUND
001830         NOT INVALID KEY
001840             DELETE CONTACT-FILE RECORD
001841             MOVE "X" TO WS-LINK-FUNC
001842             CALL "DSB-CONTACT-LINKS" USING WS-CONTACT-ID WS-FNAME
001843                 WS-LNAME WS-OPERATOR-ID WS-LINK-FUNC
001850     END-READ.
001860*-----------------------------------------------------------------
001870 700-ACCEPT-PHONE.
002380             MOVE "N" TO WS-FMT-OK-FLAG
002390         END-IF
002400     END-IF.
002410*-----------------------------------------------------------------
002420 600-CONTACT-LINKS.
002430     PERFORM 810-READ-CONTACT.
002440     IF WS-FOUND
002450         MOVE "DSB-CONTACT-LINKS" TO WS-TARGET-PGM
002460         PERFORM 800-SIGN-ON-OPERATOR
002470     END-IF.
002480     IF WS-FOUND AND WS-AUTHORIZED
002490         MOVE "M" TO WS-LINK-FUNC
002500         CALL "DSB-CONTACT-LINKS" USING CONTACT-ID WS-FNAME
002510             WS-LNAME WS-OPERATOR-ID WS-LINK-FUNC
002520     END-IF.
002530*-----------------------------------------------------------------
002540 650-CONTACT-INTERACTIONS.
002550     PERFORM 810-READ-CONTACT.
002560     IF WS-FOUND
002570         MOVE "DSB-CONTACT-LOG" TO WS-TARGET-PGM
002580         PERFORM 800-SIGN-ON-OPERATOR
002590     END-IF.
002600     IF WS-FOUND AND WS-AUTHORIZED
002610         CALL "DSB-CONTACT-LOG" USING CONTACT-ID WS-FNAME
002620             WS-LNAME WS-OPERATOR-ID
002630     END-IF.
002640*-----------------------------------------------------------------
002650 800-SIGN-ON-OPERATOR.
002660     IF WS-OPERATOR-ID = SPACES
002670         DISPLAY SCRN-SIGNON
002680         ACCEPT  SCRN-SIGNON
002690     END-IF.
002700     CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
002710         WS-TARGET-PGM WS-AUTH-FLAG.
002720     IF NOT WS-AUTHORIZED
002730         DISPLAY SCRN-SIGNON-BAD
002740         MOVE SPACES TO WS-OPERATOR-ID
002750     END-IF.
002760*-----------------------------------------------------------------
002770 810-READ-CONTACT.
002780     DISPLAY SCRN-ID.
002790     ACCEPT SCRN-ID.
002800     MOVE WS-CONTACT-ID TO CONTACT-ID.
002810     READ CONTACT-FILE
002820         INVALID KEY
002830             MOVE "N" TO WS-FOUND-FLAG
002840             DISPLAY SCRN-NOT-FOUND
002850         NOT INVALID KEY
002860             MOVE "Y" TO WS-FOUND-FLAG
002870     END-READ.
