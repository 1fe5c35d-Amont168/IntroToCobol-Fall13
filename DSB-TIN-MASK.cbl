      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-TIN-MASK
      *    PURPOSE: SHARED TAXPAYER-ID DISPLAY FORMATTING FOR EVERY
      *        SCREEN AND REPORT THAT SHOWS A CUSTOMER'S SSN OR EIN
      *        FROM MT-CUST-MST.TXT. THE CALLER PASSES ITS OPERATOR'S
      *        VIEW FLAG (FROM A DSB-SIGNON CHECK AGAINST THE PSEUDO
      *        PROGRAM NAME "DSB-TIN-VIEW"), THE 9-DIGIT TIN, AND ITS
      *        TYPE, AND GETS BACK AN 11-BYTE DISPLAY FORM - THE FULL
      *        NUMBER PUNCTUATED ("123-45-6789" / "12-3456789") FOR AN
      *        AUTHORIZED OPERATOR, OR ONLY THE LAST FOUR DIGITS
      *        ("***-**-6789" / "**-***6789") FOR EVERYONE ELSE, SO
      *        NO PROGRAM HAS TO GET ITS OWN MASKING RIGHT.
      *    A BLANK TIN COMES BACK AS "NOT ON FILE" SO A MISSING
      *        NUMBER NEVER LOOKS LIKE A MASKED ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-TIN-MASK.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TIN-WORK                 PIC X(9).
       01  WS-TIN-PARTS REDEFINES WS-TIN-WORK.
           03  WS-TIN-FIRST-2          PIC X(2).
           03  FILLER                  PIC X.
           03  WS-TIN-MIDDLE-2         PIC X(2).
           03  WS-TIN-LAST-4           PIC X(4).

       01  WS-SSN-FORM.
           03  WS-SSN-AREA             PIC X(3).
           03  FILLER                  PIC X VALUE "-".
           03  WS-SSN-GROUP            PIC X(2).
           03  FILLER                  PIC X VALUE "-".
           03  WS-SSN-SERIAL           PIC X(4).

       01  WS-EIN-FORM.
           03  WS-EIN-PREFIX           PIC X(2).
           03  FILLER                  PIC X VALUE "-".
           03  WS-EIN-REST-3           PIC X(3).
           03  WS-EIN-SERIAL           PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.

      ******************************************************************
       LINKAGE SECTION.

       01  LS-VIEW-FLAG                PIC X.
           88  LS-FULL-VIEW                  VALUE "Y".
       01  LS-TIN                      PIC X(9).
       01  LS-TIN-TYPE                 PIC X.
           88  LS-TIN-IS-EIN                 VALUE "E".
       01  LS-TIN-DISPLAY              PIC X(11).

      ******************************************************************
       PROCEDURE DIVISION USING LS-VIEW-FLAG LS-TIN LS-TIN-TYPE
           LS-TIN-DISPLAY.

       100-MAIN.
           IF LS-TIN = SPACES
               MOVE "NOT ON FILE" TO LS-TIN-DISPLAY
               GOBACK
           END-IF.
           MOVE LS-TIN TO WS-TIN-WORK.
           IF LS-TIN-IS-EIN
               PERFORM 200-FORMAT-EIN
               MOVE WS-EIN-FORM TO LS-TIN-DISPLAY
           ELSE
               PERFORM 210-FORMAT-SSN
               MOVE WS-SSN-FORM TO LS-TIN-DISPLAY
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------*

       200-FORMAT-EIN.
           IF LS-FULL-VIEW
               MOVE WS-TIN-FIRST-2 TO WS-EIN-PREFIX
               MOVE WS-TIN-WORK(3:3) TO WS-EIN-REST-3
           ELSE
               MOVE "**" TO WS-EIN-PREFIX
               MOVE "***" TO WS-EIN-REST-3
           END-IF.
           MOVE WS-TIN-LAST-4 TO WS-EIN-SERIAL.

      *-----------------------------------------------------------------*

       210-FORMAT-SSN.
           IF LS-FULL-VIEW
               MOVE WS-TIN-WORK(1:3) TO WS-SSN-AREA
               MOVE WS-TIN-MIDDLE-2 TO WS-SSN-GROUP
           ELSE
               MOVE "***" TO WS-SSN-AREA
               MOVE "**" TO WS-SSN-GROUP
           END-IF.
           MOVE WS-TIN-LAST-4 TO WS-SSN-SERIAL.
