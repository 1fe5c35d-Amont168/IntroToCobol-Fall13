      *        THE PRINTED REGISTER'S BEFORE THE FILE RELEASES - AN
      *        OUT-OF-BALANCE FILE IS EMPTIED, NEVER TRANSMITTED.
      *        A RELEASED FILE WRITES ITS TRANSMISSION MANIFEST.
      *    10/15/26 - 401(K) DEFERRALS ARE PRE-TAX: THE REGISTER AND
      *        THE RW DETAIL NOW CARRY W-2 WAGES (BOX 1 - YTD GROSS
      *        LESS THE YTD DEFERRAL) AND THE BOX 12 CODE D AMOUNT
      *        (THE YTD DEFERRAL OFF THE MASTER), AND BOTH TOTALS ARE
      *        ON THE RT TRAILER AND IN THE BALANCE CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL-IN     PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT-IN         PIC X(3).
           03  EMP-BIRTH-DATE-IN   PIC 9(8).
           03  EMP-YTD-401K-IN     PIC 9(7)V99.
           03  EMP-YTD-401K-ER-IN  PIC 9(7)V99.

       FD  RPT-OUT.
       01  RPT-REC                 PIC X(100).

       FD  EMPLOYER-PARM-IN.
       01  EMPLOYER-PARM-REC.
           03  EP-NAME             PIC X(30).

       FD  EFILE-OUT.
       01  EFILE-REC               PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
           03  FILLER              PIC X(13) VALUE "    FED W/H".
           03  FILLER              PIC X(13) VALUE "     ST W/H".
           03  FILLER              PIC X(14) VALUE "    YTD NET".
           03  FILLER              PIC X(10) VALUE " W-2 WAGES".
           03  FILLER              PIC X(13) VALUE "     BOX 12 D".

       01  WS-DETAIL-LINE.
           03  DTL-ID              PIC X(5).
           03  DTL-ST              PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  DTL-NET             PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  DTL-WAGES           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  DTL-BOX12           PIC Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           03  FILLER              PIC X(21)
           03  TOT-ST              PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  TOT-NET             PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  TOT-WAGES           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  TOT-BOX12           PIC Z,ZZZ,ZZ9.99.

       01  WS-TOT-GROSS            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-FED              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ST               PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-NET              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-WAGES            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-BOX12            PIC 9(9)V99 VALUE ZERO.
       01  WS-W2-WAGES             PIC 9(7)V99 VALUE ZERO.

       01  WS-PARM-STATUS          PIC XX.
       01  WS-EMPLOYER-EIN         PIC 9(9) VALUE ZERO.
           03  EFH-EIN             PIC 9(9).
           03  EFH-NAME            PIC X(30).
           03  EFH-TAX-YEAR        PIC 9(4).
           03  FILLER              PIC X(55) VALUE SPACES.

       01  WS-EF-DETAIL.
           03  FILLER              PIC X(2)  VALUE "RW".
           03  EFD-FED             PIC 9(9)V99.
           03  EFD-ST              PIC 9(9)V99.
           03  EFD-NET             PIC 9(9)V99.
           03  EFD-WAGES           PIC 9(9)V99.
           03  EFD-BOX12-CODE      PIC X(2)  VALUE "D ".
           03  EFD-BOX12-AMT       PIC 9(9)V99.
           03  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-EF-TRAILER.
           03  FILLER              PIC X(2)  VALUE "RT".
           03  EFT-FED             PIC 9(11)V99.
           03  EFT-ST              PIC 9(11)V99.
           03  EFT-NET             PIC 9(11)V99.
           03  EFT-WAGES           PIC 9(11)V99.
           03  EFT-BOX12           PIC 9(11)V99.
           03  FILLER              PIC X(13) VALUE SPACES.

       01  WS-EF-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-EF-GROSS             PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-FED               PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-ST                PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-NET               PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-WAGES             PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-BOX12             PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-BALANCED-FLAG     PIC X VALUE "N".
           88  WS-EF-BALANCED            VALUE "Y".

           MOVE WS-TOT-FED TO TOT-FED.
           MOVE WS-TOT-ST TO TOT-ST.
           MOVE WS-TOT-NET TO TOT-NET.
           MOVE WS-TOT-WAGES TO TOT-WAGES.
           MOVE WS-TOT-BOX12 TO TOT-BOX12.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

       200-REGISTER-LOOP.
           ADD 1 TO WS-EMP-CNTR.
           COMPUTE WS-W2-WAGES = EMP-YTD-IN - EMP-YTD-401K-IN.
           MOVE EMP-ID-IN TO DTL-ID.
           MOVE EMP-LNAME-IN TO DTL-LNAME.
           MOVE EMP-YTD-IN TO DTL-GROSS.
           MOVE EMP-YTD-FED-IN TO DTL-FED.
           MOVE EMP-YTD-ST-IN TO DTL-ST.
           MOVE EMP-YTD-NET-IN TO DTL-NET.
           MOVE WS-W2-WAGES TO DTL-WAGES.
           MOVE EMP-YTD-401K-IN TO DTL-BOX12.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD EMP-YTD-IN TO WS-TOT-GROSS.
           ADD EMP-YTD-FED-IN TO WS-TOT-FED.
           ADD EMP-YTD-ST-IN TO WS-TOT-ST.
           ADD EMP-YTD-NET-IN TO WS-TOT-NET.
           ADD WS-W2-WAGES TO WS-TOT-WAGES.
           ADD EMP-YTD-401K-IN TO WS-TOT-BOX12.
           MOVE EMP-ID-IN TO EFD-EMP-ID.
           MOVE EMP-LNAME-IN TO EFD-LNAME.
           MOVE EMP-FNAME-IN TO EFD-FNAME.
           MOVE EMP-YTD-FED-IN TO EFD-FED.
           MOVE EMP-YTD-ST-IN TO EFD-ST.
           MOVE EMP-YTD-NET-IN TO EFD-NET.
           MOVE WS-W2-WAGES TO EFD-WAGES.
           MOVE EMP-YTD-401K-IN TO EFD-BOX12-AMT.
           WRITE EFILE-REC FROM WS-EF-DETAIL.
           ADD 1 TO WS-EF-CNTR.
           ADD EMP-YTD-IN TO WS-EF-GROSS.
           ADD EMP-YTD-FED-IN TO WS-EF-FED.
           ADD EMP-YTD-ST-IN TO WS-EF-ST.
           ADD EMP-YTD-NET-IN TO WS-EF-NET.
           ADD WS-W2-WAGES TO WS-EF-WAGES.
           ADD EMP-YTD-401K-IN TO WS-EF-BOX12.
           READ EMP-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
           MOVE WS-EF-FED TO EFT-FED.
           MOVE WS-EF-ST TO EFT-ST.
           MOVE WS-EF-NET TO EFT-NET.
           MOVE WS-EF-WAGES TO EFT-WAGES.
           MOVE WS-EF-BOX12 TO EFT-BOX12.
           WRITE EFILE-REC FROM WS-EF-TRAILER.
           CLOSE EFILE-OUT.
           MOVE "N" TO WS-EF-BALANCED-FLAG.
               AND WS-EF-FED = WS-TOT-FED
               AND WS-EF-ST = WS-TOT-ST
               AND WS-EF-NET = WS-TOT-NET
               AND WS-EF-WAGES = WS-TOT-WAGES
               AND WS-EF-BOX12 = WS-TOT-BOX12
               MOVE "Y" TO WS-EF-BALANCED-FLAG
           END-IF.
           IF WS-EF-BALANCED
