      *        GRADE, WITH A GPA PER TERM AND THE CUMULATIVE GPA AT
      *        THE BOTTOM - THE REGISTRAR-ACCEPTABLE SHEET THE SHOP
      *        NEVER HAD. INCOMPLETES PRINT AS "I" AND SIMPLY STAY
      *        OUT OF THE GPA UNTIL RE-KEYED. ONCE DSB-GRAD-CLEAR HAS
      *        CONFERRED A DEGREE, THE DEGREE, CONFERRAL DATE AND ANY
      *        LATIN HONORS PRINT UNDER THE CUMULATIVE GPA.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  CUM-GPA-IN              PIC 9V99.
           03  STANDING-IN             PIC X(2).
           03  AR-HOLD-IN              PIC X.
           03  DEGREE-IN               PIC X(4).
           03  DEGREE-DATE-IN          PIC 9(8).
           03  HONORS-IN               PIC X.
               88  HONORS-SUMMA-IN                 VALUE "S".
               88  HONORS-MAGNA-IN                 VALUE "M".
               88  HONORS-CUM-IN                   VALUE "C".
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).
           03  FILLER                  PIC X VALUE SPACE.
           03  CG-GPA                  PIC 9.99.

       01  WS-DEGREE-LINE.
           03  FILLER                  PIC X(18)
                               VALUE "DEGREE CONFERRED: ".
           03  DG-DEGREE               PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DG-MM                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DG-DD                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DG-YYYY                 PIC 9(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DG-HONORS               PIC X(15).

       01  WS-DEGREE-DATE              PIC 9(8).
       01  WS-DEGREE-DATE-BRK REDEFINES WS-DEGREE-DATE.
           03  WS-DD-YYYY              PIC 9(4).
           03  WS-DD-MM                PIC 99.
           03  WS-DD-DD                PIC 99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
           READ STU-MST-IN
               INVALID KEY
                   MOVE SPACES TO FNAME-IN LNAME-IN MJR-CD-IN
                       DEGREE-IN
           END-READ.
           MOVE REG-STU-ID TO TH-STU-ID.
           MOVE LNAME-IN TO TH-LNAME.
           MOVE WS-GPA TO CG-GPA.
           MOVE WS-CUM-GPA-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF DEGREE-IN NOT = SPACES
               PERFORM 290-PRINT-DEGREE
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       290-PRINT-DEGREE.
           MOVE DEGREE-IN TO DG-DEGREE.
           MOVE DEGREE-DATE-IN TO WS-DEGREE-DATE.
           MOVE WS-DD-MM TO DG-MM.
           MOVE WS-DD-DD TO DG-DD.
           MOVE WS-DD-YYYY TO DG-YYYY.
           EVALUATE TRUE
               WHEN HONORS-SUMMA-IN
                   MOVE "SUMMA CUM LAUDE" TO DG-HONORS
               WHEN HONORS-MAGNA-IN
                   MOVE "MAGNA CUM LAUDE" TO DG-HONORS
               WHEN HONORS-CUM-IN
                   MOVE "CUM LAUDE" TO DG-HONORS
               WHEN OTHER
                   MOVE SPACES TO DG-HONORS
           END-EVALUATE.
           MOVE WS-DEGREE-LINE TO RPT-REC.
           WRITE RPT-REC.
