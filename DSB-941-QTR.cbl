                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL        PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT            PIC X(3).
           03  EMP-BIRTH-DATE      PIC 9(8).
           03  EMP-YTD-401K        PIC 9(7)V99.
           03  EMP-YTD-401K-ER     PIC 9(7)V99.

       FD  EMP-OLD-IO.
       01  EMP-OLD-REC             PIC X(300).
       01  EMP-OLD-QTD-VIEW REDEFINES EMP-OLD-REC.
           03  FILLER              PIC X(116).
           03  FILLER              PIC X(27).
           03  EMP-OLD-QTD-FIELDS  PIC X(36).
           03  FILLER              PIC X(121).

       FD  EMP-TEMP.
       01  EMP-TEMP-REC            PIC X(300).

       FD  RPT-OUT.
       01  RPT-REC                 PIC X(80).
