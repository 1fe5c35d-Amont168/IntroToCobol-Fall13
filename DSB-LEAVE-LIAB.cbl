                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL-IN     PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT-IN         PIC X(3).
           03  EMP-BIRTH-DATE-IN   PIC 9(8).
           03  EMP-YTD-401K-IN     PIC 9(7)V99.
           03  EMP-YTD-401K-ER-IN  PIC 9(7)V99.

       FD  RPT-OUT.
       01  RPT-REC                 PIC X(80).
