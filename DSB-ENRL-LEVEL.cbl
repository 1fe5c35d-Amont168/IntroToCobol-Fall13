      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ENRL-LEVEL
      *    PURPOSE: SHARED ENROLLMENT-LEVEL UTILITY. THE CALLER PASSES
      *        A STUDENT'S CREDIT HOURS CARRIED FOR A TERM AND GETS
      *        BACK THE ONE-LETTER STATUS REPORTED TO THE STUDENT LOAN
      *        CLEARINGHOUSE AND ITS PRINTED DESCRIPTION - (F)ULL-TIME
      *        AT 12 OR MORE, THREE-(Q)UARTER AT 9, (H)ALF-TIME AT 6,
      *        (L)ESS THAN HALF-TIME BELOW THAT, AND (N)OT ENROLLED AT
      *        ZERO. THE MONTHLY REPORTING RUN AND THE VERIFICATION
      *        LETTER BOTH CALL IT, SO A LENDER NEVER SEES TWO ANSWERS
      *        FOR THE SAME CREDIT LOAD. WITHDRAWN AND GRADUATED ARE
      *        DECIDED BY THE CALLER FROM THE ARCHIVE AND THE MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ENRL-LEVEL.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-FULL-TIME-MIN            PIC 9(3) VALUE 12.
       01  WS-THREE-QTR-MIN            PIC 9(3) VALUE 9.
       01  WS-HALF-TIME-MIN            PIC 9(3) VALUE 6.

      ******************************************************************
       LINKAGE SECTION.

       01  LS-CREDITS                  PIC 9(3).
       01  LS-STATUS                   PIC X.
       01  LS-STATUS-DESC              PIC X(20).

      ******************************************************************
       PROCEDURE DIVISION USING LS-CREDITS LS-STATUS LS-STATUS-DESC.

       100-MAIN.
           EVALUATE TRUE
               WHEN LS-CREDITS >= WS-FULL-TIME-MIN
                   MOVE "F" TO LS-STATUS
                   MOVE "FULL-TIME" TO LS-STATUS-DESC
               WHEN LS-CREDITS >= WS-THREE-QTR-MIN
                   MOVE "Q" TO LS-STATUS
                   MOVE "THREE-QUARTER TIME" TO LS-STATUS-DESC
               WHEN LS-CREDITS >= WS-HALF-TIME-MIN
                   MOVE "H" TO LS-STATUS
                   MOVE "HALF-TIME" TO LS-STATUS-DESC
               WHEN LS-CREDITS > ZERO
                   MOVE "L" TO LS-STATUS
                   MOVE "LESS THAN HALF-TIME" TO LS-STATUS-DESC
               WHEN OTHER
                   MOVE "N" TO LS-STATUS
                   MOVE "NOT ENROLLED" TO LS-STATUS-DESC
           END-EVALUATE.
           GOBACK.
