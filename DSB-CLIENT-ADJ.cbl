      *        ROW BY ATTORNEY GOES TO THE WRITE-OFF REGISTER FOR THE
      *        MONTHLY PARTNERS MEETING. A MAKER CAN NEVER APPROVE
      *        THEIR OWN ENTRY.
      *    AN APPROVED WRITE-OFF OR COURTESY DISCOUNT AGAINST A FEE
      *        ITEM (NOT A FINANCE CHARGE) IS ALSO LOGGED TO
      *        DSB-REALIZATION.TXT FOR THE ATTORNEY REALIZATION REPORT;
      *        A CORRECTION FIXES A WRONG BILL AND IS NOT A WRITE-OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT RLZ-OUT          ASSIGN "DSB-REALIZATION.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RLZ-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  CLIENT-GL-OUT.
           COPY DSB-GL-DETAIL.
       FD  REGISTER-OUT.
       01  REGISTER-REC                PIC X(80).

       FD  RLZ-OUT.
           COPY DSB-REALIZE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-GL-STATUS                PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-RLZ-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-ACTION                   PIC X.
       01  WS-APPLIED-TYPE             PIC X.
       01  WS-APPLIED-FLAG             PIC X VALUE "N".
           88  WS-APPLIED                    VALUE "Y".

               ADD PA-AMOUNT TO WS-TOTAL-WRITTEN-OFF
               PERFORM 340-WRITE-GL-PAIR
               PERFORM 350-WRITE-REGISTER-ROW
               IF (PA-IS-WRITEOFF OR PA-IS-DISCOUNT)
                   AND WS-APPLIED-TYPE NOT = "F"
                   PERFORM 355-WRITE-REALIZATION
               END-IF
               DISPLAY "APPROVED AND APPLIED"
           ELSE
               DISPLAY "OPEN ITEM NOT FOUND - KEPT PENDING"
               IF OI-CLIENT-ID = PA-CLIENT-ID
                   AND OI-MONTH = PA-MONTH
                   AND OI-YEAR = PA-YEAR
                   AND OI-TYPE NOT = "C"
                   AND NOT WS-APPLIED
                   ADD PA-AMOUNT TO OI-ADJ
                   MOVE OI-TYPE TO WS-APPLIED-TYPE
                   MOVE "Y" TO WS-APPLIED-FLAG
               END-IF
               WRITE OI-TEMP-REC FROM OI-REC
           WRITE REGISTER-REC FROM WS-REGISTER-ROW.
           CLOSE REGISTER-OUT.

      *-----------------------------------------------------------------*
      *    CREDITED TO THE SAME ATTORNEY AS THE REGISTER ROW JUST
      *    WRITTEN - THE CLIENT'S ATTORNEY ON THE BILLING MASTER.

       355-WRITE-REALIZATION.
           OPEN EXTEND RLZ-OUT.
           IF WS-RLZ-STATUS = "35"
               OPEN OUTPUT RLZ-OUT
               CLOSE RLZ-OUT
               OPEN EXTEND RLZ-OUT
           END-IF.
           MOVE ATTY-CD-IN TO RLZ-ATTY-CD.
           MOVE PA-CLIENT-ID TO RLZ-CLIENT-ID.
           MOVE WS-RUN-DATE TO RLZ-DATE.
           MOVE "W" TO RLZ-SOURCE.
           MOVE ZERO TO RLZ-STANDARD RLZ-BILLED RLZ-COLLECTED.
           MOVE PA-AMOUNT TO RLZ-WRITTEN-OFF.
           WRITE REALIZE-REC.
           CLOSE RLZ-OUT.

      *-----------------------------------------------------------------*

       360-COPY-PEND-BACK.
