      *        LIST AND RE-PRODUCE ANY ARCHIVED REPORT ON DEMAND.
      *        YESTERDAY'S REPORT NO LONGER EXISTS ONLY IF SOMEONE
      *        HAPPENED TO PRINT IT.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               VALUE "PAYROLL-CHECKS.TXT".
           03  FILLER          PIC X(40)
                               VALUE "MT-CYCLE-STMTS.TXT".
           03  FILLER          PIC X(40)
                               VALUE "MT-INCLEARING-REGISTER.TXT".
           03  FILLER          PIC X(40)
                               VALUE "MT-TELLER-SETTLE.TXT".
           03  FILLER          PIC X(40)
                               VALUE "MT-CARD-EXCEPTIONS.TXT".
           03  FILLER          PIC X(40)
                               VALUE "MT-MON-ALERTS.TXT".
           03  FILLER          PIC X(40)
                               VALUE "DSB-TICKLER.TXT".
           03  FILLER          PIC X(40)
                               VALUE "DSB-TICKLER-OVERDUE.TXT".
           03  FILLER          PIC X(40)
                               VALUE "DSB-IOLTA-REMITTANCE.TXT".
           03  FILLER          PIC X(40)
                               VALUE "DSB-MAIL-RUN.TXT".
           03  FILLER          PIC X(40)
                               VALUE "DSB-MAIL-HOLD-LIST.TXT".
       01  WS-REPORT-TBL REDEFINES WS-REPORT-LIST.
           03  WS-REPORT-NAME          PIC X(40) OCCURS 16 TIMES.
       01  WS-RPT-IDX                  PIC 99.

       01  WS-SOURCE-NAME              PIC X(40).
       01  WS-ARCHIVE-NAME             PIC X(50).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-RPT-ARCHIVE".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 200-ARCHIVE-ONE-REPORT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > 16.
           DISPLAY "REPORTS ARCHIVED = " WS-ARCH-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-ARCH-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
