      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CONFLICT-SRCH
      *    PURPOSE: CONFLICT-OF-INTEREST SEARCH. CALLED BY
      *        DSB-CLIENT-MAINT FOR EVERY NEW CLIENT (THE CLIENT'S NAME
      *        AND EACH ADVERSE/RELATED PARTY KEYED WITH IT), AGAIN
      *        WHEN A PARTNER RESOLVES THE PENDING INTAKE, AND ON
      *        DEMAND FOR ANY NAME. EACH NAME IS MATCHED AGAINST EVERY
      *        CLIENT ON THE BILLING MASTER (CH0601.TXT), EVERY CLIENT
      *        STILL PENDING CLEARANCE (DSB-CLIENT-INTAKE.TXT), EVERY
      *        PARTY RECORDED FOR ANY CLIENT (DSB-CLIENT-PARTY.TXT),
      *        AND EVERY ATTORNEY ON THE ATTORNEY MASTER
      *        (DSB-ATTY-MST.TXT). THE HIT REPORT GOES TO
      *        DSB-CONFLICT-RPT.TXT AND THE HIT COUNT BACK TO THE
      *        CALLER.
      *    TWO NAMES MATCH WHEN THE SHORTER, UPPER-CASED AND WITHOUT
      *        TRAILING BLANKS, APPEARS ANYWHERE IN THE LONGER ("SMITH"
      *        HITS "SMITH HOLDINGS LLC" AND "JOHN SMITH"). NAMES UNDER
      *        THREE CHARACTERS ARE NOT MATCHED. THE SEARCH IS MEANT TO
      *        OVER-REPORT - A PARTNER READS EVERY HIT.
      *    THE PROSPECT'S OWN RECORDS (SAME CLIENT ID) ARE SKIPPED; A
      *        BLANK CLIENT ID (NAME SEARCH) SKIPS NOTHING. A FILE NOT
      *        ON HAND IS NOTED ON THE REPORT AND PASSED OVER.
      *    THE CALLER MUST HAVE CH0601.TXT, DSB-CLIENT-INTAKE.TXT AND
      *        DSB-ATTY-MST.TXT CLOSED FOR THE CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CONFLICT-SRCH.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT MST-IN           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT INTAKE-IN        ASSIGN "DSB-CLIENT-INTAKE.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INT-CLIENT-ID
                               FILE STATUS IS WS-INTAKE-STATUS.

       SELECT PARTY-IN         ASSIGN "DSB-CLIENT-PARTY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARTY-STATUS.

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-CONFLICT-RPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MST-IN.
       01  REC-IN.
           03  CLIENT-ID-IN        PIC X(5).
           03  INITIAL1-IN         PIC X.
           03  INITIAL2-IN         PIC X.
           03  LNAME-IN            PIC X(10).
           03  MONTH-IN            PIC X(2).
           03  YEAR-IN             PIC X(4).
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  INTAKE-IN.
           COPY DSB-CLIENT-INTAKE.

       FD  PARTY-IN.
           COPY DSB-CLIENT-PARTY.

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-CD-MST             PIC X(3).
           03  ATTY-NAME-MST           PIC X(25).
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-INTAKE-STATUS            PIC XX.
       01  WS-PARTY-STATUS             PIC XX.
       01  WS-ATTY-STATUS              PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-EOF                        VALUE "Y".

       01  WS-LOWER-CASE               PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE               PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    THE NAMES BEING SEARCHED, UPPER-CASED, WITH THEIR LENGTHS.
       01  WS-NM-CNT                   PIC 99 VALUE ZERO.
       01  WS-NM-IX                    PIC 99.
       01  WS-NM-TABLE.
           03  WS-NM-ENTRY OCCURS 20 TIMES.
               05  WS-NM-TEXT          PIC X(30).
               05  WS-NM-LEN           PIC 99.

      *    THE NAME ON FILE BEING TESTED AGAINST THEM.
       01  WS-CAND-NAME                PIC X(30).
       01  WS-CAND-LEN                 PIC 99.
       01  WS-CAND-SOURCE              PIC X(16).
       01  WS-CAND-REF                 PIC X(5).
       01  WS-TRAIL-CNT                PIC 99.
       01  WS-TALLY                    PIC 99.
       01  WS-MIN-LEN                  PIC 99 VALUE 3.

       01  WS-HIT-CNTR                 PIC 9(3) VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROSPECT-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "PROSPECTIVE CLIENT: ".
           03  PL-CLIENT-ID            PIC X(5).

       01  WS-NAME-SRCH-LINE           PIC X(40)
                               VALUE "NAME SEARCH - NO CLIENT ID GIVEN".

       01  WS-NAME-LIST-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(1) VALUE "#".
           03  NL-NUMBER               PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  NL-NAME                 PIC X(30).

       01  WS-HIT-HDR-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(16) VALUE "FOUND ON".
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  FILLER                  PIC X(5) VALUE "REF".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE "NAME ON FILE".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(8) VALUE "MATCHES".

       01  WS-HIT-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  HL-SOURCE               PIC X(16).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  HL-REF                  PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  HL-NAME                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(6) VALUE "NAME #".
           03  HL-NUMBER               PIC Z9.

       01  WS-NOT-ON-HAND-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  NH-FILE                 PIC X(30).
           03  FILLER                  PIC X(30)
                               VALUE " NOT ON HAND - NOT SEARCHED".

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "POSSIBLE CONFLICTS: ".
           03  TL-HITS                 PIC ZZ9.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-TIME-RAW             PIC 9(8).
       01  WS-RUN-TIME-BRK REDEFINES WS-RUN-TIME-RAW.
           03  WS-RUN-HH               PIC 99.
           03  WS-RUN-MM               PIC 99.
           03  WS-RUN-SS               PIC 99.
           03  WS-RUN-HS               PIC 99.

       COPY DSB-RPT-HDR.

      ******************************************************************
       LINKAGE SECTION.

       01  LS-CF-CLIENT-ID             PIC X(5).
       01  LS-CF-OPERATOR              PIC X(10).
       01  LS-CF-NAME-CNT              PIC 99.
       01  LS-CF-NAME-TABLE.
           03  LS-CF-NAME              PIC X(30) OCCURS 20 TIMES.
       01  LS-CF-HIT-CNT               PIC 9(3).

      ******************************************************************
       PROCEDURE DIVISION USING LS-CF-CLIENT-ID LS-CF-OPERATOR
           LS-CF-NAME-CNT LS-CF-NAME-TABLE LS-CF-HIT-CNT.

       100-MAIN.
           MOVE ZERO TO WS-HIT-CNTR.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM 200-PREPARE-NAMES.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REPORT-HEADER.
           PERFORM 300-SEARCH-CLIENTS.
           PERFORM 400-SEARCH-INTAKE.
           PERFORM 500-SEARCH-PARTIES.
           PERFORM 600-SEARCH-ATTORNEYS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-HIT-CNTR = ZERO
               MOVE "NO CONFLICTS FOUND" TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE WS-HIT-CNTR TO TL-HITS
               WRITE RPT-REC FROM WS-TOTAL-LINE
           END-IF.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           MOVE WS-HIT-CNTR TO LS-CF-HIT-CNT.
           GOBACK.

      *-----------------------------------------------------------------*

       120-PRINT-REPORT-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-RUN-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-RUN-MM TO WS-RPT-HDR-MIN.
           MOVE LS-CF-OPERATOR TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "CONFLICT OF INTEREST SEARCH" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF LS-CF-CLIENT-ID = SPACES
               WRITE RPT-REC FROM WS-NAME-SRCH-LINE
           ELSE
               MOVE LS-CF-CLIENT-ID TO PL-CLIENT-ID
               WRITE RPT-REC FROM WS-PROSPECT-LINE
           END-IF.
           MOVE "NAMES SEARCHED:" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-NM-IX FROM 1 BY 1
                   UNTIL WS-NM-IX > WS-NM-CNT
               MOVE WS-NM-IX TO NL-NUMBER
               MOVE WS-NM-TEXT(WS-NM-IX) TO NL-NAME
               WRITE RPT-REC FROM WS-NAME-LIST-LINE
           END-PERFORM.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-HIT-HDR-LINE.

      *-----------------------------------------------------------------*
      *    UPPER-CASE EACH NAME AND MEASURE IT ONCE, SO EVERY RECORD ON
      *    FILE IS ONLY COMPARED, NOT RE-EDITED, AGAINST IT.

       200-PREPARE-NAMES.
           MOVE LS-CF-NAME-CNT TO WS-NM-CNT.
           IF WS-NM-CNT > 20
               MOVE 20 TO WS-NM-CNT
           END-IF.
           PERFORM VARYING WS-NM-IX FROM 1 BY 1
                   UNTIL WS-NM-IX > WS-NM-CNT
               MOVE LS-CF-NAME(WS-NM-IX) TO WS-NM-TEXT(WS-NM-IX)
               INSPECT WS-NM-TEXT(WS-NM-IX)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE ZERO TO WS-TRAIL-CNT
               INSPECT WS-NM-TEXT(WS-NM-IX)
                   TALLYING WS-TRAIL-CNT FOR TRAILING SPACES
               COMPUTE WS-NM-LEN(WS-NM-IX) = 30 - WS-TRAIL-CNT
           END-PERFORM.

      *-----------------------------------------------------------------*

       300-SEARCH-CLIENTS.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS NOT = "00"
               MOVE "CH0601.TXT" TO NH-FILE
               WRITE RPT-REC FROM WS-NOT-ON-HAND-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CLIENT-ID-IN NOT = LS-CF-CLIENT-ID
                       MOVE LNAME-IN TO WS-CAND-NAME
                       MOVE "CLIENT" TO WS-CAND-SOURCE
                       MOVE CLIENT-ID-IN TO WS-CAND-REF
                       PERFORM 700-MATCH-CANDIDATE
                   END-IF
                   READ MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE MST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    A CLIENT STILL WAITING ON A PARTNER'S DECISION CONFLICTS
      *    JUST AS A CLIENT ON THE MASTER DOES.

       400-SEARCH-INTAKE.
           OPEN INPUT INTAKE-IN.
           IF WS-INTAKE-STATUS NOT = "00"
               MOVE "DSB-CLIENT-INTAKE.TXT" TO NH-FILE
               WRITE RPT-REC FROM WS-NOT-ON-HAND-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ INTAKE-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF INT-CLIENT-ID NOT = LS-CF-CLIENT-ID
                       MOVE INT-CLIENT-DATA(3:10) TO WS-CAND-NAME
                       MOVE "PENDING INTAKE" TO WS-CAND-SOURCE
                       MOVE INT-CLIENT-ID TO WS-CAND-REF
                       PERFORM 700-MATCH-CANDIDATE
                   END-IF
                   READ INTAKE-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE INTAKE-IN
           END-IF.

      *-----------------------------------------------------------------*

       500-SEARCH-PARTIES.
           OPEN INPUT PARTY-IN.
           IF WS-PARTY-STATUS NOT = "00"
               MOVE "DSB-CLIENT-PARTY.TXT" TO NH-FILE
               WRITE RPT-REC FROM WS-NOT-ON-HAND-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ PARTY-IN
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PTY-CLIENT-ID NOT = LS-CF-CLIENT-ID
                       MOVE PTY-NAME TO WS-CAND-NAME
                       EVALUATE TRUE
                           WHEN PTY-OPPOSING
                               MOVE "OPPOSING PARTY" TO WS-CAND-SOURCE
                           WHEN PTY-OPP-COUNSEL
                               MOVE "OPPOSING COUNSEL"
                                   TO WS-CAND-SOURCE
                           WHEN OTHER
                               MOVE "RELATED COMPANY" TO WS-CAND-SOURCE
                       END-EVALUATE
                       MOVE PTY-CLIENT-ID TO WS-CAND-REF
                       PERFORM 700-MATCH-CANDIDATE
                   END-IF
                   READ PARTY-IN
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PARTY-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    ACTIVE OR NOT, AN ATTORNEY WHO SHARES A NAME WITH THE OTHER
      *    SIDE IS A HIT - A FORMER LAWYER'S TIES STILL COUNT.

       600-SEARCH-ATTORNEYS.
           OPEN INPUT ATTY-MST-IN.
           IF WS-ATTY-STATUS NOT = "00"
               MOVE "DSB-ATTY-MST.TXT" TO NH-FILE
               WRITE RPT-REC FROM WS-NOT-ON-HAND-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ ATTY-MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE ATTY-NAME-MST TO WS-CAND-NAME
                   MOVE "ATTORNEY" TO WS-CAND-SOURCE
                   MOVE ATTY-CD-MST TO WS-CAND-REF
                   PERFORM 700-MATCH-CANDIDATE
                   READ ATTY-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ATTY-MST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    ONE HIT LINE FOR EVERY SEARCHED NAME THE NAME ON FILE
      *    MATCHES.

       700-MATCH-CANDIDATE.
           INSPECT WS-CAND-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE ZERO TO WS-TRAIL-CNT.
           INSPECT WS-CAND-NAME
               TALLYING WS-TRAIL-CNT FOR TRAILING SPACES.
           COMPUTE WS-CAND-LEN = 30 - WS-TRAIL-CNT.
           IF WS-CAND-LEN NOT < WS-MIN-LEN
               PERFORM VARYING WS-NM-IX FROM 1 BY 1
                       UNTIL WS-NM-IX > WS-NM-CNT
                   IF WS-NM-LEN(WS-NM-IX) NOT < WS-MIN-LEN
                       PERFORM 710-MATCH-ONE-NAME
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*

       710-MATCH-ONE-NAME.
           MOVE ZERO TO WS-TALLY.
           IF WS-NM-LEN(WS-NM-IX) NOT > WS-CAND-LEN
               INSPECT WS-CAND-NAME(1:WS-CAND-LEN) TALLYING WS-TALLY
                   FOR ALL WS-NM-TEXT(WS-NM-IX)(1:WS-NM-LEN(WS-NM-IX))
           ELSE
               INSPECT WS-NM-TEXT(WS-NM-IX)(1:WS-NM-LEN(WS-NM-IX))
                   TALLYING WS-TALLY
                   FOR ALL WS-CAND-NAME(1:WS-CAND-LEN)
           END-IF.
           IF WS-TALLY > ZERO
               MOVE WS-CAND-SOURCE TO HL-SOURCE
               MOVE WS-CAND-REF TO HL-REF
               MOVE WS-CAND-NAME TO HL-NAME
               MOVE WS-NM-IX TO HL-NUMBER
               WRITE RPT-REC FROM WS-HIT-LINE
               ADD 1 TO WS-HIT-CNTR
           END-IF.
