      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-MAIL-RUN
      *    PURPOSE: NIGHTLY PRINT-AND-MAIL RUN OVER THE COMMON MAIL FILE
      *        (DSB-MAIL-PIECES.TXT, LAYOUT DSB-MAIL-PIECE) THAT THE
      *        STATEMENT, INVOICE, DUNNING, PAST-DUE, CD MATURITY AND
      *        ESCROW PROGRAMS FILL THROUGH DSB-MAIL-OUT. EACH PIECE IS
      *        ADDRESSED FROM ITS RECIPIENT'S MASTER AS IT STANDS
      *        TONIGHT - BANK CUSTOMERS FROM MT-CUST-MST.TXT, LOAN
      *        BORROWERS THROUGH THE LOAN'S ACCOUNT TO THE CUSTOMER,
      *        LAW CLIENTS FROM DSB-CLIENT-ADDR.TXT AND STUDENTS FROM
      *        THE PERMANENT (ELSE LOCAL) ADDRESS ON THE STUDENT
      *        MASTER. THE STREET IS STANDARDIZED (UPPER CASE, NO
      *        PUNCTUATION, ONE SPACE BETWEEN WORDS, USPS SUFFIX AND
      *        DIRECTION ABBREVIATIONS) AND THE PIECES ARE SORTED BY
      *        ZIP AND STANDARDIZED STREET, SO EVERY PIECE FOR THE SAME
      *        DELIVERY ADDRESS GOES IN ONE ENVELOPE.
      *    OUTPUTS -
      *        DSB-MAIL-PRINT.TXT     PAGE IMAGES IN ENVELOPE ORDER,
      *                               EACH PIECE BEHIND A SEPARATOR
      *                               LINE NAMING ITS ENVELOPE
      *        DSB-MAIL-ENVELOPES.TXT ONE ADDRESS LABEL PER ENVELOPE
      *                               WITH ITS PIECE, SHEET AND OUNCE
      *                               COUNTS, IN ZIP ORDER
      *        DSB-MAIL-RUN.TXT       ZIP-SORT AND POSTAGE COUNTS
      *        DSB-MAIL-HOLD-LIST.TXT PIECES HELD FOR THE BRANCH TO
      *                               CALL ABOUT
      *    A PIECE WHOSE ADDRESS IS FLAGGED RETURNED-MAIL (DSB-RETURN-
      *        MAIL), MISSING, INCOMPLETE OR NOT ON ITS MASTER IS NOT
      *        MAILED - IT IS CARRIED ON DSB-MAIL-HELD.TXT WITH ITS
      *        NIGHTS-HELD COUNT RAISED AND LISTED FOR THE BRANCH, AND
      *        COMES BACK INTO THE RUN EVERY NIGHT UNTIL THE ADDRESS IS
      *        CORRECTED ON ITS MASTER. THE NIGHT'S PIECES FILE IS
      *        EMPTIED ONCE EVERY PIECE HAS BEEN MAILED OR HELD.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-MAIL-RUN.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PIECES-FILE      ASSIGN "DSB-MAIL-PIECES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PIECE-STATUS.

       SELECT HELD-IN          ASSIGN "DSB-MAIL-HELD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HELD-STATUS.

       SELECT HELD-OUT         ASSIGN "DSB-MAIL-HELD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT LOAN-MST-IN      ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-STATUS.

       SELECT ADDR-IN          ASSIGN "DSB-CLIENT-ADDR.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CAD-CLIENT-ID
                               FILE STATUS IS WS-ADDR-STATUS.

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT SRT-WORK         ASSIGN "DSB-MAIL-SORT.TMP".

       SELECT PRINT-OUT        ASSIGN "DSB-MAIL-PRINT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ENVELOPE-OUT     ASSIGN "DSB-MAIL-ENVELOPES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "DSB-MAIL-RUN.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HOLD-RPT-OUT     ASSIGN "DSB-MAIL-HOLD-LIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *    THE PIECE FILES ARE READ INTO MAIL-PIECE-REC IN WORKING
      *    STORAGE (DSB-MAIL-PIECE).
       FD  PIECES-FILE.
       01  PIECE-FILE-REC              PIC X(222).

       FD  HELD-IN.
       01  HELD-IN-REC                 PIC X(222).

       FD  HELD-OUT.
       01  HELD-OUT-REC                PIC X(222).

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  CUST-ADDR-BAD-MST       PIC X.
               88  CUST-ADDR-IS-BAD            VALUE "Y".
           03  CUST-ADDR-BAD-DATE-MST  PIC 9(8).

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(47).
           03  CUST-NUM-BNK            PIC X(5).
           03  FILLER                  PIC X(48).

       FD  LOAN-MST-IN.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR         PIC 9999.
           03  LOAN-EXTRA-PRIN     PIC 9(7)V99.
           03  LOAN-ARM-CHG-MNTH   PIC 999.
           03  LOAN-ARM-NEW-RATE   PIC 99V999.
           03  LOAN-ANNL-TAX       PIC 9(7)V99.
           03  LOAN-ANNL-INS       PIC 9(7)V99.
           03  LOAN-QUOTE-YR       PIC 9(4).
           03  LOAN-QUOTE-MNTH     PIC 9(2).
           03  LOAN-QUOTE-DY       PIC 9(2).
           03  LOAN-OPERATOR       PIC X(10).
           03  LOAN-FUND-STATUS    PIC X.
           03  LOAN-ACC-NUM        PIC X(5).
           03  LOAN-LAST-DRAFT     PIC 9(6).
           03  LOAN-CUR-PRINC      PIC 9(7)V99.
           03  LOAN-INT-PAID-YR    PIC 9(7)V99.
           03  LOAN-LAST-INT       PIC 9(5)V99.
           03  LOAN-LAST-PRIN      PIC 9(7)V99.
           03  LOAN-PAID-THRU      PIC 9(6).
           03  LOAN-PD-MONTHS      PIC 9(2).
           03  LOAN-LATE-CHGS      PIC 9(5)V99.
           03  LOAN-ESCROW-BAL     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.
           03  LOAN-APP-NUM        PIC X(7).
           03  LOAN-FORB-THRU      PIC 9(6).
           03  LOAN-MOD-CNT        PIC 9(2).
           03  LOAN-CHGOFF-DATE    PIC 9(8).
           03  LOAN-CHGOFF-PRINC   PIC 9(7)V99.
           03  LOAN-CHGOFF-INT     PIC 9(7)V99.
           03  LOAN-RECOVERED      PIC 9(7)V99.
           03  LOAN-LAST-LATE      PIC 9(5)V99.

       FD  ADDR-IN.
           COPY DSB-CLIENT-ADDR.

      *    ONLY THE NAME, ADDRESSES, PHONES AND RETURNED-MAIL FLAG
      *    MATTER HERE.
       FD  STU-MST-IN.
       01  STU-REC.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  STR-LOC-IN              PIC X(25).
           03  CTY-LOC-IN              PIC X(20).
           03  ST-LOC-IN               PIC X(2).
           03  ZIP-LOC-IN              PIC X(5).
           03  STR-PRM-IN              PIC X(25).
           03  CTY-PRM-IN              PIC X(20).
           03  ST-PRM-IN               PIC X(2).
           03  ZIP-PRM-IN              PIC X(5).
           03  CELL-PHONE-IN           PIC X(10).
           03  HOME-PHONE-IN           PIC X(10).
           03  FILLER                  PIC X(10).
           03  FILLER                  PIC X(152).
           03  ADDR-BAD-IN             PIC X.
               88  STU-ADDR-IS-BAD             VALUE "Y".
           03  ADDR-BAD-DATE-IN        PIC 9(8).

      *    HELD PIECES SORT AHEAD OF MAILED ONES; MAILED PIECES SORT
      *    BY ZIP AND STANDARDIZED STREET SO A HOUSEHOLD'S PIECES
      *    COME TOGETHER, THEN BY PIECE AND LINE.
       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-HOLD-FLAG           PIC X.
               88  SRT-HELD                    VALUE "H".
           03  SRT-ZIP                 PIC X(5).
           03  SRT-STD-STREET          PIC X(25).
           03  SRT-PIECE-KEY           PIC X(41).
           03  SRT-LINE-NO             PIC 9(4).
           03  SRT-REASON              PIC X(20).
           03  SRT-PHONE               PIC X(10).
           03  SRT-PIECE-IMAGE         PIC X(222).

       FD  PRINT-OUT.
       01  PRINT-REC                   PIC X(80).

       FD  ENVELOPE-OUT.
       01  ENVELOPE-REC.
           03  ENV-NO                  PIC 9(6).
           03  ENV-PIECES              PIC 9(3).
           03  ENV-SHEETS              PIC 9(4).
           03  ENV-OUNCES              PIC 9(2).
           03  ENV-NAME                PIC X(30) OCCURS 3 TIMES.
           03  ENV-STREET              PIC X(25).
           03  ENV-CITY                PIC X(20).
           03  ENV-STATE               PIC X(2).
           03  ENV-ZIP                 PIC X(5).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(100).

       FD  HOLD-RPT-OUT.
       01  HOLD-RPT-REC                PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PIECE-STATUS             PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-LOAN-STATUS              PIC XX.
       01  WS-ADDR-STATUS              PIC XX.
       01  WS-STU-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-SORT-EOF-FLAG            PIC X VALUE "N".
           88  WS-SORT-EOF                   VALUE "Y".

      *    A MASTER NOT ON HAND HOLDS EVERY PIECE ADDRESSED FROM IT.
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-LOAN-OPEN-FLAG           PIC X VALUE "N".
           88  WS-LOAN-OPEN                  VALUE "Y".
       01  WS-ADDR-OPEN-FLAG           PIC X VALUE "N".
           88  WS-ADDR-OPEN                  VALUE "Y".
       01  WS-STU-OPEN-FLAG            PIC X VALUE "N".
           88  WS-STU-OPEN                   VALUE "Y".

           COPY DSB-MAIL-PIECE.

      *    THE ADDRESS WORKED OUT FOR THE PIECE BEING READ, APPLIED TO
      *    EACH OF ITS LINES.
       01  WS-PREV-PIECE-KEY           PIC X(41) VALUE LOW-VALUES.
       01  WS-CUR-ADDR.
           03  WS-CUR-NAME             PIC X(30).
           03  WS-CUR-STREET           PIC X(25).
           03  WS-CUR-CITY             PIC X(20).
           03  WS-CUR-STATE            PIC X(2).
           03  WS-CUR-ZIP              PIC X(5).
       01  WS-CUR-STD-STREET           PIC X(25).
       01  WS-CUR-PHONE                PIC X(10).
       01  WS-CUR-REASON               PIC X(20).
       01  WS-CUR-HOLD-NIGHTS          PIC 9(3).
       01  WS-CUR-HOLD-FLAG            PIC X.
           88  WS-CUR-HELD                   VALUE "H".
       01  WS-CUST-KEY                 PIC X(5).

      *    STREET STANDARDIZATION - THE STREET IS BROKEN INTO WORDS,
      *    EACH WORD FOUND IN THE TABLE IS REPLACED BY ITS STANDARD
      *    ABBREVIATION, AND THE WORDS ARE REJOINED ONE SPACE APART.
       01  WS-STD-RAW                  PIC X(25).
       01  WS-STD-WORDS.
           03  WS-STD-WORD             PIC X(25) OCCURS 8 TIMES.
       01  WS-STD-WORD-IDX             PIC 9(2).
       01  WS-STD-PTR                  PIC 9(3).
       01  WS-STD-THIS-WORD            PIC X(25).
       01  WS-ABBR-VALUES.
           03  FILLER                  PIC X(14) VALUE "STREET    ST  ".
           03  FILLER                  PIC X(14) VALUE "AVENUE    AVE ".
           03  FILLER                  PIC X(14) VALUE "ROAD      RD  ".
           03  FILLER                  PIC X(14) VALUE "DRIVE     DR  ".
           03  FILLER                  PIC X(14) VALUE "BOULEVARD BLVD".
           03  FILLER                  PIC X(14) VALUE "LANE      LN  ".
           03  FILLER                  PIC X(14) VALUE "COURT     CT  ".
           03  FILLER                  PIC X(14) VALUE "PLACE     PL  ".
           03  FILLER                  PIC X(14) VALUE "CIRCLE    CIR ".
           03  FILLER                  PIC X(14) VALUE "HIGHWAY   HWY ".
           03  FILLER                  PIC X(14) VALUE "PARKWAY   PKWY".
           03  FILLER                  PIC X(14) VALUE "TERRACE   TER ".
           03  FILLER                  PIC X(14) VALUE "APARTMENT APT ".
           03  FILLER                  PIC X(14) VALUE "SUITE     STE ".
           03  FILLER                  PIC X(14) VALUE "NORTH     N   ".
           03  FILLER                  PIC X(14) VALUE "SOUTH     S   ".
           03  FILLER                  PIC X(14) VALUE "EAST      E   ".
           03  FILLER                  PIC X(14) VALUE "WEST      W   ".
       01  WS-ABBR-TABLE REDEFINES WS-ABBR-VALUES.
           03  WS-ABBR-ENTRY OCCURS 18 TIMES.
               05  WS-ABBR-WORD        PIC X(10).
               05  WS-ABBR-SHORT       PIC X(4).
       01  WS-ABBR-IDX                 PIC 9(2).

      *    THE ENVELOPE BEING FILLED. AN ENVELOPE IS ONE ZIP AND
      *    STANDARDIZED STREET; ITS LABEL NAMES UP TO THREE OF THE
      *    RECIPIENTS INSIDE.
       01  WS-ENV-OPEN-FLAG            PIC X VALUE "N".
           88  WS-ENV-OPEN                   VALUE "Y".
       01  WS-ENV-ZIP                  PIC X(5).
       01  WS-ENV-STD-STREET           PIC X(25).
       01  WS-ENV-NO                   PIC 9(6) VALUE ZERO.
       01  WS-ENV-PIECES               PIC 9(3).
       01  WS-ENV-SHEETS               PIC 9(4).
       01  WS-ENV-OUNCES               PIC 9(2).
       01  WS-ENV-NAME-CNT             PIC 9.
       01  WS-ENV-NAME-IDX             PIC 9.
       01  WS-ENV-NAME-FOUND-FLAG      PIC X.
           88  WS-ENV-NAME-FOUND             VALUE "Y".
       01  WS-ENV-LABEL.
           03  WS-EL-NAME              PIC X(30) OCCURS 3 TIMES.
           03  WS-EL-STREET            PIC X(25).
           03  WS-EL-CITY              PIC X(20).
           03  WS-EL-STATE             PIC X(2).
           03  WS-EL-ZIP               PIC X(5).

      *    THE PIECE BEING PRINTED - SIXTY LINES TO A SHEET.
       01  WS-OUT-PIECE-KEY            PIC X(41) VALUE LOW-VALUES.
       01  WS-PIECE-LINES              PIC 9(5).
       01  WS-LINES-PER-SHEET          PIC 9(2) VALUE 60.
       01  WS-SHEETS-PER-OUNCE         PIC 9(2) VALUE 4.
       01  WS-PIECE-SEQ-IN-ENV         PIC 9(3).

      *    ZIP-SORT BREAKS. A FIVE-DIGIT ZIP WITH TEN OR MORE
      *    ENVELOPES SORTS AS 5-DIGIT; WHAT IS LEFT OF A THREE-DIGIT
      *    SECTIONAL CENTER SORTS AS 3-DIGIT IF TEN OR MORE, ELSE
      *    MIXED.
       01  WS-PRESORT-MIN              PIC 9(2) VALUE 10.
       01  WS-PREV-ZIP5                PIC X(5) VALUE LOW-VALUES.
       01  WS-PREV-ZIP3                PIC X(3) VALUE LOW-VALUES.
       01  WS-ZIP5-ENV-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ZIP3-ENV-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ZIP3-RESIDUAL            PIC 9(5) VALUE ZERO.
       01  WS-ZIP3-PIECE-CNT           PIC 9(5) VALUE ZERO.

      *    RUN COUNTS.
       01  WS-LINES-READ               PIC 9(7) VALUE ZERO.
       01  WS-PIECES-MAILED            PIC 9(7) VALUE ZERO.
       01  WS-PIECES-HELD              PIC 9(7) VALUE ZERO.
       01  WS-NEW-HOLDS                PIC 9(7) VALUE ZERO.
       01  WS-ENVELOPES                PIC 9(7) VALUE ZERO.
       01  WS-HOUSEHOLDED              PIC 9(7) VALUE ZERO.
       01  WS-SHEETS                   PIC 9(7) VALUE ZERO.
       01  WS-OZ-1                     PIC 9(7) VALUE ZERO.
       01  WS-OZ-2                     PIC 9(7) VALUE ZERO.
       01  WS-OZ-3                     PIC 9(7) VALUE ZERO.
       01  WS-OZ-OVER                  PIC 9(7) VALUE ZERO.
       01  WS-PRESORT-5                PIC 9(7) VALUE ZERO.
       01  WS-PRESORT-3                PIC 9(7) VALUE ZERO.
       01  WS-PRESORT-MIXED            PIC 9(7) VALUE ZERO.

       01  WS-DOC-VALUES.
           03  FILLER                  PIC X(24)
                                       VALUE "STMTBANK STATEMENTS     ".
           03  FILLER                  PIC X(24)
                                       VALUE "INVCCLIENT INVOICES     ".
           03  FILLER                  PIC X(24)
                                       VALUE "DUNNCLIENT DUNNING      ".
           03  FILLER                  PIC X(24)
                                       VALUE "STUSSTUDENT STATEMENTS  ".
           03  FILLER                  PIC X(24)
                                       VALUE "PDUELOAN PAST-DUE       ".
           03  FILLER                  PIC X(24)
                                       VALUE "CDMTCD MATURITY         ".
           03  FILLER                  PIC X(24)
                                       VALUE "ESCRESCROW DISCLOSURES  ".
           03  FILLER                  PIC X(24)
                                       VALUE "    OTHER               ".
       01  WS-DOC-TABLE REDEFINES WS-DOC-VALUES.
           03  WS-DOC-ENTRY OCCURS 8 TIMES.
               05  WS-DOC-CODE         PIC X(4).
               05  WS-DOC-DESC         PIC X(20).
       01  WS-DOC-COUNTS.
           03  WS-DOC-CNT OCCURS 8 TIMES.
               05  WS-DOC-MAILED       PIC 9(7).
               05  WS-DOC-HELD         PIC 9(7).
       01  WS-DOC-IDX                  PIC 9.

      *    PRINT FILE SEPARATOR AHEAD OF EACH PIECE.
       01  WS-SEP-LINE.
           03  FILLER                  PIC X(12) VALUE "%% ENVELOPE ".
           03  SEP-ENV-NO              PIC 9(6).
           03  FILLER                  PIC X(8)  VALUE "  PIECE ".
           03  SEP-PIECE               PIC Z9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  SEP-DOC-TYPE            PIC X(4).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  SEP-RECIP               PIC X(30).

      *    REPORT LINES.
       01  WS-TITLE-LINE               PIC X(100) VALUE
           "NIGHTLY PRINT-AND-MAIL RUN - ZIP SORT AND POSTAGE COUNTS".
       01  WS-SCF-HDR.
           03  FILLER                  PIC X(12) VALUE "ZIP PREFIX".
           03  FILLER                  PIC X(12) VALUE "ENVELOPES".
           03  FILLER                  PIC X(12) VALUE "PIECES".
       01  WS-SCF-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  SCF-ZIP3                PIC X(3).
           03  FILLER                  PIC X(2)  VALUE "XX".
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  SCF-ENVELOPES           PIC ZZ,ZZ9.
           03  FILLER                  PIC X(6)  VALUE SPACES.
           03  SCF-PIECES              PIC ZZ,ZZ9.
       01  WS-TOT-LINE.
           03  TL-LABEL                PIC X(35).
           03  TL-COUNT                PIC Z,ZZZ,ZZ9.
       01  WS-DOC-LINE.
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  DL-DESC                 PIC X(20).
           03  FILLER                  PIC X(8)  VALUE " MAILED ".
           03  DL-MAILED               PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(8)  VALUE "   HELD ".
           03  DL-HELD                 PIC Z,ZZZ,ZZ9.

       01  WS-HOLD-TITLE               PIC X(100) VALUE
           "MAIL HELD - ADDRESS TO BE CORRECTED BEFORE THESE PIECES MAIL
      -    "".
       01  WS-HOLD-HDR.
           03  FILLER                  PIC X(4)  VALUE "SYS".
           03  FILLER                  PIC X(8)  VALUE "ID".
           03  FILLER                  PIC X(31) VALUE "RECIPIENT".
           03  FILLER                  PIC X(5)  VALUE "DOC".
           03  FILLER                  PIC X(11) VALUE "CREATED".
           03  FILLER                  PIC X(7)  VALUE "NIGHTS".
           03  FILLER                  PIC X(21) VALUE "REASON".
           03  FILLER                  PIC X(12) VALUE "PHONE".
       01  WS-HOLD-LINE.
           03  HL-SYSTEM               PIC X.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  HL-RECIP-ID             PIC X(7).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HL-RECIP-NAME           PIC X(30).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HL-DOC-TYPE             PIC X(4).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HL-CREATE-MNTH          PIC 99.
           03  FILLER                  PIC X     VALUE "/".
           03  HL-CREATE-DY            PIC 99.
           03  FILLER                  PIC X     VALUE "/".
           03  HL-CREATE-YR            PIC 9(4).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HL-NIGHTS               PIC ZZ9.
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  HL-REASON               PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HL-PHONE                PIC X(12).
       01  WS-PHONE-EDIT.
           03  PE-AREA                 PIC X(3).
           03  FILLER                  PIC X     VALUE "-".
           03  PE-EXCH                 PIC X(3).
           03  FILLER                  PIC X     VALUE "-".
           03  PE-NUMB                 PIC X(4).
       01  WS-CREATE-DATE              PIC 9(8).
       01  WS-CREATE-DATE-BRK REDEFINES WS-CREATE-DATE.
           03  WS-CD-YR                PIC 9(4).
           03  WS-CD-MNTH              PIC 9(2).
           03  WS-CD-DY                PIC 9(2).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "PIECES MAILED".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "PIECES HELD".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "ENVELOPES".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "PIECE LINES READ".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "LINES PRINTED + HELD".
       01  WS-CT-ACTUAL-VALUE          PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-BALANCE-FLAG          PIC X.
       01  WS-LINES-PRINTED            PIC 9(7) VALUE ZERO.
       01  WS-LINES-HELD               PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-MAIL-RUN".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

       COPY DSB-RPT-HDR.

      ******************************************************************
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
           INITIALIZE WS-DOC-COUNTS.
           PERFORM 110-OPEN-MASTERS.
           OPEN OUTPUT PRINT-OUT.
           OPEN OUTPUT ENVELOPE-OUT.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT HOLD-RPT-OUT.
           PERFORM 120-PRINT-HEADERS.
           SORT SRT-WORK
               ON ASCENDING KEY SRT-HOLD-FLAG SRT-ZIP SRT-STD-STREET
                                SRT-PIECE-KEY SRT-LINE-NO
               INPUT PROCEDURE IS 200-ADDRESS-PIECES
               OUTPUT PROCEDURE IS 500-MAIL-PIECES.
           PERFORM 800-PRINT-TOTALS.
           CLOSE PRINT-OUT.
           CLOSE ENVELOPE-OUT.
           CLOSE RPT-OUT.
           CLOSE HOLD-RPT-OUT.
           PERFORM 190-CLOSE-MASTERS.
      *    EVERY PIECE IS NOW EITHER PRINTED OR ON THE HELD FILE, SO
      *    THE NIGHT'S PIECES FILE STARTS OVER EMPTY.
           OPEN OUTPUT PIECES-FILE.
           CLOSE PIECES-FILE.
           MOVE WS-PIECES-MAILED TO WS-CT-VALUE-1.
           MOVE WS-PIECES-HELD TO WS-CT-VALUE-2.
           MOVE WS-ENVELOPES TO WS-CT-VALUE-3.
           MOVE WS-LINES-READ TO WS-CT-EXPECTED-VALUE.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-LINES-PRINTED + WS-LINES-HELD.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WS-CT-LABEL-2 WS-CT-VALUE-2
               WS-CT-LABEL-3 WS-CT-VALUE-3
               WS-CT-EXPECTED-LABEL WS-CT-EXPECTED-VALUE
               WS-CT-ACTUAL-LABEL WS-CT-ACTUAL-VALUE
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           DISPLAY "ENVELOPES MAILED     = " WS-ENVELOPES.
           DISPLAY "PIECES MAILED        = " WS-PIECES-MAILED.
           DISPLAY "PIECES HELD          = " WS-PIECES-HELD.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PIECES-MAILED
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

       110-OPEN-MASTERS.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "MT-CUST-MST.TXT NOT AVAILABLE - BANK AND LOAN "
                   "MAIL HELD"
           END-IF.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           ELSE
               DISPLAY "MT-MST-CURRENT-2.TXT NOT AVAILABLE - LOAN "
                   "MAIL HELD"
           END-IF.
           OPEN INPUT LOAN-MST-IN.
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN-FLAG
           ELSE
               DISPLAY "DSB-LOAN-MST.TXT NOT AVAILABLE - LOAN MAIL "
                   "HELD"
           END-IF.
           OPEN INPUT ADDR-IN.
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN-FLAG
           ELSE
               DISPLAY "DSB-CLIENT-ADDR.TXT NOT AVAILABLE - CLIENT "
                   "MAIL HELD"
           END-IF.
           OPEN INPUT STU-MST-IN.
           IF WS-STU-STATUS = "00"
               MOVE "Y" TO WS-STU-OPEN-FLAG
           ELSE
               DISPLAY "DSB-STU-TRANSACTIONS.TXT NOT AVAILABLE - "
                   "STUDENT MAIL HELD"
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-SCF-HDR.
           WRITE HOLD-RPT-REC FROM WS-RPT-HEADER-1.
           WRITE HOLD-RPT-REC FROM WS-RPT-HEADER-2.
           WRITE HOLD-RPT-REC FROM WS-HOLD-TITLE.
           MOVE BLANK-LINE TO HOLD-RPT-REC.
           WRITE HOLD-RPT-REC.
           WRITE HOLD-RPT-REC FROM WS-HOLD-HDR.

      *-----------------------------------------------------------------*

       190-CLOSE-MASTERS.
           IF WS-CUST-OPEN
               CLOSE CUST-MST-IN
           END-IF.
           IF WS-BANK-OPEN
               CLOSE BANK-MST-IN
           END-IF.
           IF WS-LOAN-OPEN
               CLOSE LOAN-MST-IN
           END-IF.
           IF WS-ADDR-OPEN
               CLOSE ADDR-IN
           END-IF.
           IF WS-STU-OPEN
               CLOSE STU-MST-IN
           END-IF.

      ******************************************************************
      *    SORT INPUT - LAST NIGHT'S HELD PIECES, THEN TONIGHT'S NEW
      *    ONES. EACH PIECE IS ADDRESSED ONCE, ON ITS FIRST LINE.
      ******************************************************************

       200-ADDRESS-PIECES.
           OPEN INPUT HELD-IN.
           IF WS-HELD-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ HELD-IN INTO MAIL-PIECE-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM 210-RELEASE-LINE
                   READ HELD-IN INTO MAIL-PIECE-REC
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HELD-IN
           END-IF.
           OPEN INPUT PIECES-FILE.
           IF WS-PIECE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ PIECES-FILE INTO MAIL-PIECE-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM 210-RELEASE-LINE
                   READ PIECES-FILE INTO MAIL-PIECE-REC
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PIECES-FILE
           ELSE
               DISPLAY "DSB-MAIL-PIECES.TXT NOT FOUND - NO NEW MAIL "
                   "TONIGHT"
           END-IF.

      *-----------------------------------------------------------------*

       210-RELEASE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF MP-PIECE-KEY NOT = WS-PREV-PIECE-KEY
               MOVE MP-PIECE-KEY TO WS-PREV-PIECE-KEY
               PERFORM 300-FIND-ADDRESS
           END-IF.
           MOVE WS-CUR-NAME TO MP-RECIP-NAME.
           MOVE WS-CUR-STREET TO MP-STREET.
           MOVE WS-CUR-CITY TO MP-CITY.
           MOVE WS-CUR-STATE TO MP-STATE.
           MOVE WS-CUR-ZIP TO MP-ZIP.
           MOVE WS-CUR-HOLD-NIGHTS TO MP-HOLD-NIGHTS.
           MOVE SPACES TO SRT-REC.
           MOVE WS-CUR-HOLD-FLAG TO SRT-HOLD-FLAG.
           IF WS-CUR-HELD
               MOVE SPACES TO SRT-ZIP SRT-STD-STREET
           ELSE
               MOVE WS-CUR-ZIP TO SRT-ZIP
               MOVE WS-CUR-STD-STREET TO SRT-STD-STREET
           END-IF.
           MOVE MP-PIECE-KEY TO SRT-PIECE-KEY.
           MOVE MP-LINE-NO TO SRT-LINE-NO.
           MOVE WS-CUR-REASON TO SRT-REASON.
           MOVE WS-CUR-PHONE TO SRT-PHONE.
           MOVE MAIL-PIECE-REC TO SRT-PIECE-IMAGE.
           RELEASE SRT-REC.

      ******************************************************************
      *    ADDRESS ONE PIECE FROM ITS RECIPIENT'S MASTER. ANY REASON
      *    SET HERE HOLDS THE PIECE.
      ******************************************************************

       300-FIND-ADDRESS.
           MOVE SPACES TO WS-CUR-ADDR WS-CUR-PHONE WS-CUR-REASON.
           MOVE MP-RECIP-NAME TO WS-CUR-NAME.
           EVALUATE TRUE
               WHEN MP-RECIP-BANK
                   MOVE MP-RECIP-ID TO WS-CUST-KEY
                   PERFORM 310-ADDRESS-CUSTOMER
               WHEN MP-RECIP-LOAN
                   PERFORM 320-ADDRESS-BORROWER
               WHEN MP-RECIP-LAW
                   PERFORM 330-ADDRESS-CLIENT
               WHEN MP-RECIP-STUDENT
                   PERFORM 340-ADDRESS-STUDENT
               WHEN OTHER
                   MOVE "UNKNOWN RECIPIENT" TO WS-CUR-REASON
           END-EVALUATE.
           IF WS-CUR-REASON = SPACES
               PERFORM 350-CHECK-ADDRESS
           END-IF.
           IF WS-CUR-REASON = SPACES
               MOVE "M" TO WS-CUR-HOLD-FLAG
               MOVE ZERO TO WS-CUR-HOLD-NIGHTS
               PERFORM 400-STANDARDIZE-STREET
           ELSE
               MOVE "H" TO WS-CUR-HOLD-FLAG
               IF MP-HOLD-NIGHTS = ZERO
                   ADD 1 TO WS-NEW-HOLDS
               END-IF
               IF MP-HOLD-NIGHTS < 999
                   COMPUTE WS-CUR-HOLD-NIGHTS = MP-HOLD-NIGHTS + 1
               ELSE
                   MOVE 999 TO WS-CUR-HOLD-NIGHTS
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       310-ADDRESS-CUSTOMER.
           IF NOT WS-CUST-OPEN
               MOVE "MASTER NOT ON HAND" TO WS-CUR-REASON
           ELSE
               MOVE WS-CUST-KEY TO CUST-NUM-MST
               READ CUST-MST-IN
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-CUR-REASON
                   NOT INVALID KEY
                       MOVE CUST-NAME-MST TO WS-CUR-NAME
                       MOVE CUST-STREET-MST TO WS-CUR-STREET
                       MOVE CUST-CITY-MST TO WS-CUR-CITY
                       MOVE CUST-STATE-MST TO WS-CUR-STATE
                       MOVE CUST-ZIP-MST TO WS-CUR-ZIP
                       IF CUST-ADDR-IS-BAD
                           MOVE "RETURNED MAIL" TO WS-CUR-REASON
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      *    A BORROWER IS MAILED AT THE ADDRESS OF THE CUSTOMER WHO
      *    OWNS THE LOAN'S DRAFT ACCOUNT, THE SAME WAY DSB-CREDIT-RPT
      *    FINDS THEM.

       320-ADDRESS-BORROWER.
           IF NOT WS-LOAN-OPEN OR NOT WS-BANK-OPEN
               MOVE "MASTER NOT ON HAND" TO WS-CUR-REASON
           ELSE
               MOVE MP-RECIP-ID TO LOAN-NUM-MST
               READ LOAN-MST-IN
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-CUR-REASON
                   NOT INVALID KEY
                       MOVE LOAN-ACC-NUM TO ACC-NUM-BNK
                       READ BANK-MST-IN
                           INVALID KEY
                               MOVE "NO BORROWER ON FILE"
                                   TO WS-CUR-REASON
                           NOT INVALID KEY
                               IF CUST-NUM-BNK = SPACES
                                   MOVE "NO BORROWER ON FILE"
                                       TO WS-CUR-REASON
                               ELSE
                                   MOVE CUST-NUM-BNK TO WS-CUST-KEY
                               END-IF
                       END-READ
               END-READ
               IF WS-CUR-REASON = SPACES
                   PERFORM 310-ADDRESS-CUSTOMER
                   MOVE MP-RECIP-NAME TO WS-CUR-NAME
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       330-ADDRESS-CLIENT.
           IF NOT WS-ADDR-OPEN
               MOVE "MASTER NOT ON HAND" TO WS-CUR-REASON
           ELSE
               MOVE MP-RECIP-ID TO CAD-CLIENT-ID
               READ ADDR-IN
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE" TO WS-CUR-REASON
                   NOT INVALID KEY
                       MOVE CAD-STREET TO WS-CUR-STREET
                       MOVE CAD-CITY TO WS-CUR-CITY
                       MOVE CAD-STATE TO WS-CUR-STATE
                       MOVE CAD-ZIP TO WS-CUR-ZIP
                       IF CAD-ADDR-IS-BAD
                           MOVE "RETURNED MAIL" TO WS-CUR-REASON
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      *    THE BURSAR MAILS TO THE PERMANENT ADDRESS, WHICH OUTLASTS
      *    THE TERM; A STUDENT WITH NONE KEYED GETS THE LOCAL ONE.

       340-ADDRESS-STUDENT.
           IF NOT WS-STU-OPEN
               MOVE "MASTER NOT ON HAND" TO WS-CUR-REASON
           ELSE
               MOVE MP-RECIP-ID TO ID-IN
               READ STU-MST-IN
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-CUR-REASON
                   NOT INVALID KEY
                       PERFORM 345-TAKE-STUDENT-ADDRESS
               END-READ
           END-IF.

      *-----------------------------------------------------------------*

       345-TAKE-STUDENT-ADDRESS.
           IF STR-PRM-IN NOT = SPACES
               MOVE STR-PRM-IN TO WS-CUR-STREET
               MOVE CTY-PRM-IN TO WS-CUR-CITY
               MOVE ST-PRM-IN TO WS-CUR-STATE
               MOVE ZIP-PRM-IN TO WS-CUR-ZIP
           ELSE
               MOVE STR-LOC-IN TO WS-CUR-STREET
               MOVE CTY-LOC-IN TO WS-CUR-CITY
               MOVE ST-LOC-IN TO WS-CUR-STATE
               MOVE ZIP-LOC-IN TO WS-CUR-ZIP
           END-IF.
           IF CELL-PHONE-IN NOT = SPACES
               MOVE CELL-PHONE-IN TO WS-CUR-PHONE
           ELSE
               MOVE HOME-PHONE-IN TO WS-CUR-PHONE
           END-IF.
           IF STU-ADDR-IS-BAD
               MOVE "RETURNED MAIL" TO WS-CUR-REASON
           END-IF.

      *-----------------------------------------------------------------*
      *    NOTHING MAILS WITHOUT A STREET, A CITY AND A FIVE-DIGIT ZIP.

       350-CHECK-ADDRESS.
           IF WS-CUR-STREET = SPACES OR WS-CUR-CITY = SPACES
               OR WS-CUR-ZIP NOT NUMERIC OR WS-CUR-ZIP = "00000"
               MOVE "INCOMPLETE ADDRESS" TO WS-CUR-REASON
           END-IF.

      ******************************************************************
      *    STANDARDIZE THE STREET, CITY AND STATE - THE STANDARDIZED
      *    STREET IS BOTH THE HOUSEHOLD KEY AND WHAT THE ENVELOPE
      *    LABEL PRINTS.
      ******************************************************************

       400-STANDARDIZE-STREET.
           MOVE WS-CUR-STREET TO WS-STD-RAW.
           INSPECT WS-STD-RAW CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,;"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ   ".
           INSPECT WS-CUR-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           INSPECT WS-CUR-STATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-STD-WORDS.
           UNSTRING WS-STD-RAW DELIMITED BY ALL SPACE
               INTO WS-STD-WORD(1) WS-STD-WORD(2) WS-STD-WORD(3)
                    WS-STD-WORD(4) WS-STD-WORD(5) WS-STD-WORD(6)
                    WS-STD-WORD(7) WS-STD-WORD(8)
           END-UNSTRING.
           MOVE SPACES TO WS-CUR-STD-STREET.
           MOVE 1 TO WS-STD-PTR.
           PERFORM VARYING WS-STD-WORD-IDX FROM 1 BY 1
                   UNTIL WS-STD-WORD-IDX > 8
               IF WS-STD-WORD(WS-STD-WORD-IDX) NOT = SPACES
                   PERFORM 410-ABBREVIATE-WORD
                   IF WS-STD-PTR > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-CUR-STD-STREET
                           WITH POINTER WS-STD-PTR
                       END-STRING
                   END-IF
                   STRING WS-STD-THIS-WORD DELIMITED BY SPACE
                       INTO WS-CUR-STD-STREET
                       WITH POINTER WS-STD-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-CUR-STD-STREET TO WS-CUR-STREET.

      *-----------------------------------------------------------------*

       410-ABBREVIATE-WORD.
           MOVE WS-STD-WORD(WS-STD-WORD-IDX) TO WS-STD-THIS-WORD.
           PERFORM VARYING WS-ABBR-IDX FROM 1 BY 1
                   UNTIL WS-ABBR-IDX > 18
               IF WS-STD-THIS-WORD = WS-ABBR-WORD(WS-ABBR-IDX)
                   MOVE WS-ABBR-SHORT(WS-ABBR-IDX) TO WS-STD-THIS-WORD
                   MOVE 18 TO WS-ABBR-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      *    SORT OUTPUT - HELD PIECES FIRST, TO THE HELD FILE AND THE
      *    BRANCH LIST; THEN THE MAIL IN ZIP AND STREET ORDER, ONE
      *    ENVELOPE PER ADDRESS.
      ******************************************************************

       500-MAIL-PIECES.
           OPEN OUTPUT HELD-OUT.
           MOVE "N" TO WS-SORT-EOF-FLAG.
           RETURN SRT-WORK AT END MOVE "Y" TO WS-SORT-EOF-FLAG
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               MOVE SRT-PIECE-IMAGE TO MAIL-PIECE-REC
               IF SRT-HELD
                   PERFORM 510-HOLD-LINE
               ELSE
                   PERFORM 600-MAIL-LINE
               END-IF
               RETURN SRT-WORK AT END MOVE "Y" TO WS-SORT-EOF-FLAG
               END-RETURN
           END-PERFORM.
           IF WS-ENV-OPEN
               PERFORM 650-CLOSE-ENVELOPE
               PERFORM 670-ZIP5-BREAK
               PERFORM 680-ZIP3-BREAK
           END-IF.
           CLOSE HELD-OUT.

      *-----------------------------------------------------------------*

       510-HOLD-LINE.
           WRITE HELD-OUT-REC FROM MAIL-PIECE-REC.
           ADD 1 TO WS-LINES-HELD.
           IF SRT-PIECE-KEY NOT = WS-OUT-PIECE-KEY
               MOVE SRT-PIECE-KEY TO WS-OUT-PIECE-KEY
               ADD 1 TO WS-PIECES-HELD
               PERFORM 700-FIND-DOC-TYPE
               ADD 1 TO WS-DOC-HELD(WS-DOC-IDX)
               PERFORM 520-LIST-HELD-PIECE
           END-IF.

      *-----------------------------------------------------------------*

       520-LIST-HELD-PIECE.
           MOVE MP-RECIP-SYSTEM TO HL-SYSTEM.
           MOVE MP-RECIP-ID TO HL-RECIP-ID.
           MOVE MP-RECIP-NAME TO HL-RECIP-NAME.
           MOVE MP-DOC-TYPE TO HL-DOC-TYPE.
           MOVE MP-CREATE-DATE TO WS-CREATE-DATE.
           MOVE WS-CD-MNTH TO HL-CREATE-MNTH.
           MOVE WS-CD-DY TO HL-CREATE-DY.
           MOVE WS-CD-YR TO HL-CREATE-YR.
           MOVE MP-HOLD-NIGHTS TO HL-NIGHTS.
           MOVE SRT-REASON TO HL-REASON.
           IF SRT-PHONE = SPACES
               MOVE SPACES TO HL-PHONE
           ELSE
               MOVE SRT-PHONE(1:3) TO PE-AREA
               MOVE SRT-PHONE(4:3) TO PE-EXCH
               MOVE SRT-PHONE(7:4) TO PE-NUMB
               MOVE WS-PHONE-EDIT TO HL-PHONE
           END-IF.
           WRITE HOLD-RPT-REC FROM WS-HOLD-LINE.

      *-----------------------------------------------------------------*
      *    A NEW ZIP OR STREET CLOSES THE ENVELOPE; A NEW PIECE WITHIN
      *    THE SAME ADDRESS GOES INTO THE SAME ENVELOPE.

       600-MAIL-LINE.
           IF WS-ENV-OPEN
               IF SRT-ZIP NOT = WS-ENV-ZIP
                   OR SRT-STD-STREET NOT = WS-ENV-STD-STREET
                   PERFORM 650-CLOSE-ENVELOPE
               END-IF
           END-IF.
           IF WS-ENV-OPEN
               CONTINUE
           ELSE
               IF SRT-ZIP NOT = WS-PREV-ZIP5
                   PERFORM 670-ZIP5-BREAK
               END-IF
               IF SRT-ZIP(1:3) NOT = WS-PREV-ZIP3
                   PERFORM 680-ZIP3-BREAK
               END-IF
               PERFORM 640-OPEN-ENVELOPE
           END-IF.
           IF SRT-PIECE-KEY NOT = WS-OUT-PIECE-KEY
               PERFORM 610-START-PIECE
           END-IF.
           WRITE PRINT-REC FROM MP-LINE.
           ADD 1 TO WS-LINES-PRINTED.
           ADD 1 TO WS-PIECE-LINES.

      *-----------------------------------------------------------------*

       610-START-PIECE.
           IF WS-OUT-PIECE-KEY NOT = LOW-VALUES
               AND WS-PIECE-LINES > ZERO
               PERFORM 620-COUNT-SHEETS
           END-IF.
           MOVE SRT-PIECE-KEY TO WS-OUT-PIECE-KEY.
           MOVE ZERO TO WS-PIECE-LINES.
           ADD 1 TO WS-PIECES-MAILED.
           ADD 1 TO WS-ENV-PIECES.
           ADD 1 TO WS-ZIP3-PIECE-CNT.
           PERFORM 700-FIND-DOC-TYPE.
           ADD 1 TO WS-DOC-MAILED(WS-DOC-IDX).
           PERFORM 630-ADD-ENVELOPE-NAME.
           MOVE WS-ENV-NO TO SEP-ENV-NO.
           MOVE WS-ENV-PIECES TO SEP-PIECE.
           MOVE MP-DOC-TYPE TO SEP-DOC-TYPE.
           MOVE MP-RECIP-NAME TO SEP-RECIP.
           WRITE PRINT-REC FROM WS-SEP-LINE.

      *-----------------------------------------------------------------*
      *    EACH PIECE STARTS ON A NEW SHEET.

       620-COUNT-SHEETS.
           COMPUTE WS-ENV-SHEETS = WS-ENV-SHEETS +
               ((WS-PIECE-LINES + WS-LINES-PER-SHEET - 1)
                 / WS-LINES-PER-SHEET).
           MOVE ZERO TO WS-PIECE-LINES.

      *-----------------------------------------------------------------*

       630-ADD-ENVELOPE-NAME.
           MOVE "N" TO WS-ENV-NAME-FOUND-FLAG.
           PERFORM VARYING WS-ENV-NAME-IDX FROM 1 BY 1
                   UNTIL WS-ENV-NAME-IDX > WS-ENV-NAME-CNT
               IF WS-EL-NAME(WS-ENV-NAME-IDX) = MP-RECIP-NAME
                   MOVE "Y" TO WS-ENV-NAME-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-ENV-NAME-FOUND AND WS-ENV-NAME-CNT < 3
               ADD 1 TO WS-ENV-NAME-CNT
               MOVE MP-RECIP-NAME TO WS-EL-NAME(WS-ENV-NAME-CNT)
           END-IF.

      *-----------------------------------------------------------------*

       640-OPEN-ENVELOPE.
           ADD 1 TO WS-ENV-NO.
           MOVE "Y" TO WS-ENV-OPEN-FLAG.
           MOVE SRT-ZIP TO WS-ENV-ZIP.
           MOVE SRT-STD-STREET TO WS-ENV-STD-STREET.
           MOVE ZERO TO WS-ENV-PIECES WS-ENV-SHEETS WS-ENV-NAME-CNT.
           MOVE LOW-VALUES TO WS-OUT-PIECE-KEY.
           MOVE ZERO TO WS-PIECE-LINES.
           MOVE SPACES TO WS-ENV-LABEL.
           MOVE MP-STREET TO WS-EL-STREET.
           MOVE MP-CITY TO WS-EL-CITY.
           MOVE MP-STATE TO WS-EL-STATE.
           MOVE MP-ZIP TO WS-EL-ZIP.

      *-----------------------------------------------------------------*
      *    THE LABEL GOES OUT WITH THE ENVELOPE'S COUNTS. POSTAGE IS
      *    ONE OUNCE FOR EVERY FOUR SHEETS OR PART OF FOUR.

       650-CLOSE-ENVELOPE.
           IF WS-PIECE-LINES > ZERO
               PERFORM 620-COUNT-SHEETS
           END-IF.
           COMPUTE WS-ENV-OUNCES =
               (WS-ENV-SHEETS + WS-SHEETS-PER-OUNCE - 1)
                 / WS-SHEETS-PER-OUNCE.
           IF WS-ENV-OUNCES = ZERO
               MOVE 1 TO WS-ENV-OUNCES
           END-IF.
           MOVE SPACES TO ENVELOPE-REC.
           MOVE WS-ENV-NO TO ENV-NO.
           MOVE WS-ENV-PIECES TO ENV-PIECES.
           MOVE WS-ENV-SHEETS TO ENV-SHEETS.
           MOVE WS-ENV-OUNCES TO ENV-OUNCES.
           MOVE WS-EL-NAME(1) TO ENV-NAME(1).
           MOVE WS-EL-NAME(2) TO ENV-NAME(2).
           MOVE WS-EL-NAME(3) TO ENV-NAME(3).
           MOVE WS-EL-STREET TO ENV-STREET.
           MOVE WS-EL-CITY TO ENV-CITY.
           MOVE WS-EL-STATE TO ENV-STATE.
           MOVE WS-EL-ZIP TO ENV-ZIP.
           WRITE ENVELOPE-REC.
           ADD 1 TO WS-ENVELOPES.
           ADD 1 TO WS-ZIP5-ENV-CNT.
           ADD WS-ENV-SHEETS TO WS-SHEETS.
           IF WS-ENV-PIECES > 1
               ADD 1 TO WS-HOUSEHOLDED
           END-IF.
           EVALUATE WS-ENV-OUNCES
               WHEN 1
                   ADD 1 TO WS-OZ-1
               WHEN 2
                   ADD 1 TO WS-OZ-2
               WHEN 3
                   ADD 1 TO WS-OZ-3
               WHEN OTHER
                   ADD 1 TO WS-OZ-OVER
           END-EVALUATE.
           MOVE "N" TO WS-ENV-OPEN-FLAG.

      *-----------------------------------------------------------------*

       670-ZIP5-BREAK.
           IF WS-PREV-ZIP5 NOT = LOW-VALUES
               IF WS-ZIP5-ENV-CNT NOT < WS-PRESORT-MIN
                   ADD WS-ZIP5-ENV-CNT TO WS-PRESORT-5
               ELSE
                   ADD WS-ZIP5-ENV-CNT TO WS-ZIP3-RESIDUAL
               END-IF
               ADD WS-ZIP5-ENV-CNT TO WS-ZIP3-ENV-CNT
           END-IF.
           MOVE ZERO TO WS-ZIP5-ENV-CNT.
           MOVE SRT-ZIP TO WS-PREV-ZIP5.

      *-----------------------------------------------------------------*

       680-ZIP3-BREAK.
           IF WS-PREV-ZIP3 NOT = LOW-VALUES
               IF WS-ZIP3-RESIDUAL NOT < WS-PRESORT-MIN
                   ADD WS-ZIP3-RESIDUAL TO WS-PRESORT-3
               ELSE
                   ADD WS-ZIP3-RESIDUAL TO WS-PRESORT-MIXED
               END-IF
               MOVE WS-PREV-ZIP3 TO SCF-ZIP3
               MOVE WS-ZIP3-ENV-CNT TO SCF-ENVELOPES
               MOVE WS-ZIP3-PIECE-CNT TO SCF-PIECES
               WRITE RPT-REC FROM WS-SCF-LINE
           END-IF.
           MOVE ZERO TO WS-ZIP3-ENV-CNT WS-ZIP3-RESIDUAL
               WS-ZIP3-PIECE-CNT.
           MOVE SRT-ZIP(1:3) TO WS-PREV-ZIP3.

      *-----------------------------------------------------------------*

       700-FIND-DOC-TYPE.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX = 8
                   OR WS-DOC-CODE(WS-DOC-IDX) = MP-DOC-TYPE
               CONTINUE
           END-PERFORM.

      ******************************************************************

       800-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "PIECE LINES READ" TO TL-LABEL.
           MOVE WS-LINES-READ TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "PIECES MAILED" TO TL-LABEL.
           MOVE WS-PIECES-MAILED TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "PIECES HELD (SEE HOLD LIST)" TO TL-LABEL.
           MOVE WS-PIECES-HELD TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "  NEWLY HELD TONIGHT" TO TL-LABEL.
           MOVE WS-NEW-HOLDS TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "ENVELOPES" TO TL-LABEL.
           MOVE WS-ENVELOPES TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "  HOUSEHOLDED (2 OR MORE PIECES)" TO TL-LABEL.
           MOVE WS-HOUSEHOLDED TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "  ENVELOPES SAVED" TO TL-LABEL.
           COMPUTE TL-COUNT = WS-PIECES-MAILED - WS-ENVELOPES.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "SHEETS PRINTED" TO TL-LABEL.
           MOVE WS-SHEETS TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "POSTAGE - 1 OUNCE" TO TL-LABEL.
           MOVE WS-OZ-1 TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "POSTAGE - 2 OUNCES" TO TL-LABEL.
           MOVE WS-OZ-2 TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "POSTAGE - 3 OUNCES" TO TL-LABEL.
           MOVE WS-OZ-3 TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "POSTAGE - OVER 3 OUNCES (FLAT)" TO TL-LABEL.
           MOVE WS-OZ-OVER TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "PRESORT - 5-DIGIT" TO TL-LABEL.
           MOVE WS-PRESORT-5 TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "PRESORT - 3-DIGIT" TO TL-LABEL.
           MOVE WS-PRESORT-3 TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE "PRESORT - MIXED" TO TL-LABEL.
           MOVE WS-PRESORT-MIXED TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOT-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > 8
               MOVE WS-DOC-DESC(WS-DOC-IDX) TO DL-DESC
               MOVE WS-DOC-MAILED(WS-DOC-IDX) TO DL-MAILED
               MOVE WS-DOC-HELD(WS-DOC-IDX) TO DL-HELD
               WRITE RPT-REC FROM WS-DOC-LINE
           END-PERFORM.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           IF WS-PIECES-HELD = ZERO
               MOVE "NO MAIL HELD" TO HOLD-RPT-REC
               WRITE HOLD-RPT-REC
           END-IF.
           WRITE HOLD-RPT-REC FROM WS-RPT-FOOTER-LINE.
