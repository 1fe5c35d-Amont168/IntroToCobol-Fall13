      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-OFAC-MATCH
      *    PURPOSE: SHARED SANCTIONS WATCH-LIST NAME MATCHER. THE
      *        CALLER PASSES A NAME AND GETS BACK UP TO FIVE POSSIBLE
      *        HITS FROM DSB-OFAC-LIST.TXT (LIST ENTRY ID, LISTED
      *        NAME, AND A 0-100 SCORE), SO DSB-OFAC-SCREEN,
      *        DSB-CUST-MAINT, AND DSB-BANK-TRANS-EDIT ALL JUDGE A
      *        NAME THE SAME WAY. THE LIST IS TABLED ON THE FIRST
      *        CALL; FUNCTION "R" RE-TABLES IT AFTER A NEW LIST HAS
      *        BEEN LOADED.
      *    THE MATCH IS FUZZY ON PURPOSE. BOTH NAMES ARE UPPER-CASED,
      *        PUNCTUATION IS BLANKED, AND EACH IS SPLIT INTO WORDS
      *        (SINGLE LETTERS DROPPED). A LISTED WORD COUNTS AS FOUND
      *        WHEN THE SUBJECT CARRIES IT IN ANY ORDER, EXACTLY OR -
      *        FOR WORDS OF FIVE LETTERS OR MORE - WITH ONE LETTER
      *        ADDED, DROPPED, OR MIS-KEYED. THE SCORE IS THE WORDS
      *        FOUND AS A PERCENT OF THE SHORTER OF THE TWO NAMES, SO
      *        "SADDAM HUSSEIN" STILL SCORES AGAINST A LISTING THAT
      *        ADDS A TRIBAL NAME, AND 80 OR BETTER IS A POSSIBLE HIT.
      *        AT LEAST TWO WORDS MUST AGREE UNLESS BOTH NAMES ARE ONE
      *        WORD, SO A SHARED SURNAME ALONE FLAGS NOBODY.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-OFAC-MATCH.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OFAC-LIST-IN     ASSIGN "DSB-OFAC-LIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LIST-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  OFAC-LIST-IN.
       01  OFAC-LIST-REC.
           03  OL-LIST-ID              PIC X(6).
           03  OL-NAME                 PIC X(40).
           03  OL-PROGRAM              PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LIST-STATUS              PIC XX.
       01  WS-LIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-LIST-EOF                   VALUE "Y".
       01  WS-LOADED-FLAG              PIC X VALUE "N".
           88  WS-LIST-LOADED                VALUE "Y".

      *    THE WHOLE WATCH LIST, ALREADY BROKEN INTO WORDS SO EACH
      *    SCREENED NAME IS ONLY SPLIT ONCE.
       01  WS-LIST-CNT                 PIC 9(4) VALUE ZERO.
       01  WS-LIST-IDX                 PIC 9(4).
       01  WS-LIST-TABLE.
           03  WS-LT-ENTRY OCCURS 2000 TIMES.
               05  WS-LT-ID            PIC X(6).
               05  WS-LT-NAME          PIC X(40).
               05  WS-LT-TOK-CNT       PIC 9.
               05  WS-LT-TOK OCCURS 6 TIMES.
                   07  WS-LT-TOK-TEXT  PIC X(15).
                   07  WS-LT-TOK-LEN   PIC 99.

      *    WORK AREA FOR SPLITTING ONE NAME.
       01  WS-NORM-NAME                PIC X(40).
       01  WS-RAW-TOKENS.
           03  WS-RAW-TOK              PIC X(15) OCCURS 8 TIMES.
       01  WS-RAW-IDX                  PIC 9.
       01  WS-TK-CNT                   PIC 9.
       01  WS-TK-TABLE.
           03  WS-TK OCCURS 6 TIMES.
               05  WS-TK-TEXT          PIC X(15).
               05  WS-TK-LEN           PIC 99.
       01  WS-WORD-LEN                 PIC 99.

      *    THE SUBJECT NAME'S WORDS, KEPT WHILE THE LIST IS WALKED.
       01  WS-SUBJ-CNT                 PIC 9.
       01  WS-SUBJ-TABLE.
           03  WS-SUBJ OCCURS 6 TIMES.
               05  WS-SUBJ-TEXT        PIC X(15).
               05  WS-SUBJ-LEN         PIC 99.

       01  WS-LT-TOK-IDX               PIC 9.
       01  WS-SUBJ-IDX                 PIC 9.
       01  WS-FOUND-CNT                PIC 9.
       01  WS-WORD-FOUND-FLAG          PIC X.
           88  WS-WORD-FOUND                 VALUE "Y".
       01  WS-SHORTER-CNT              PIC 9.
       01  WS-SCORE                    PIC 9(3).
       01  WS-HIT-THRESHOLD            PIC 9(3) VALUE 80.

      *    ONE-EDIT COMPARISON OF TWO WORDS.
       01  WS-CM-A                     PIC X(15).
       01  WS-CM-A-LEN                 PIC 99.
       01  WS-CM-B                     PIC X(15).
       01  WS-CM-B-LEN                 PIC 99.
       01  WS-CM-I                     PIC 99.
       01  WS-CM-J                     PIC 99.
       01  WS-CM-MISS                  PIC 99.

       01  WS-LOWER-CASE               PIC X(32)
                           VALUE "abcdefghijklmnopqrstuvwxyz.,-'/&".
       01  WS-UPPER-CASE               PIC X(32)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".

      ******************************************************************
       LINKAGE SECTION.

       01  LS-OM-FUNCTION              PIC X.
           88  LS-OM-RELOAD                  VALUE "R".
       01  LS-OM-NAME                  PIC X(40).
       01  LS-OM-RESULT.
           03  LS-OM-LIST-CNT          PIC 9(4).
           03  LS-OM-HIT-CNT           PIC 9.
           03  LS-OM-HIT OCCURS 5 TIMES.
               05  LS-OM-LIST-ID       PIC X(6).
               05  LS-OM-LIST-NAME     PIC X(40).
               05  LS-OM-SCORE         PIC 9(3).

      ******************************************************************
       PROCEDURE DIVISION USING LS-OM-FUNCTION LS-OM-NAME
           LS-OM-RESULT.

       100-MAIN.
           IF LS-OM-RELOAD OR NOT WS-LIST-LOADED
               PERFORM 200-LOAD-LIST
           END-IF.
           MOVE WS-LIST-CNT TO LS-OM-LIST-CNT.
           MOVE ZERO TO LS-OM-HIT-CNT.
           IF NOT LS-OM-RELOAD AND LS-OM-NAME NOT = SPACES
               MOVE LS-OM-NAME TO WS-NORM-NAME
               PERFORM 300-SPLIT-NAME
               MOVE WS-TK-CNT TO WS-SUBJ-CNT
               MOVE WS-TK-TABLE TO WS-SUBJ-TABLE
               IF WS-SUBJ-CNT > ZERO
                   PERFORM 400-SCORE-ENTRY
                       VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > WS-LIST-CNT
                       OR LS-OM-HIT-CNT = 5
               END-IF
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------*
      *    NO LIST ON FILE IS NOT AN ERROR HERE - THE CALLER SEES A
      *    ZERO LIST COUNT AND DECIDES WHETHER TO WARN.

       200-LOAD-LIST.
           MOVE ZERO TO WS-LIST-CNT.
           MOVE "N" TO WS-LIST-EOF-FLAG.
           MOVE "Y" TO WS-LOADED-FLAG.
           OPEN INPUT OFAC-LIST-IN.
           IF WS-LIST-STATUS NOT = "35"
               READ OFAC-LIST-IN AT END MOVE "Y" TO WS-LIST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-LIST-EOF OR WS-LIST-CNT >= 2000
                   IF OL-NAME NOT = SPACES
                       PERFORM 210-TABLE-ENTRY
                   END-IF
                   READ OFAC-LIST-IN
                       AT END MOVE "Y" TO WS-LIST-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-LIST-EOF
                   DISPLAY "*** WATCH-LIST TABLE FULL AT 2000 - "
                       "REMAINING ENTRIES NOT SCREENED ***"
               END-IF
               CLOSE OFAC-LIST-IN
           END-IF.

      *-----------------------------------------------------------------*

       210-TABLE-ENTRY.
           ADD 1 TO WS-LIST-CNT.
           MOVE OL-LIST-ID TO WS-LT-ID(WS-LIST-CNT).
           MOVE OL-NAME TO WS-LT-NAME(WS-LIST-CNT).
           MOVE OL-NAME TO WS-NORM-NAME.
           PERFORM 300-SPLIT-NAME.
           MOVE WS-TK-CNT TO WS-LT-TOK-CNT(WS-LIST-CNT).
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 6
               MOVE WS-TK-TEXT(WS-RAW-IDX)
                   TO WS-LT-TOK-TEXT(WS-LIST-CNT, WS-RAW-IDX)
               MOVE WS-TK-LEN(WS-RAW-IDX)
                   TO WS-LT-TOK-LEN(WS-LIST-CNT, WS-RAW-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    UPPER-CASE, BLANK THE PUNCTUATION, AND BREAK ON RUNS OF
      *    SPACES. SINGLE LETTERS (MIDDLE INITIALS) ARE DROPPED AND
      *    ONLY THE FIRST SIX REAL WORDS ARE KEPT.

       300-SPLIT-NAME.
           INSPECT WS-NORM-NAME CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE SPACES TO WS-RAW-TOKENS.
           MOVE SPACES TO WS-TK-TABLE.
           MOVE ZERO TO WS-TK-CNT.
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-RAW-TOK(1) WS-RAW-TOK(2) WS-RAW-TOK(3)
                    WS-RAW-TOK(4) WS-RAW-TOK(5) WS-RAW-TOK(6)
                    WS-RAW-TOK(7) WS-RAW-TOK(8)
           END-UNSTRING.
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 8 OR WS-TK-CNT = 6
               PERFORM VARYING WS-WORD-LEN FROM 15 BY -1
                       UNTIL WS-WORD-LEN = ZERO
                       OR WS-RAW-TOK(WS-RAW-IDX)(WS-WORD-LEN:1)
                          NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-WORD-LEN > 1
                   ADD 1 TO WS-TK-CNT
                   MOVE WS-RAW-TOK(WS-RAW-IDX) TO WS-TK-TEXT(WS-TK-CNT)
                   MOVE WS-WORD-LEN TO WS-TK-LEN(WS-TK-CNT)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       400-SCORE-ENTRY.
           MOVE ZERO TO WS-FOUND-CNT.
           PERFORM VARYING WS-LT-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LT-TOK-IDX > WS-LT-TOK-CNT(WS-LIST-IDX)
               MOVE "N" TO WS-WORD-FOUND-FLAG
               MOVE WS-LT-TOK-TEXT(WS-LIST-IDX, WS-LT-TOK-IDX)
                   TO WS-CM-A
               MOVE WS-LT-TOK-LEN(WS-LIST-IDX, WS-LT-TOK-IDX)
                   TO WS-CM-A-LEN
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-WORD-FOUND OR WS-SUBJ-IDX > WS-SUBJ-CNT
                   MOVE WS-SUBJ-TEXT(WS-SUBJ-IDX) TO WS-CM-B
                   MOVE WS-SUBJ-LEN(WS-SUBJ-IDX) TO WS-CM-B-LEN
                   PERFORM 410-COMPARE-WORDS
               END-PERFORM
               IF WS-WORD-FOUND
                   ADD 1 TO WS-FOUND-CNT
               END-IF
           END-PERFORM.
           IF WS-LT-TOK-CNT(WS-LIST-IDX) < WS-SUBJ-CNT
               MOVE WS-LT-TOK-CNT(WS-LIST-IDX) TO WS-SHORTER-CNT
           ELSE
               MOVE WS-SUBJ-CNT TO WS-SHORTER-CNT
           END-IF.
           IF WS-SHORTER-CNT > ZERO
               COMPUTE WS-SCORE =
                   WS-FOUND-CNT * 100 / WS-SHORTER-CNT
               IF WS-SCORE > 100
                   MOVE 100 TO WS-SCORE
               END-IF
               IF WS-SCORE >= WS-HIT-THRESHOLD AND
                   (WS-FOUND-CNT > 1 OR
                    (WS-LT-TOK-CNT(WS-LIST-IDX) = 1 AND
                     WS-SUBJ-CNT = 1))
                   ADD 1 TO LS-OM-HIT-CNT
                   MOVE WS-LT-ID(WS-LIST-IDX)
                       TO LS-OM-LIST-ID(LS-OM-HIT-CNT)
                   MOVE WS-LT-NAME(WS-LIST-IDX)
                       TO LS-OM-LIST-NAME(LS-OM-HIT-CNT)
                   MOVE WS-SCORE TO LS-OM-SCORE(LS-OM-HIT-CNT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    EQUAL WORDS MATCH. WORDS OF FIVE LETTERS OR MORE ALSO
      *    MATCH WHEN ONE LETTER ADDED, DROPPED, OR CHANGED TURNS ONE
      *    INTO THE OTHER - THE USUAL TRANSLITERATION AND KEYING
      *    SLIPS (HUSSEIN/HUSSAIN, MOHAMMED/MOHAMED).

       410-COMPARE-WORDS.
           IF WS-CM-A = WS-CM-B
               MOVE "Y" TO WS-WORD-FOUND-FLAG
           ELSE
               IF WS-CM-A-LEN >= 5 AND WS-CM-B-LEN >= 5
                   AND WS-CM-A-LEN <= WS-CM-B-LEN + 1
                   AND WS-CM-B-LEN <= WS-CM-A-LEN + 1
                   PERFORM 420-COUNT-EDITS
                   IF WS-CM-MISS <= 1
                       MOVE "Y" TO WS-WORD-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    WALK BOTH WORDS TOGETHER. ON A MISMATCH THE LONGER WORD
      *    SKIPS A LETTER (AN INSERTION) OR, WHEN THEY ARE THE SAME
      *    LENGTH, BOTH DO (A SUBSTITUTION). LETTERS LEFT OVER AT THE
      *    END COUNT AS EDITS TOO.

       420-COUNT-EDITS.
           MOVE 1 TO WS-CM-I.
           MOVE 1 TO WS-CM-J.
           MOVE ZERO TO WS-CM-MISS.
           PERFORM UNTIL WS-CM-I > WS-CM-A-LEN
                   OR WS-CM-J > WS-CM-B-LEN
                   OR WS-CM-MISS > 1
               IF WS-CM-A(WS-CM-I:1) = WS-CM-B(WS-CM-J:1)
                   ADD 1 TO WS-CM-I
                   ADD 1 TO WS-CM-J
               ELSE
                   ADD 1 TO WS-CM-MISS
                   EVALUATE TRUE
                       WHEN WS-CM-A-LEN > WS-CM-B-LEN
                           ADD 1 TO WS-CM-I
                       WHEN WS-CM-B-LEN > WS-CM-A-LEN
                           ADD 1 TO WS-CM-J
                       WHEN OTHER
                           ADD 1 TO WS-CM-I
                           ADD 1 TO WS-CM-J
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-CM-MISS <= 1
               IF WS-CM-I <= WS-CM-A-LEN
                   COMPUTE WS-CM-MISS =
                       WS-CM-MISS + WS-CM-A-LEN - WS-CM-I + 1
               END-IF
               IF WS-CM-J <= WS-CM-B-LEN
                   COMPUTE WS-CM-MISS =
                       WS-CM-MISS + WS-CM-B-LEN - WS-CM-J + 1
               END-IF
           END-IF.
