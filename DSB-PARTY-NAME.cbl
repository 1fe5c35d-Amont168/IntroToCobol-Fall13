      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PARTY-NAME
      *    PURPOSE: SHARED NAME NORMALIZER FOR THE CROSS-SYSTEM PARTY
      *        INDEX, SO DSB-PARTY-BUILD (FILING EACH MASTER'S NAMES)
      *        AND DSB-PARTY-INQ (THE NAME AN OPERATOR KEYS) REDUCE A
      *        NAME THE SAME WAY. THE CALLER PASSES THE NAME AS IT
      *        STANDS AND ITS ORDER - "F" GIVEN NAMES FIRST AND
      *        SURNAME LAST ("JOHN Q SMITH"), OR "L" SURNAME FIRST
      *        ("SMITH JOHN Q") - AND GETS BACK:
      *        THE NAME KEY - UPPER CASE, PUNCTUATION BLANKED (AN
      *            APOSTROPHE IS CLOSED UP, SO O'BRIEN FILES AS
      *            OBRIEN), SURNAME FIRST, ONE BLANK BETWEEN WORDS. AN
      *            "F" NAME CARRYING A COMMA IS TAKEN AS ALREADY
      *            SURNAME FIRST ("SMITH, JOHN").
      *        THE SOUND-ALIKE CODE - THE SURNAME'S SOUNDEX (FIRST
      *            LETTER AND THREE DIGITS), SO SMITH, SMYTH AND
      *            SMITHE ALL CODE S530.
      *    A BLANK NAME COMES BACK WITH A BLANK KEY AND CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PARTY-NAME.

      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-NORM-NAME                PIC X(40).
       01  WS-SQUEEZED-NAME            PIC X(40).
       01  WS-CHAR-IDX                 PIC 99.
       01  WS-OUT-IDX                  PIC 99.
       01  WS-COMMA-CNT                PIC 99.

       01  WS-RAW-TOKENS.
           03  WS-RAW-TOK              PIC X(20) OCCURS 8 TIMES.
       01  WS-RAW-IDX                  PIC 9.
       01  WS-TK-CNT                   PIC 9.
       01  WS-TK-TABLE.
           03  WS-TK OCCURS 6 TIMES.
               05  WS-TK-TEXT          PIC X(20).
               05  WS-TK-LEN           PIC 99.
       01  WS-TK-IDX                   PIC 9.
       01  WS-WORD-LEN                 PIC 99.
       01  WS-SURNAME-IDX              PIC 9.
       01  WS-KEY-PTR                  PIC 99.

      *    SOUNDEX WORK - EACH LETTER'S DIGIT, WITH 0 FOR A VOWEL
      *    (WHICH SEPARATES TWO LIKE CONSONANTS) AND 9 FOR H AND W
      *    (WHICH DO NOT).
       01  WS-SX-WORD                  PIC X(20).
       01  WS-SX-CODES                 PIC X(20).
       01  WS-SX-LEN                   PIC 99.
       01  WS-SX-IDX                   PIC 99.
       01  WS-SX-OUT-LEN               PIC 9.
       01  WS-SX-CHAR                  PIC X.
       01  WS-SX-PREV                  PIC X.
       01  WS-SX-LETTERS               PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SX-DIGITS                PIC X(26)
                           VALUE "01230129022455012623019202".

       01  WS-LOWER-CASE               PIC X(32)
                           VALUE "abcdefghijklmnopqrstuvwxyz.,-/&;".
       01  WS-UPPER-CASE               PIC X(32)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".

      ******************************************************************
       LINKAGE SECTION.

       01  LS-PN-ORDER                 PIC X.
           88  LS-PN-GIVEN-FIRST             VALUE "F".
           88  LS-PN-SURNAME-FIRST           VALUE "L".
       01  LS-PN-NAME                  PIC X(40).
       01  LS-PN-KEY                   PIC X(30).
       01  LS-PN-SOUNDEX               PIC X(4).

      ******************************************************************
       PROCEDURE DIVISION USING LS-PN-ORDER LS-PN-NAME LS-PN-KEY
           LS-PN-SOUNDEX.

       100-MAIN.
           MOVE SPACES TO LS-PN-KEY.
           MOVE SPACES TO LS-PN-SOUNDEX.
           MOVE ZERO TO WS-COMMA-CNT.
           INSPECT LS-PN-NAME TALLYING WS-COMMA-CNT FOR ALL ",".
           PERFORM 200-SQUEEZE-NAME.
           PERFORM 300-SPLIT-NAME.
           IF WS-TK-CNT > ZERO
               PERFORM 400-BUILD-KEY
               MOVE WS-TK-TEXT(WS-SURNAME-IDX) TO WS-SX-WORD
               MOVE WS-TK-LEN(WS-SURNAME-IDX) TO WS-SX-LEN
               PERFORM 500-SOUNDEX
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------*
      *    CLOSE UP APOSTROPHES BEFORE THE REST OF THE PUNCTUATION IS
      *    BLANKED, OR O'BRIEN WOULD SPLIT INTO "O" AND "BRIEN".

       200-SQUEEZE-NAME.
           MOVE SPACES TO WS-SQUEEZED-NAME.
           MOVE ZERO TO WS-OUT-IDX.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               IF LS-PN-NAME(WS-CHAR-IDX:1) NOT = "'"
                   ADD 1 TO WS-OUT-IDX
                   MOVE LS-PN-NAME(WS-CHAR-IDX:1)
                       TO WS-SQUEEZED-NAME(WS-OUT-IDX:1)
               END-IF
           END-PERFORM.
           MOVE WS-SQUEEZED-NAME TO WS-NORM-NAME.
           INSPECT WS-NORM-NAME CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.

      *-----------------------------------------------------------------*
      *    BREAK ON RUNS OF SPACES AND KEEP THE FIRST SIX WORDS.
      *    INITIALS ARE KEPT - THE LAW CLIENT MASTER CARRIES NOTHING
      *    BUT INITIALS FOR THE GIVEN NAMES.

       300-SPLIT-NAME.
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
               PERFORM VARYING WS-WORD-LEN FROM 20 BY -1
                       UNTIL WS-WORD-LEN = ZERO
                       OR WS-RAW-TOK(WS-RAW-IDX)(WS-WORD-LEN:1)
                          NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-WORD-LEN > ZERO
                   ADD 1 TO WS-TK-CNT
                   MOVE WS-RAW-TOK(WS-RAW-IDX) TO WS-TK-TEXT(WS-TK-CNT)
                   MOVE WS-WORD-LEN TO WS-TK-LEN(WS-TK-CNT)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    SURNAME FIRST, THEN THE REST IN THE ORDER KEYED. A KEY
      *    LONGER THAN 30 IS CUT AT 30 - IT STILL FILES IN THE RIGHT
      *    PLACE.

       400-BUILD-KEY.
           IF LS-PN-GIVEN-FIRST AND WS-COMMA-CNT = ZERO
               MOVE WS-TK-CNT TO WS-SURNAME-IDX
           ELSE
               MOVE 1 TO WS-SURNAME-IDX
           END-IF.
           MOVE 1 TO WS-KEY-PTR.
           STRING WS-TK-TEXT(WS-SURNAME-IDX)
                      (1:WS-TK-LEN(WS-SURNAME-IDX))
                      DELIMITED BY SIZE
               INTO LS-PN-KEY WITH POINTER WS-KEY-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-CNT OR WS-KEY-PTR > 30
               IF WS-TK-IDX NOT = WS-SURNAME-IDX
                   STRING " " DELIMITED BY SIZE
                       WS-TK-TEXT(WS-TK-IDX)(1:WS-TK-LEN(WS-TK-IDX))
                           DELIMITED BY SIZE
                       INTO LS-PN-KEY WITH POINTER WS-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    KEEP THE FIRST LETTER; CODE THE REST, DROPPING VOWELS, H
      *    AND W, AND ANY DIGIT THAT REPEATS THE ONE BEFORE IT; PAD
      *    WITH ZEROS TO FOUR.

       500-SOUNDEX.
           MOVE WS-SX-WORD TO WS-SX-CODES.
           INSPECT WS-SX-CODES CONVERTING WS-SX-LETTERS
               TO WS-SX-DIGITS.
           MOVE "0000" TO LS-PN-SOUNDEX.
           MOVE WS-SX-WORD(1:1) TO LS-PN-SOUNDEX(1:1).
           MOVE WS-SX-CODES(1:1) TO WS-SX-PREV.
           MOVE 1 TO WS-SX-OUT-LEN.
           PERFORM VARYING WS-SX-IDX FROM 2 BY 1
                   UNTIL WS-SX-IDX > WS-SX-LEN OR WS-SX-OUT-LEN = 4
               MOVE WS-SX-CODES(WS-SX-IDX:1) TO WS-SX-CHAR
               EVALUATE TRUE
                   WHEN WS-SX-CHAR = "9"
                       CONTINUE
                   WHEN WS-SX-CHAR >= "1" AND WS-SX-CHAR <= "6"
                       IF WS-SX-CHAR NOT = WS-SX-PREV
                           ADD 1 TO WS-SX-OUT-LEN
                           MOVE WS-SX-CHAR
                               TO LS-PN-SOUNDEX(WS-SX-OUT-LEN:1)
                       END-IF
                       MOVE WS-SX-CHAR TO WS-SX-PREV
                   WHEN OTHER
                       MOVE "0" TO WS-SX-PREV
               END-EVALUATE
           END-PERFORM.
