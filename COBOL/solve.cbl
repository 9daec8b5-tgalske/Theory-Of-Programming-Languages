      *> the other modes hardest shows dead-normal English letter
      *> frequencies (FREQUENCY-ANALYSIS says so plainly) yet no
      *> shift ever helps, which is exactly the signature of a
      *> columnar or rail-fence rearrangement. "A" runs the affine
      *> attack: traffic under an affine key (a multiplier as well
      *> as a shift) never lines up with any of the 26 Caesar
      *> candidates, but there are only 12 usable multipliers, so
      *> every one of the 312 keys can be tried outright. "S" runs
      *> the general substitution attack for traffic where every
      *> letter stands for an arbitrary other letter -- the usual
      *> hand cipher in captured traffic, and one no key count can
      *> brute-force.
           01 WS-SOLVE-MODE PIC X VALUE "C".
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-EOF PIC X VALUE "N".
               05 WS-RAIL-NEXT PIC 9(3) OCCURS 10 TIMES.
           01 WS-RAIL-COUNT-TABLE.
               05 WS-RAIL-COUNT PIC 9(3) OCCURS 10 TIMES.
      *> Affine-attack scratch: the twelve multipliers DECRYPT can
      *> undo (01 among them, so a plain Caesar key is found too),
      *> the inverse that undoes the one being tried, and the best
      *> key and candidate seen so far.
           01 WS-AFF-MULT-LIST PIC X(24)
               VALUE "010305070911151719212325".
           01 WS-AFF-MULT-TABLE REDEFINES WS-AFF-MULT-LIST.
               05 WS-AFF-MULT-VALUE PIC 99 OCCURS 12 TIMES.
           01 WS-AFF-M-IDX PIC 99.
           01 WS-AFF-MULT PIC 99.
           01 WS-AFF-INVERSE PIC 99.
           01 WS-AFF-SHIFT PIC 99.
           01 WS-AFF-I PIC 9(3).
           01 WS-AFF-PLAIN PIC X(80).
           01 WS-AFF-SCORE PIC 9(4).
           01 WS-AFF-BEST-SCORE PIC 9(4).
           01 WS-AFF-BEST-MULT PIC 99.
           01 WS-AFF-BEST-SHIFT PIC 99.
           01 WS-AFF-BEST-PLAIN PIC X(80).
      *> Substitution-attack scratch. WS-SUB-PLAIN is the key being
      *> refined -- the plaintext letter currently taken for each
      *> cipher letter A-Z -- and WS-SUB-OWNER the reverse, the
      *> cipher letter holding each plaintext letter, so the key
      *> stays one-to-one while it is built. A letter pinned by a
      *> crib is never swapped afterwards. WS-SUB-COVER marks the
      *> text positions some dictionary word accounts for in the
      *> final candidate; a cipher letter with none of its
      *> positions covered and no crib behind it is reported as
      *> unresolved. WS-SUB-ENG-ORDER is English from most to least
      *> frequent, the order the starting key hands letters out in.
           01 WS-SUB-ENG-ORDER PIC X(26)
               VALUE "ETAOINSHRDLCUMWFGYPBVKJXQZ".
           01 WS-SUB-PLAIN-TABLE.
               05 WS-SUB-PLAIN PIC X OCCURS 26 TIMES.
           01 WS-SUB-OWNER-TABLE.
               05 WS-SUB-OWNER PIC 99 OCCURS 26 TIMES.
           01 WS-SUB-TRY-PLAIN-TABLE.
               05 WS-SUB-TRY-PLAIN PIC X OCCURS 26 TIMES.
           01 WS-SUB-TRY-OWNER-TABLE.
               05 WS-SUB-TRY-OWNER PIC 99 OCCURS 26 TIMES.
           01 WS-SUB-FLAG-TABLE.
               05 WS-SUB-FLAG-ENTRY OCCURS 26 TIMES.
                   10 WS-SUB-PINNED PIC X.
                   10 WS-SUB-RANKED PIC X.
                   10 WS-SUB-SUPPORTED PIC X.
           01 WS-SUB-SAVE-TABLE.
               05 WS-SUB-SAVE-PLAIN PIC X OCCURS 26 TIMES.
           01 WS-SUB-RANK-TABLE.
               05 WS-SUB-RANK PIC 99 OCCURS 26 TIMES.
           01 WS-SUB-COVER-TABLE.
               05 WS-SUB-COVER PIC X OCCURS 80 TIMES.
           01 WS-SUB-TOKEN-TABLE.
               05 WS-SUB-TOKEN OCCURS 40 TIMES.
                   10 WS-SUB-TOK-START PIC 9(3).
                   10 WS-SUB-TOK-LEN PIC 99.
           01 WS-SUB-TOK-COUNT PIC 99.
           01 WS-SUB-IN-WORD PIC X.
           01 WS-SUB-T PIC 99.
           01 WS-SUB-L PIC 99.
           01 WS-SUB-W PIC 9(4).
           01 WS-SUB-A PIC 99.
           01 WS-SUB-B PIC 99.
           01 WS-SUB-C PIC 99.
           01 WS-SUB-P PIC 99.
           01 WS-SUB-R PIC 99.
           01 WS-SUB-I PIC 9(3).
           01 WS-SUB-J PIC 9(3).
           01 WS-SUB-K PIC 9(3).
           01 WS-SUB-LAST PIC 9(3).
           01 WS-SUB-HIGH PIC 9(3).
           01 WS-SUB-HOLD PIC X.
           01 WS-SUB-CIPHER-CHAR PIC X.
           01 WS-SUB-CRIB-CHAR PIC X.
           01 WS-SUB-WANT-CHAR PIC X.
           01 WS-SUB-TEXT PIC X(80).
           01 WS-SUB-BEST-TEXT PIC X(80).
           01 WS-SUB-PADDED PIC X(82).
           01 WS-SUB-PROBE PIC X(12).
           01 WS-SUB-HITS PIC 9(4).
           01 WS-SUB-SCORE PIC 9(6).
           01 WS-SUB-BEST-SCORE PIC 9(6).
           01 WS-SUB-PASS PIC 99.
           01 WS-SUB-MAX-PASSES PIC 99 VALUE 20.
           01 WS-SUB-IMPROVED PIC X.
           01 WS-SUB-FIT PIC X.
           01 WS-SUB-CLASH PIC X.
           01 WS-SUB-PIN-POS PIC 9(3).
           01 WS-SUB-LETTERS PIC 9(3).
           01 WS-SUB-COVERED PIC 9(3).
           01 WS-SUB-CONFIDENCE PIC 9(3).
           01 WS-SUB-CONF-DISP PIC ZZ9.
           01 WS-SUB-KEY-TEXT PIC X(26).
           01 WS-SUB-UNRESOLVED PIC X(26).
           01 WS-SUB-UNRES-COUNT PIC 99.
           01 realShiftValue PIC 99.
           01 WS-SHIFT-APPLIED PIC 99.
           01 WS-CANDIDATE-TABLE.
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE "RUN" TO RC-STATUS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE "OK" TO RC-STATUS
           MOVE WS-RECORD-NUM TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

               EXIT PARAGRAPH
           END-IF

           IF WS-SOLVE-MODE = "A"
               PERFORM SET-CIPHER-BOUNDS
               PERFORM MEASURE-STRING
               PERFORM FREQUENCY-ANALYSIS
               PERFORM AFFINE-CRACK
               PERFORM REPORT-AFFINE
               PERFORM CHECK-CRIBS-AFFINE
               EXIT PARAGRAPH
           END-IF

           IF WS-SOLVE-MODE = "S"
               PERFORM SET-CIPHER-BOUNDS
               PERFORM MEASURE-STRING
               PERFORM FREQUENCY-ANALYSIS
               PERFORM SUBSTITUTION-CRACK
               PERFORM REPORT-SUBSTITUTION
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-CIPHER-BOUNDS
           PERFORM RESET-BRUTE-FORCE
           PERFORM MEASURE-STRING
           MOVE SPACES TO WS-MSG-ID
           MOVE SPACES TO strIn
           MOVE "N" TO WS-CONTROL-REC
      *> The batch header, net key records, check records and
      *> trailer bracketing a pipeline file are not ciphertext --
      *> they are recognized by their tag byte and exact record
      *> length (a bare intercept line starting with "H", "K", "C"
      *> or "T" will not be 23, 19, 14 or 15 characters by accident
      *> often, and a real one is cracked whole like any other).
           IF (CIPHERTEXT-REC(1:1) = "H" AND WS-IN-REC-LEN = 23)
                   OR (CIPHERTEXT-REC(1:1) = "K"
                       AND WS-IN-REC-LEN = 19)
                   OR (CIPHERTEXT-REC(1:1) = "C"
                       AND WS-IN-REC-LEN = 14)
                   OR (CIPHERTEXT-REC(1:1) = "T"
                       AND WS-IN-REC-LEN = 15)
               MOVE "Y" TO WS-CONTROL-REC
               EXIT PARAGRAPH
           END-IF
           IF CIPHERTEXT-REC(1:1) = "D" AND WS-IN-REC-LEN > 31
                   AND CIPHERTEXT-REC(18:8) IS NUMERIC
               MOVE CIPHERTEXT-REC(1:WS-IN-REC-LEN)
                   TO ENVELOPE-RECORD(1:WS-IN-REC-LEN)
           MOVE 91 TO MAX_CHAR *> constant.

      *> The first SOLVE.CTL card selects the cracking mode for the
      *> run: "V" in column 1 runs the Vigenere attack, "T" the
      *> transposition attack, "A" the affine attack, "S" the
      *> substitution attack, anything else (or no card file at
      *> all) keeps the classic
      *> 26-candidate Caesar walk. Any cards after the first each
      *> carry one crib word for the known-plaintext scan.
       READ-CONTROL-CARD.
                   MOVE "T" TO WS-SOLVE-MODE
                   DISPLAY "SOLVE: transposition mode"
               END-IF
               IF CONTROL-CARD-REC(1:1) = "A"
                   MOVE "A" TO WS-SOLVE-MODE
                   DISPLAY "SOLVE: affine mode"
               END-IF
               IF CONTROL-CARD-REC(1:1) = "S"
                   MOVE "S" TO WS-SOLVE-MODE
                   DISPLAY "SOLVE: substitution mode"
               END-IF
           ELSE
               IF CONTROL-CARD-REC NOT = SPACES
                       AND WS-CRIB-USED < 10
               PERFORM SCAN-ONE-CRIB
           END-PERFORM.

      *> An affine key multiplies each letter's alphabet position
      *> and then shifts it, so each multiplier is undone with its
      *> inverse modulo 26 under each of the 26 shifts and the
      *> candidate scored against the runtime dictionary, the same
      *> way the other modes score theirs. Multiplier 01 goes
      *> first, so where a plain shift reads as well as anything
      *> else the Caesar answer is the one reported.
       AFFINE-CRACK.
           MOVE ZERO TO WS-AFF-BEST-SCORE
           MOVE 01 TO WS-AFF-BEST-MULT
           MOVE ZERO TO WS-AFF-BEST-SHIFT
           MOVE SPACES TO WS-AFF-BEST-PLAIN
           PERFORM VARYING WS-AFF-M-IDX FROM 1 BY 1
                   UNTIL WS-AFF-M-IDX > 12
               MOVE WS-AFF-MULT-VALUE(WS-AFF-M-IDX) TO WS-AFF-MULT
               MOVE 1 TO WS-AFF-INVERSE
               PERFORM UNTIL FUNCTION MOD(
                       WS-AFF-MULT * WS-AFF-INVERSE, 26) = 1
                   ADD 1 TO WS-AFF-INVERSE
               END-PERFORM
               PERFORM VARYING WS-AFF-SHIFT FROM 0 BY 1
                       UNTIL WS-AFF-SHIFT > 25
                   PERFORM APPLY-AFFINE-KEY
                   PERFORM SCORE-AFFINE-CANDIDATE
                   IF WS-AFF-SCORE > WS-AFF-BEST-SCORE
                       MOVE WS-AFF-SCORE TO WS-AFF-BEST-SCORE
                       MOVE WS-AFF-MULT TO WS-AFF-BEST-MULT
                       MOVE WS-AFF-SHIFT TO WS-AFF-BEST-SHIFT
                       MOVE WS-AFF-PLAIN TO WS-AFF-BEST-PLAIN
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Letters only -- spaces and punctuation stand where they
      *> are, as DECRYPT leaves them.
       APPLY-AFFINE-KEY.
           MOVE SPACES TO WS-AFF-PLAIN
           PERFORM VARYING WS-AFF-I FROM 1 BY 1
                   UNTIL WS-AFF-I = strLength
               MOVE strIn(WS-AFF-I:1) TO WS-AFF-PLAIN(WS-AFF-I:1)
               MOVE FUNCTION ORD(strIn(WS-AFF-I:1)) TO j
               IF j >= MIN_CHAR AND j <= MAX_CHAR
                   COMPUTE j = MIN_CHAR + FUNCTION MOD(
                       (j - MIN_CHAR + 26 - WS-AFF-SHIFT)
                       * WS-AFF-INVERSE, 26)
                   MOVE FUNCTION CHAR(j) TO WS-AFF-PLAIN(WS-AFF-I:1)
               END-IF
           END-PERFORM.

       SCORE-AFFINE-CANDIDATE.
           MOVE ZERO TO WS-AFF-SCORE
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > WS-RT-COUNT
               MOVE WS-RT-LEN(WS-DICT-IDX) TO WS-DICT-WORD-LEN
               IF WS-DICT-WORD-LEN > 0
                   INSPECT WS-AFF-PLAIN
                       TALLYING WS-AFF-SCORE
                       FOR ALL WS-RT-WORD(WS-DICT-IDX)
                           (1:WS-DICT-WORD-LEN)
               END-IF
           END-PERFORM.

       REPORT-AFFINE.
           MOVE WS-RECORD-NUM TO WS-RECORD-NUM-DISP
           MOVE SPACES TO REPORT-REC
           IF WS-AFF-BEST-SCORE > ZERO
               DISPLAY "Affine multiplier " WS-AFF-BEST-MULT
                   " shift " WS-AFF-BEST-SHIFT ": " WS-AFF-BEST-PLAIN
               STRING "RECORD " WS-RECORD-NUM-DISP
                   " MSG " WS-MSG-ID
                   " -- AFFINE MULT " WS-AFF-BEST-MULT
                   " SHIFT " WS-AFF-BEST-SHIFT
                   ": " WS-AFF-BEST-PLAIN
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               DISPLAY "No affine key matched a dictionary word"
               STRING "RECORD " WS-RECORD-NUM-DISP
                   " MSG " WS-MSG-ID
                   " -- no affine key matched a dictionary word"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

       CHECK-CRIBS-AFFINE.
           IF WS-CRIB-USED = ZERO OR WS-AFF-BEST-SCORE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFF-BEST-PLAIN TO WS-SCAN-TEXT
           MOVE "AFFINE" TO WS-SCAN-LABEL
           PERFORM VARYING WS-CRIB-IDX FROM 1 BY 1
                   UNTIL WS-CRIB-IDX > WS-CRIB-USED
               PERFORM SCAN-ONE-CRIB
           END-PERFORM.

      *> A general substitution has 26-factorial keys, so nothing
      *> here is brute force. The starting key simply pairs the
      *> cipher letters, most frequent first, with English letters
      *> in frequency order (FREQUENCY-ANALYSIS has already counted
      *> them), after any crib cards have pinned the letters they
      *> account for. The key is then refined pass after pass
      *> until a whole pass improves nothing. A pass first tries
      *> each dictionary word on each cipher word of the same
      *> length, longest first -- a substitution keeps the spacing,
      *> so the words are still there to be matched -- and then
      *> every swap of two unpinned letters, keeping any change
      *> that makes the candidate read better against the runtime
      *> dictionary. Each dictionary hit counts its length, and a
      *> hit standing as a whole word counts it again, so one long
      *> word found outweighs the short ones turning up by accident
      *> inside gibberish.
       SUBSTITUTION-CRACK.
           COMPUTE WS-SUB-LAST = strLength - 1
           MOVE SPACES TO WS-SUB-PLAIN-TABLE
           MOVE ZERO TO WS-SUB-OWNER-TABLE
           MOVE SPACES TO WS-SUB-FLAG-TABLE
           PERFORM RANK-CIPHER-LETTERS
           PERFORM VARYING WS-CRIB-IDX FROM 1 BY 1
                   UNTIL WS-CRIB-IDX > WS-CRIB-USED
               PERFORM PIN-ONE-CRIB
           END-PERFORM
           PERFORM BUILD-FREQUENCY-KEY
           PERFORM APPLY-SUBST-KEY
           PERFORM SCORE-SUBST-CANDIDATE
           MOVE WS-SUB-SCORE TO WS-SUB-BEST-SCORE
           MOVE WS-SUB-TEXT TO WS-SUB-BEST-TEXT
           PERFORM COLLECT-CIPHER-WORDS
           MOVE "Y" TO WS-SUB-IMPROVED
           PERFORM VARYING WS-SUB-PASS FROM 1 BY 1
                   UNTIL WS-SUB-IMPROVED = "N"
                   OR WS-SUB-PASS > WS-SUB-MAX-PASSES
               MOVE "N" TO WS-SUB-IMPROVED
               PERFORM TRY-WORD-FITS
               PERFORM VARYING WS-SUB-A FROM 1 BY 1
                       UNTIL WS-SUB-A > 25
                   PERFORM VARYING WS-SUB-B FROM 1 BY 1
                           UNTIL WS-SUB-B > 26
                       IF WS-SUB-B > WS-SUB-A
                           PERFORM TRY-SUBST-SWAP
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM APPLY-SUBST-KEY
           PERFORM MEASURE-SUBST-COVERAGE.

      *> Orders the cipher letters by their count in the message,
      *> most frequent first; ties go to the earlier letter.
       RANK-CIPHER-LETTERS.
           PERFORM VARYING WS-SUB-R FROM 1 BY 1
                   UNTIL WS-SUB-R > 26
               MOVE ZERO TO WS-SUB-C
               MOVE ZERO TO WS-SUB-HIGH
               PERFORM VARYING WS-SUB-A FROM 1 BY 1
                       UNTIL WS-SUB-A > 26
                   IF WS-SUB-RANKED(WS-SUB-A) NOT = "Y"
                       IF WS-SUB-C = ZERO
                               OR WS-FREQ-COUNT(WS-SUB-A) > WS-SUB-HIGH
                           MOVE WS-SUB-A TO WS-SUB-C
                           MOVE WS-FREQ-COUNT(WS-SUB-A) TO WS-SUB-HIGH
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SUB-C TO WS-SUB-RANK(WS-SUB-R)
               MOVE "Y" TO WS-SUB-RANKED(WS-SUB-C)
           END-PERFORM.

      *> A substitution keeps word lengths, spacing and repeated
      *> letters, so a crib can only sit on a run of ciphertext
      *> with the same shape: starting and ending on a word
      *> boundary, the same letter wherever the crib repeats one,
      *> and no clash with what the cribs before it have pinned.
      *> The first run that fits pins its letters; a crib that
      *> fits nowhere is reported and left out.
       PIN-ONE-CRIB.
           MOVE "N" TO WS-SUB-FIT
           MOVE ZERO TO WS-SUB-PIN-POS
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I + WS-CRIB-LEN(WS-CRIB-IDX) - 1
                       > WS-SUB-LAST
                   OR WS-SUB-FIT = "Y"
               PERFORM FIT-CRIB-AT-POSITION
           END-PERFORM
           IF WS-SUB-FIT = "Y"
               MOVE WS-SUB-TRY-PLAIN-TABLE TO WS-SUB-PLAIN-TABLE
               MOVE WS-SUB-TRY-OWNER-TABLE TO WS-SUB-OWNER-TABLE
               PERFORM VARYING WS-SUB-C FROM 1 BY 1
                       UNTIL WS-SUB-C > 26
                   IF WS-SUB-PLAIN(WS-SUB-C) NOT = SPACE
                       MOVE "Y" TO WS-SUB-PINNED(WS-SUB-C)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM WRITE-CRIB-PIN.

       FIT-CRIB-AT-POSITION.
           IF WS-SUB-I > 1
               IF strIn(WS-SUB-I - 1:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-SUB-K = WS-SUB-I + WS-CRIB-LEN(WS-CRIB-IDX)
           IF WS-SUB-K <= WS-SUB-LAST
               IF strIn(WS-SUB-K:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SUB-PLAIN-TABLE TO WS-SUB-TRY-PLAIN-TABLE
           MOVE WS-SUB-OWNER-TABLE TO WS-SUB-TRY-OWNER-TABLE
           MOVE "N" TO WS-SUB-CLASH
           PERFORM VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-CRIB-LEN(WS-CRIB-IDX)
                   OR WS-SUB-CLASH = "Y"
               PERFORM FIT-ONE-CRIB-LETTER
           END-PERFORM
           IF WS-SUB-CLASH = "N"
               MOVE "Y" TO WS-SUB-FIT
               MOVE WS-SUB-I TO WS-SUB-PIN-POS
           END-IF.

      *> Anything that is not a letter must match exactly; a letter
      *> must agree with any mapping already taken either way.
       FIT-ONE-CRIB-LETTER.
           COMPUTE WS-SUB-J = WS-SUB-I + WS-SUB-K - 1
           MOVE strIn(WS-SUB-J:1) TO WS-SUB-CIPHER-CHAR
           MOVE WS-CRIB-WORD(WS-CRIB-IDX)(WS-SUB-K:1)
               TO WS-SUB-CRIB-CHAR
           MOVE FUNCTION ORD(WS-SUB-CIPHER-CHAR) TO j
           IF j < MIN_CHAR OR j > MAX_CHAR
               IF WS-SUB-CRIB-CHAR NOT = WS-SUB-CIPHER-CHAR
                   MOVE "Y" TO WS-SUB-CLASH
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUB-C = j - MIN_CHAR + 1
           MOVE FUNCTION ORD(WS-SUB-CRIB-CHAR) TO j
           IF j < MIN_CHAR OR j > MAX_CHAR
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUB-P = j - MIN_CHAR + 1
           IF WS-SUB-TRY-PLAIN(WS-SUB-C) NOT = SPACE
                   AND WS-SUB-TRY-PLAIN(WS-SUB-C)
                       NOT = WS-SUB-CRIB-CHAR
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-TRY-OWNER(WS-SUB-P) NOT = ZERO
                   AND WS-SUB-TRY-OWNER(WS-SUB-P) NOT = WS-SUB-C
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-CRIB-CHAR TO WS-SUB-TRY-PLAIN(WS-SUB-C)
           MOVE WS-SUB-C TO WS-SUB-TRY-OWNER(WS-SUB-P).

       WRITE-CRIB-PIN.
           MOVE WS-RECORD-NUM TO WS-RECORD-NUM-DISP
           MOVE SPACES TO REPORT-REC
           IF WS-SUB-FIT = "Y"
               MOVE WS-SUB-PIN-POS TO WS-CRIB-POS-DISP
               DISPLAY "Crib " WS-CRIB-WORD(WS-CRIB-IDX)
                   " pinned at pos " WS-CRIB-POS-DISP
               STRING "RECORD " WS-RECORD-NUM-DISP
                   " MSG " WS-MSG-ID
                   " -- CRIB " WS-CRIB-WORD(WS-CRIB-IDX)
                   " PINNED POS " WS-CRIB-POS-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               DISPLAY "Crib " WS-CRIB-WORD(WS-CRIB-IDX)
                   " fits nowhere in the ciphertext"
               STRING "RECORD " WS-RECORD-NUM-DISP
                   " MSG " WS-MSG-ID
                   " -- CRIB " WS-CRIB-WORD(WS-CRIB-IDX)
                   " FITS NOWHERE -- NOT PINNED"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

      *> Notes where each space-delimited cipher word starts and
      *> how long it is. An 80-character line holds at most 40.
       COLLECT-CIPHER-WORDS.
           MOVE ZERO TO WS-SUB-TOK-COUNT
           MOVE "N" TO WS-SUB-IN-WORD
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-LAST
               IF strIn(WS-SUB-I:1) = SPACE
                   MOVE "N" TO WS-SUB-IN-WORD
               ELSE
                   IF WS-SUB-IN-WORD = "N"
                       MOVE "Y" TO WS-SUB-IN-WORD
                       ADD 1 TO WS-SUB-TOK-COUNT
                       MOVE WS-SUB-I
                           TO WS-SUB-TOK-START(WS-SUB-TOK-COUNT)
                       MOVE ZERO TO WS-SUB-TOK-LEN(WS-SUB-TOK-COUNT)
                   END-IF
                   ADD 1 TO WS-SUB-TOK-LEN(WS-SUB-TOK-COUNT)
               END-IF
           END-PERFORM.

       TRY-WORD-FITS.
           PERFORM VARYING WS-SUB-L FROM 10 BY -1
                   UNTIL WS-SUB-L < 1
               PERFORM VARYING WS-SUB-T FROM 1 BY 1
                       UNTIL WS-SUB-T > WS-SUB-TOK-COUNT
                   IF WS-SUB-TOK-LEN(WS-SUB-T) = WS-SUB-L
                       PERFORM VARYING WS-SUB-W FROM 1 BY 1
                               UNTIL WS-SUB-W > WS-RT-COUNT
                           IF WS-RT-LEN(WS-SUB-W) = WS-SUB-L
                               PERFORM TRY-ONE-WORD-FIT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Forces the cipher word to read as dictionary word
      *> WS-SUB-W, each letter taking its plaintext from whichever
      *> cipher letter held it so the key stays one-to-one. The
      *> fit is dropped when a crib-pinned letter would have to
      *> move, when the word's repeated letters do not line up
      *> with the cipher word's (it then fails to read back as the
      *> word), or when the whole message reads no better for it.
       TRY-ONE-WORD-FIT.
           MOVE WS-SUB-TOK-START(WS-SUB-T) TO WS-SUB-J
           IF WS-SUB-TEXT(WS-SUB-J:WS-SUB-L) =
                   WS-RT-WORD(WS-SUB-W)(1:WS-SUB-L)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-PLAIN-TABLE TO WS-SUB-SAVE-TABLE
           MOVE "N" TO WS-SUB-CLASH
           PERFORM VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-SUB-L
                   OR WS-SUB-CLASH = "Y"
               PERFORM FIT-ONE-WORD-LETTER
           END-PERFORM
           IF WS-SUB-CLASH = "N"
               PERFORM APPLY-SUBST-KEY
               IF WS-SUB-TEXT(WS-SUB-J:WS-SUB-L) NOT =
                       WS-RT-WORD(WS-SUB-W)(1:WS-SUB-L)
                   MOVE "Y" TO WS-SUB-CLASH
               END-IF
           END-IF
           IF WS-SUB-CLASH = "N"
               PERFORM SCORE-SUBST-CANDIDATE
               IF WS-SUB-SCORE > WS-SUB-BEST-SCORE
                   MOVE WS-SUB-SCORE TO WS-SUB-BEST-SCORE
                   MOVE WS-SUB-TEXT TO WS-SUB-BEST-TEXT
                   MOVE "Y" TO WS-SUB-IMPROVED
               ELSE
                   MOVE "Y" TO WS-SUB-CLASH
               END-IF
           END-IF
           IF WS-SUB-CLASH = "Y"
               MOVE WS-SUB-SAVE-TABLE TO WS-SUB-PLAIN-TABLE
               MOVE WS-SUB-BEST-TEXT TO WS-SUB-TEXT
           END-IF.

       FIT-ONE-WORD-LETTER.
           COMPUTE WS-SUB-I = WS-SUB-J + WS-SUB-K - 1
           MOVE FUNCTION ORD(strIn(WS-SUB-I:1)) TO j
           IF j < MIN_CHAR OR j > MAX_CHAR
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUB-C = j - MIN_CHAR + 1
           MOVE WS-RT-WORD(WS-SUB-W)(WS-SUB-K:1) TO WS-SUB-WANT-CHAR
           IF WS-SUB-PLAIN(WS-SUB-C) = WS-SUB-WANT-CHAR
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-PINNED(WS-SUB-C) = "Y"
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-R FROM 1 BY 1
                   UNTIL WS-SUB-R > 26
                   OR WS-SUB-PLAIN(WS-SUB-R) = WS-SUB-WANT-CHAR
               CONTINUE
           END-PERFORM
           IF WS-SUB-R > 26
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-PINNED(WS-SUB-R) = "Y"
               MOVE "Y" TO WS-SUB-CLASH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-PLAIN(WS-SUB-C) TO WS-SUB-PLAIN(WS-SUB-R)
           MOVE WS-SUB-WANT-CHAR TO WS-SUB-PLAIN(WS-SUB-C).

      *> Hands each cipher letter the crib has not pinned the most
      *> frequent English letter still free, working down the
      *> cipher letters in rank order.
       BUILD-FREQUENCY-KEY.
           MOVE 1 TO WS-SUB-K
           PERFORM VARYING WS-SUB-R FROM 1 BY 1
                   UNTIL WS-SUB-R > 26
               MOVE WS-SUB-RANK(WS-SUB-R) TO WS-SUB-C
               IF WS-SUB-PLAIN(WS-SUB-C) = SPACE
                   PERFORM NEXT-FREE-PLAIN-LETTER
                   MOVE WS-SUB-ENG-ORDER(WS-SUB-K:1)
                       TO WS-SUB-PLAIN(WS-SUB-C)
                   MOVE WS-SUB-C TO WS-SUB-OWNER(WS-SUB-P)
               END-IF
           END-PERFORM.

       NEXT-FREE-PLAIN-LETTER.
           COMPUTE WS-SUB-P = FUNCTION ORD(
               WS-SUB-ENG-ORDER(WS-SUB-K:1)) - MIN_CHAR + 1
           PERFORM UNTIL WS-SUB-OWNER(WS-SUB-P) = ZERO
               ADD 1 TO WS-SUB-K
               COMPUTE WS-SUB-P = FUNCTION ORD(
                   WS-SUB-ENG-ORDER(WS-SUB-K:1)) - MIN_CHAR + 1
           END-PERFORM.

      *> Swapping two letters that never occur in the message
      *> changes nothing, so those pairs are not scored.
       TRY-SUBST-SWAP.
           IF WS-SUB-PINNED(WS-SUB-A) = "Y"
                   OR WS-SUB-PINNED(WS-SUB-B) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-FREQ-COUNT(WS-SUB-A) = ZERO
                   AND WS-FREQ-COUNT(WS-SUB-B) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-PLAIN(WS-SUB-A) TO WS-SUB-HOLD
           MOVE WS-SUB-PLAIN(WS-SUB-B) TO WS-SUB-PLAIN(WS-SUB-A)
           MOVE WS-SUB-HOLD TO WS-SUB-PLAIN(WS-SUB-B)
           PERFORM APPLY-SUBST-KEY
           PERFORM SCORE-SUBST-CANDIDATE
           IF WS-SUB-SCORE > WS-SUB-BEST-SCORE
               MOVE WS-SUB-SCORE TO WS-SUB-BEST-SCORE
               MOVE WS-SUB-TEXT TO WS-SUB-BEST-TEXT
               MOVE "Y" TO WS-SUB-IMPROVED
           ELSE
               MOVE WS-SUB-PLAIN(WS-SUB-A) TO WS-SUB-HOLD
               MOVE WS-SUB-PLAIN(WS-SUB-B) TO WS-SUB-PLAIN(WS-SUB-A)
               MOVE WS-SUB-HOLD TO WS-SUB-PLAIN(WS-SUB-B)
               MOVE WS-SUB-BEST-TEXT TO WS-SUB-TEXT
           END-IF.

       APPLY-SUBST-KEY.
           MOVE SPACES TO WS-SUB-TEXT
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-LAST
               MOVE strIn(WS-SUB-I:1) TO WS-SUB-TEXT(WS-SUB-I:1)
               MOVE FUNCTION ORD(strIn(WS-SUB-I:1)) TO j
               IF j >= MIN_CHAR AND j <= MAX_CHAR
                   COMPUTE WS-SUB-C = j - MIN_CHAR + 1
                   MOVE WS-SUB-PLAIN(WS-SUB-C)
                       TO WS-SUB-TEXT(WS-SUB-I:1)
               END-IF
           END-PERFORM.

       SCORE-SUBST-CANDIDATE.
           MOVE ZERO TO WS-SUB-SCORE
           MOVE SPACES TO WS-SUB-PADDED
           MOVE WS-SUB-TEXT TO WS-SUB-PADDED(2:80)
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > WS-RT-COUNT
               MOVE WS-RT-LEN(WS-DICT-IDX) TO WS-DICT-WORD-LEN
               IF WS-DICT-WORD-LEN > 0
                   MOVE ZERO TO WS-SUB-HITS
                   INSPECT WS-SUB-TEXT
                       TALLYING WS-SUB-HITS
                       FOR ALL WS-RT-WORD(WS-DICT-IDX)
                           (1:WS-DICT-WORD-LEN)
                   MOVE SPACES TO WS-SUB-PROBE
                   MOVE WS-RT-WORD(WS-DICT-IDX)(1:WS-DICT-WORD-LEN)
                       TO WS-SUB-PROBE(2:WS-DICT-WORD-LEN)
                   INSPECT WS-SUB-PADDED
                       TALLYING WS-SUB-HITS
                       FOR ALL WS-SUB-PROBE(1:WS-DICT-WORD-LEN + 2)
                   COMPUTE WS-SUB-SCORE = WS-SUB-SCORE
                       + WS-SUB-HITS * WS-DICT-WORD-LEN
               END-IF
           END-PERFORM.

      *> The confidence figure is the share of the message's
      *> letters that sit inside a dictionary word in the final
      *> candidate. The key alphabet shows "-" for cipher letters
      *> the message never uses, since nothing says what they are.
       MEASURE-SUBST-COVERAGE.
           MOVE SPACES TO WS-SUB-COVER-TABLE
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > WS-RT-COUNT
               MOVE WS-RT-LEN(WS-DICT-IDX) TO WS-DICT-WORD-LEN
               IF WS-DICT-WORD-LEN > 0
                       AND WS-DICT-WORD-LEN <= WS-SUB-LAST
                   PERFORM MARK-COVERED-WORD
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SUB-LETTERS
           MOVE ZERO TO WS-SUB-COVERED
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-LAST
               MOVE FUNCTION ORD(strIn(WS-SUB-I:1)) TO j
               IF j >= MIN_CHAR AND j <= MAX_CHAR
                   COMPUTE WS-SUB-C = j - MIN_CHAR + 1
                   ADD 1 TO WS-SUB-LETTERS
                   IF WS-SUB-COVER(WS-SUB-I) = "Y"
                       ADD 1 TO WS-SUB-COVERED
                       MOVE "Y" TO WS-SUB-SUPPORTED(WS-SUB-C)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SUB-CONFIDENCE
           IF WS-SUB-LETTERS > ZERO
               COMPUTE WS-SUB-CONFIDENCE =
                   WS-SUB-COVERED * 100 / WS-SUB-LETTERS
           END-IF
           MOVE SPACES TO WS-SUB-KEY-TEXT
           MOVE SPACES TO WS-SUB-UNRESOLVED
           MOVE ZERO TO WS-SUB-UNRES-COUNT
           PERFORM VARYING WS-SUB-C FROM 1 BY 1
                   UNTIL WS-SUB-C > 26
               IF WS-FREQ-COUNT(WS-SUB-C) = ZERO
                   MOVE "-" TO WS-SUB-KEY-TEXT(WS-SUB-C:1)
               ELSE
                   MOVE WS-SUB-PLAIN(WS-SUB-C)
                       TO WS-SUB-KEY-TEXT(WS-SUB-C:1)
                   IF WS-SUB-SUPPORTED(WS-SUB-C) NOT = "Y"
                           AND WS-SUB-PINNED(WS-SUB-C) NOT = "Y"
                       ADD 1 TO WS-SUB-UNRES-COUNT
                       COMPUTE j = MIN_CHAR + WS-SUB-C - 1
                       MOVE FUNCTION CHAR(j) TO
                           WS-SUB-UNRESOLVED(WS-SUB-UNRES-COUNT:1)
                   END-IF
               END-IF
           END-PERFORM.

       MARK-COVERED-WORD.
           COMPUTE WS-SUB-J = WS-SUB-LAST - WS-DICT-WORD-LEN + 1
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-J
               IF WS-SUB-TEXT(WS-SUB-I:WS-DICT-WORD-LEN) =
                       WS-RT-WORD(WS-DICT-IDX)(1:WS-DICT-WORD-LEN)
                   PERFORM VARYING WS-SUB-K FROM WS-SUB-I BY 1
                           UNTIL WS-SUB-K >
                               WS-SUB-I + WS-DICT-WORD-LEN - 1
                       MOVE "Y" TO WS-SUB-COVER(WS-SUB-K)
                   END-PERFORM
               END-IF
           END-PERFORM.

       REPORT-SUBSTITUTION.
           MOVE WS-RECORD-NUM TO WS-RECORD-NUM-DISP
           MOVE WS-SUB-CONFIDENCE TO WS-SUB-CONF-DISP
           IF WS-SUB-UNRES-COUNT = ZERO
               MOVE "NONE" TO WS-SUB-UNRESOLVED
           END-IF
           DISPLAY "Substitution key " WS-SUB-KEY-TEXT
               " confidence " WS-SUB-CONF-DISP "%: " WS-SUB-TEXT
           MOVE SPACES TO REPORT-REC
           STRING "RECORD " WS-RECORD-NUM-DISP
               " MSG " WS-MSG-ID
               " -- SUBSTITUTION CONFIDENCE " WS-SUB-CONF-DISP
               "%: " WS-SUB-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RECORD " WS-RECORD-NUM-DISP
               " MSG " WS-MSG-ID
               " -- KEY CIPHER ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               " PLAIN " WS-SUB-KEY-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RECORD " WS-RECORD-NUM-DISP
               " MSG " WS-MSG-ID
               " -- UNRESOLVED " WS-SUB-UNRESOLVED
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

      *> Fills the runtime wordlist from SOLVE.DIC -- one word per
      *> record, left-justified, letters only, at most 10 long. A
      *> malformed entry (too long, digits or punctuation, embedded
