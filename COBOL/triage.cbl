       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPECT-FILE ASSIGN TO "DECRYPT.SUS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
      *> DECRYPT.SUS holds what DECRYPT made of the message under
      *> the key it tried -- the ciphertext itself is the copy
      *> ENCRYPT kept in the store, and that is what every
      *> candidate key is tried against.
           SELECT CIPHERTEXT-STORE-FILE ASSIGN TO "CIPHER.STO"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CS-MSG-ID
               FILE STATUS IS WS-STO-STATUS.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY.HIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DICTIONARY-FILE ASSIGN TO "SOLVE.DIC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIC-STATUS.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "CANCEL.REQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "TRIAGE.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *> The delivery files and manifest DECRYPT cut for the night,
      *> added to rather than started over -- same run-time name
      *> trick as DECRYPT's distribution pass.
           SELECT DEST-FILE ASSIGN USING WS-DEST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           SELECT EXPRESS-FILE ASSIGN USING WS-EXPR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DECRYPT.DST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIAGE.RPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUSPECT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-SUS-REC-LEN.
           01 SUSPECT-REC PIC X(110).
       FD CIPHERTEXT-STORE-FILE.
           COPY CIPHSTO.
       FD KEY-HISTORY-FILE.
           COPY CIPHKEYH.
       FD DICTIONARY-FILE.
           01 DICTIONARY-REC PIC X(80).
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       FD CANCEL-FILE.
           COPY CIPHCAN.
      *> Days either side of the envelope date whose keys are tried:
      *> columns 1-2 before, 3-4 after. Blank or missing takes two
      *> days back and one forward -- yesterday's key and a rekey
      *> the day after both fall inside.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC.
               05 CC-DAYS-BEFORE PIC X(2).
               05 CC-DAYS-AFTER PIC X(2).
       FD DEST-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-DEST-REC-LEN.
           01 DEST-REC PIC X(110).
       FD EXPRESS-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-EXPR-REC-LEN.
           01 EXPRESS-REC PIC X(110).
       FD MANIFEST-FILE.
           01 MANIFEST-REC PIC X(80).
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CIPHDICT.
           COPY CIPHENV.
           COPY CIPHCLS.
           01 WS-SUS-STATUS PIC XX.
           01 WS-SUS-EOF PIC X VALUE "N".
           01 WS-SUS-REC-LEN PIC 9(4).
           01 WS-STO-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-EOF PIC X.
           01 WS-MST-STATUS PIC XX.
           01 WS-JRN-STATUS PIC XX.
           01 WS-JRN-OLD-STATUS PIC X(10).
           01 WS-CTL-STATUS PIC XX.
           01 WS-DST-STATUS PIC XX.
           01 WS-EXP-STATUS PIC XX.
           01 WS-MAN-STATUS PIC XX.
           01 WS-TODAY PIC X(21).
           01 WS-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DAYS-BEFORE PIC 99 VALUE 2.
           01 WS-DAYS-AFTER PIC 99 VALUE 1.
      *> The suspect in hand: its ciphertext out of the store, the
      *> window of key dates around its envelope date, and what
      *> each candidate key made of it. Only keys that could have
      *> enciphered it are candidates -- the general key and its
      *> own destination's net key, each ever activated; a
      *> superseded key is tried like any other, since traffic cut
      *> before an emergency rekey went out under it.
           01 WS-CIPHER-TEXT PIC X(80).
           01 WS-TRIAL-TEXT PIC X(80).
           01 WS-RECOVERED-TEXT PIC X(80).
           01 WS-CIPHER-LEN PIC 9(4).
           01 WS-ENV-DAY PIC 9(8).
           01 WS-DAY-NUM PIC 9(8).
           01 WS-FROM-DATE PIC X(8).
           01 WS-THRU-DATE PIC X(8).
           01 WS-TRY-SHIFT PIC 99.
           01 WS-TRY-MODE PIC X.
           01 WS-TRY-DIGITS PIC X.
           01 WS-TRY-MULT PIC 99.
           01 WS-TRIED-COUNT PIC 99.
           01 WS-PASS-COUNT PIC 99.
           01 WS-PASS-TABLE.
               05 WS-PASS-ENTRY OCCURS 10 TIMES.
                   10 WS-PASS-KEY-ID PIC X(6).
                   10 WS-PASS-KEY-DATE PIC X(8).
                   10 WS-PASS-SHIFT PIC 99.
                   10 WS-PASS-MULT PIC 99.
                   10 WS-PASS-STATUS PIC X.
           01 WS-PASS-IDX PIC 99.
           01 WS-PASS-LIST PIC X(50).
           01 WS-PASS-PTR PIC 99.
      *> Recoveries are held here until every suspect has been
      *> tried, then distributed together -- one supplementary
      *> manifest group per destination, the way DECRYPT lays out
      *> its own.
           01 WS-REL-TABLE.
               05 WS-REL-ENTRY OCCURS 500 TIMES.
                   10 WS-REL-REC PIC X(110).
                   10 WS-REL-LEN PIC 9(4).
                   10 WS-REL-KEY-ID PIC X(6).
                   10 WS-REL-KEY-DATE PIC X(8).
                   10 WS-REL-SHIFT PIC 99.
                   10 WS-REL-MULT PIC 99.
                   10 WS-REL-DELIVERED PIC X.
                   10 WS-REL-HELD PIC X.
                   10 WS-REL-HELD-MEMBERS PIC X(10).
           01 WS-REL-USED PIC 999 VALUE ZERO.
           01 WS-REL-IDX PIC 999.
      *> The runtime wordlist and the plausibility scratch -- the
      *> same gate DECRYPT put the message through the first time,
      *> loaded and scored the same way.
           01 WS-RUNTIME-DICT.
               05 WS-RT-ENTRY OCCURS 1000 TIMES.
                   10 WS-RT-WORD PIC X(10).
                   10 WS-RT-LEN PIC 99.
           01 WS-RT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-DIC-STATUS PIC XX.
           01 WS-DIC-EOF PIC X VALUE "N".
           01 WS-DIC-ACCEPTED PIC 9(4) VALUE ZERO.
           01 WS-DIC-REJECTED PIC 9(4) VALUE ZERO.
           01 WS-WORD PIC X(80).
           01 WS-WORD-LEN PIC 999.
           01 WS-WORD-SPACES PIC 99.
           01 WS-DICT-IDX PIC 9(4).
           01 WS-DICT-WORD-LEN PIC 99.
           01 WS-PLAUS-TEXT PIC X(80).
           01 WS-PLAUS-LEN PIC 9(4).
           01 WS-PLAUS-TRIM PIC 9(4).
           01 WS-PLAUS-IDX PIC 9(4).
           01 WS-PLAUS-LETTERS PIC 9(4).
           01 WS-PLAUS-VOWELS PIC 9(4).
           01 WS-PLAUS-HITS PIC 9(4).
           01 WS-PLAUS-PCT PIC 9(3).
           01 WS-PLAUS-OK PIC X.
           01 WS-PLAUS-CHAR PIC X.
      *> Station directory and cancellation requests, loaded as
      *> DECRYPT loads them, so a recovered message is routed,
      *> cleared and cancelled by the same rules it would have met
      *> had it decrypted cleanly the first time.
           01 WS-STA-STATUS PIC XX.
           01 WS-STA-EOF PIC X VALUE "N".
           01 WS-DIR-LOADED PIC X VALUE "N".
           01 WS-STA-TABLE.
               05 WS-STA-ENTRY OCCURS 200 TIMES.
                   10 WS-STA-CODE PIC X(8).
                   10 WS-STA-CLEARANCE PIC X.
                   10 WS-STA-KIND PIC X.
                   10 WS-STA-MEMBER PIC X(4) OCCURS 10 TIMES.
           01 WS-STA-USED PIC 999 VALUE ZERO.
           01 WS-STA-IDX PIC 999.
           01 WS-STA-LOOKUP PIC X(8).
           01 WS-STA-FOUND PIC X.
           01 WS-STA-FOUND-CLEARANCE PIC X.
           01 WS-STA-FOUND-SLOT PIC 999.
           01 WS-CAN-STATUS PIC XX.
           01 WS-CAN-EOF PIC X VALUE "N".
           01 WS-CAN-TABLE.
               05 WS-CAN-ENTRY OCCURS 500 TIMES.
                   10 WS-CAN-MSG-ID PIC X(8).
                   10 WS-CAN-ORIGIN PIC X(8).
           01 WS-CAN-USED PIC 999 VALUE ZERO.
           01 WS-CAN-IDX PIC 999.
           01 WS-MSG-CANCELLED PIC X.
      *> Where one recovered message goes -- DECRYPT's target
      *> table: a routing code, HOLD, or a copy per collective
      *> member.
           01 WS-TARGET-TABLE.
               05 WS-TARGET-ENTRY OCCURS 10 TIMES.
                   10 WS-TGT-DEST PIC X(4).
                   10 WS-TGT-JUDGED PIC X(4).
                   10 WS-TGT-REFUSED PIC X.
           01 WS-TGT-USED PIC 99.
           01 WS-TGT-IDX PIC 99.
           01 WS-TGT-SEEN PIC X.
           01 WS-JUDGED-DEST PIC X(4).
           01 WS-CLEAR-REFUSED PIC X.
           01 WS-MSG-CLASS-RANK PIC 9.
           01 WS-GRP-SLOT PIC 999.
           01 WS-GRP-IDX PIC 99.
           01 WS-GRP-MEMBERS PIC 99.
      *> Collective members refused their copy for want of
      *> clearance, by member position -- "H" on the master, as
      *> DECRYPT flags them.
           01 WS-HELD-MEMBERS.
               05 WS-HELD-MEMBER PIC X OCCURS 10 TIMES.
           01 WS-DEST-TABLE.
               05 WS-DEST-ENTRY OCCURS 20 TIMES.
                   10 WS-DEST-CODE PIC X(4).
                   10 WS-DEST-RECS PIC 9(6).
                   10 WS-DEST-EXPR PIC 9(6).
                   10 WS-DEST-CLASS-RECS PIC 9(6) OCCURS 5 TIMES.
           01 WS-DEST-USED PIC 99 VALUE ZERO.
           01 WS-DEST-IDX PIC 99.
           01 WS-DEST-SLOT PIC 99.
           01 WS-THIS-DEST PIC X(4).
           01 WS-CLASS-SLOT PIC 9.
           01 WS-CLASS-DISP-TABLE.
               05 WS-CLASS-DISP PIC Z(5)9 OCCURS 5 TIMES.
           01 WS-DEST-FILE-NAME PIC X(12) VALUE SPACES.
           01 WS-DEST-REC-LEN PIC 9(4).
           01 WS-EXPR-FILE-NAME PIC X(12) VALUE SPACES.
           01 WS-EXPR-REC-LEN PIC 9(4).
           01 WS-DEST-COUNT-DISP PIC Z(5)9.
           01 WS-EXPR-COUNT-DISP PIC Z(5)9.
      *> Each suspect is settled into one section of the report as
      *> it is tried, the way CANCRPT settles its requests.
           01 WS-DONE-TABLE.
               05 WS-DONE-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-DONE-USED PIC 999 VALUE ZERO.
           01 WS-WORK-TABLE.
               05 WS-WORK-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-WORK-USED PIC 999 VALUE ZERO.
           01 WS-PASSED-TABLE.
               05 WS-PASSED-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-PASSED-USED PIC 999 VALUE ZERO.
           01 WS-LIST-IDX PIC 999.
           01 WS-THIS-LINE PIC X(100).
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
           01 WS-COUNT-DISP-4 PIC Z(5)9.
           01 WS-TRIED-DISP PIC Z9.
       PROCEDURE DIVISION.
      *> Second look at the traffic DECRYPT's plausibility gate
      *> diverted to DECRYPT.SUS. Most suspects are not garbled at
      *> all -- they went out under yesterday's key, or under a key
      *> an emergency rekey superseded, and DECRYPT tried the wrong
      *> one. Each suspect's stored ciphertext is decrypted under
      *> every KEY.HIST key dated around its envelope date and
      *> scored with the same wordlist gate. A suspect that reads
      *> cleanly under exactly one key is released the way DECRYPT
      *> would have released it -- into its destination's delivery
      *> file, with a supplementary group on the DECRYPT.DST
      *> manifest -- and its master record takes that key. One that
      *> reads under several keys, or none, goes on the analyst
      *> worklist with what was tried. A message the master no
      *> longer shows as SUSPECT has been dealt with since and is
      *> passed over, so a rerun never delivers twice. Ends RC=8
      *> when the worklist is not empty.
       MAIN-PROCEDURE.
           DISPLAY "TRIAGE"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           PERFORM READ-CONTROL-CARD

           OPEN I-O MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "TRIAGE: message master unavailable, status "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CIPHERTEXT-STORE-FILE
           IF WS-STO-STATUS NOT = "00"
               DISPLAY "TRIAGE: ciphertext store unavailable, status "
                   WS-STO-STATUS
               CLOSE MESSAGE-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-STATION-DIRECTORY
           PERFORM LOAD-CANCELLATIONS

           OPEN INPUT SUSPECT-FILE
           IF WS-SUS-STATUS = "35"
               DISPLAY "TRIAGE: no DECRYPT.SUS -- nothing to triage"
               MOVE "Y" TO WS-SUS-EOF
           END-IF
           PERFORM UNTIL WS-SUS-EOF = "Y"
               READ SUSPECT-FILE
                   AT END
                       MOVE "Y" TO WS-SUS-EOF
                   NOT AT END
                       IF SUSPECT-REC NOT = SPACES
                           ADD 1 TO WS-SUSPECT-COUNT
                           PERFORM TRIAGE-ONE-SUSPECT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUS-STATUS NOT = "35"
               CLOSE SUSPECT-FILE
           END-IF

           IF WS-REL-USED > ZERO
               PERFORM RELEASE-RECOVERED
           END-IF

           CLOSE MESSAGE-MASTER-FILE
           CLOSE CIPHERTEXT-STORE-FILE
           CLOSE JOURNAL-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           MOVE WS-SUSPECT-COUNT TO WS-COUNT-DISP
           MOVE WS-REL-USED TO WS-COUNT-DISP-2
           MOVE WS-WORK-USED TO WS-COUNT-DISP-3
           DISPLAY "TRIAGE: " WS-COUNT-DISP " suspect(s), "
               WS-COUNT-DISP-2 " recovered and released, "
               WS-COUNT-DISP-3 " on the analyst worklist"
           IF WS-WORK-USED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-CARD-FILE
               NOT AT END
                   IF CC-DAYS-BEFORE IS NUMERIC
                       MOVE CC-DAYS-BEFORE TO WS-DAYS-BEFORE
                   END-IF
                   IF CC-DAYS-AFTER IS NUMERIC
                       MOVE CC-DAYS-AFTER TO WS-DAYS-AFTER
                   END-IF
           END-READ
           CLOSE CONTROL-CARD-FILE.

      *> The master is judged first: only a message still SUSPECT is
      *> triaged. A cancellation from the message's own origin
      *> stops it here as DECRYPT would have stopped it -- a RETRANS
      *> repeat excepted, as there.
       TRIAGE-ONE-SUSPECT.
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE SUSPECT-REC(1:WS-SUS-REC-LEN)
               TO ENVELOPE-RECORD(1:WS-SUS-REC-LEN)
           MOVE ENV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-THIS-LINE
                   STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                       " -- NOT ON THE MESSAGE MASTER"
                       DELIMITED BY SIZE INTO WS-THIS-LINE
                   PERFORM NOTE-WORKLIST
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS NOT = "SUSPECT"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- MASTER SAYS " MM-STATUS
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-PASSED-OVER
               EXIT PARAGRAPH
           END-IF
           IF ENV-RECORD-TYPE NOT = "R"
               PERFORM CHECK-CANCELLATION
               IF WS-MSG-CANCELLED = "Y"
                   PERFORM CANCEL-SUSPECT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ENV-MSG-ID TO CS-MSG-ID
           READ CIPHERTEXT-STORE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-THIS-LINE
                   STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                       " -- NO ENCIPHERED COPY IN CIPHER.STO"
                       DELIMITED BY SIZE INTO WS-THIS-LINE
                   PERFORM NOTE-WORKLIST
                   EXIT PARAGRAPH
           END-READ
           IF ENV-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- ENVELOPE DATE " ENV-DATE " UNREADABLE"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           MOVE ENV-DATE TO WS-ENV-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENV-DAY) NOT = ZERO
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- ENVELOPE DATE " ENV-DATE " UNREADABLE"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ENV-DAY) - WS-DAYS-BEFORE)
           MOVE WS-DAY-NUM TO WS-FROM-DATE
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ENV-DAY) + WS-DAYS-AFTER)
           MOVE WS-DAY-NUM TO WS-THRU-DATE

           MOVE SPACES TO WS-CIPHER-TEXT
           MOVE ZERO TO WS-CIPHER-LEN
           IF CS-REC-LEN > 31
               COMPUTE WS-CIPHER-LEN = CS-REC-LEN - 31
               MOVE CS-CIPHER-REC(32:WS-CIPHER-LEN) TO WS-CIPHER-TEXT
           END-IF
           PERFORM TRY-CANDIDATE-KEYS
           IF WS-HIST-STATUS = "35"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- NO KEY.HIST TO TRY KEYS FROM"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           IF WS-TRIED-COUNT = ZERO
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- NO KEY ON FILE DATED " WS-FROM-DATE
                   " THRU " WS-THRU-DATE
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIED-COUNT TO WS-TRIED-DISP
           IF WS-PASS-COUNT = ZERO
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- UNREADABLE UNDER ALL " WS-TRIED-DISP
                   " CANDIDATE KEY(S) DATED " WS-FROM-DATE
                   " THRU " WS-THRU-DATE
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS-COUNT > 1
               PERFORM LIST-PASSING-KEYS
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- AMBIGUOUS, KEYS "
                   WS-PASS-LIST
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-RECOVERY.

      *> Walks KEY.HIST for every key that could have cut this
      *> message: dated inside the window, issued to the general
      *> net or to the message's own routing code, and activated --
      *> a key requested but never approved cannot have enciphered
      *> anything. WS-HIST-STATUS "35" tells the caller there is no
      *> history to try.
       TRY-CANDIDATE-KEYS.
           MOVE ZERO TO WS-TRIED-COUNT
           MOVE ZERO TO WS-PASS-COUNT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT KEY-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ KEY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF KH-EFFECTIVE-DATE >= WS-FROM-DATE
                               AND KH-EFFECTIVE-DATE <= WS-THRU-DATE
                               AND (KH-NET = SPACES
                                   OR KH-NET = ENV-DEST)
                               AND (KH-REQ-OPR = SPACES
                                   OR KH-APV-OPR NOT = SPACES)
                           PERFORM TRY-ONE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-HISTORY-FILE.

      *> The cipher itself is DECRYPT's -- the one-message entry
      *> point the terminal menu uses -- so a recovery here is
      *> exactly what DECRYPT would have produced under that key.
       TRY-ONE-KEY.
           IF WS-TRIED-COUNT < 99
               ADD 1 TO WS-TRIED-COUNT
           END-IF
           MOVE KH-SHIFT TO WS-TRY-SHIFT
           MOVE KH-MODE TO WS-TRY-MODE
           IF WS-TRY-MODE = SPACE
               MOVE "U" TO WS-TRY-MODE
           END-IF
           MOVE KH-DIGITS TO WS-TRY-DIGITS
           IF WS-TRY-DIGITS = SPACE
               MOVE "N" TO WS-TRY-DIGITS
           END-IF
           MOVE 01 TO WS-TRY-MULT
           IF KH-MULTIPLIER IS NUMERIC
               MOVE KH-MULTIPLIER TO WS-TRY-MULT
           END-IF
           MOVE SPACES TO WS-TRIAL-TEXT
           CALL "DECRYPT-ONE" USING WS-CIPHER-TEXT WS-TRY-SHIFT
               WS-TRY-MODE WS-TRY-DIGITS WS-TRY-MULT WS-TRIAL-TEXT
           PERFORM SCORE-PLAINTEXT
           IF WS-PLAUS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS-COUNT < 99
               ADD 1 TO WS-PASS-COUNT
           END-IF
           IF WS-PASS-COUNT = 1
               MOVE WS-TRIAL-TEXT TO WS-RECOVERED-TEXT
           END-IF
           IF WS-PASS-COUNT <= 10
               MOVE KH-KEY-ID TO WS-PASS-KEY-ID(WS-PASS-COUNT)
               MOVE KH-EFFECTIVE-DATE TO WS-PASS-KEY-DATE(WS-PASS-COUNT)
               MOVE KH-SHIFT TO WS-PASS-SHIFT(WS-PASS-COUNT)
               MOVE WS-TRY-MULT TO WS-PASS-MULT(WS-PASS-COUNT)
               MOVE KH-STATUS TO WS-PASS-STATUS(WS-PASS-COUNT)
           END-IF.

       LIST-PASSING-KEYS.
           MOVE SPACES TO WS-PASS-LIST
           MOVE 1 TO WS-PASS-PTR
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > WS-PASS-COUNT
                       OR WS-PASS-IDX > 6
               STRING WS-PASS-KEY-ID(WS-PASS-IDX) " "
                   DELIMITED BY SIZE INTO WS-PASS-LIST
                   WITH POINTER WS-PASS-PTR
           END-PERFORM
           IF WS-PASS-COUNT > 6
               STRING "AND MORE" DELIMITED BY SIZE
                   INTO WS-PASS-LIST WITH POINTER WS-PASS-PTR
           END-IF.

      *> The recovered plaintext goes back into the envelope the
      *> suspect arrived in, at the length ENCRYPT stored -- the
      *> cipher keeps the length, so the record is the one DECRYPT
      *> would have released. A message already recovered earlier
      *> in the file -- the night's copy and a RETRANS repeat of it
      *> can both be suspect -- is released once: the master is
      *> only settled after the whole file is read, so its status
      *> cannot stop the second copy.
       QUEUE-RECOVERY.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-USED
               IF WS-REL-REC(WS-REL-IDX)(2:8) = ENV-MSG-ID
                   MOVE SPACES TO WS-THIS-LINE
                   STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                       " -- ALREADY RECOVERED THIS RUN UNDER KEY "
                       WS-REL-KEY-ID(WS-REL-IDX)
                       DELIMITED BY SIZE INTO WS-THIS-LINE
                   PERFORM NOTE-PASSED-OVER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-REL-USED >= 500
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- READS UNDER KEY " WS-PASS-KEY-ID(1)
                   ", RELEASE TABLE FULL -- RERUN"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-THIS-LINE
           IF WS-PASS-STATUS(1) = "S"
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- KEY " WS-PASS-KEY-ID(1)
                   " EFFECTIVE " WS-PASS-KEY-DATE(1)
                   " (SUPERSEDED)"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
           ELSE
               STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
                   " -- KEY " WS-PASS-KEY-ID(1)
                   " EFFECTIVE " WS-PASS-KEY-DATE(1)
                   DELIMITED BY SIZE INTO WS-THIS-LINE
           END-IF
           ADD 1 TO WS-REL-USED
           MOVE WS-RECOVERED-TEXT TO ENV-TEXT
           MOVE SPACES TO WS-REL-REC(WS-REL-USED)
           MOVE ENVELOPE-RECORD TO WS-REL-REC(WS-REL-USED)
           IF WS-CIPHER-LEN > ZERO
               COMPUTE WS-REL-LEN(WS-REL-USED) = 31 + WS-CIPHER-LEN
           ELSE
               MOVE WS-SUS-REC-LEN TO WS-REL-LEN(WS-REL-USED)
           END-IF
           MOVE WS-PASS-KEY-ID(1) TO WS-REL-KEY-ID(WS-REL-USED)
           MOVE WS-PASS-KEY-DATE(1) TO WS-REL-KEY-DATE(WS-REL-USED)
           MOVE WS-PASS-SHIFT(1) TO WS-REL-SHIFT(WS-REL-USED)
           MOVE WS-PASS-MULT(1) TO WS-REL-MULT(WS-REL-USED)
           MOVE "N" TO WS-REL-DELIVERED(WS-REL-USED)
           MOVE "N" TO WS-REL-HELD(WS-REL-USED)
           MOVE SPACES TO WS-REL-HELD-MEMBERS(WS-REL-USED)
           IF WS-DONE-USED < 200
               ADD 1 TO WS-DONE-USED
               MOVE WS-THIS-LINE TO WS-DONE-LINE(WS-DONE-USED)
           END-IF
           DISPLAY "TRIAGE: msg " ENV-MSG-ID " recovered under key "
               WS-PASS-KEY-ID(1).

       CANCEL-SUSPECT.
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE "CANCELLED" TO MM-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "TRIAGE: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE
           MOVE SPACES TO WS-THIS-LINE
           STRING "  MSG " ENV-MSG-ID " DEST " ENV-DEST
               " -- CANCELLED BY " ENV-ORIGIN ", NOT RELEASED"
               DELIMITED BY SIZE INTO WS-THIS-LINE
           PERFORM NOTE-PASSED-OVER.

       NOTE-WORKLIST.
           IF WS-WORK-USED < 200
               ADD 1 TO WS-WORK-USED
               MOVE WS-THIS-LINE TO WS-WORK-LINE(WS-WORK-USED)
           END-IF
           DISPLAY "TRIAGE: msg " ENV-MSG-ID " to the analyst worklist".

       NOTE-PASSED-OVER.
           IF WS-PASSED-USED < 200
               ADD 1 TO WS-PASSED-USED
               MOVE WS-THIS-LINE TO WS-PASSED-LINE(WS-PASSED-USED)
           END-IF.

      *> DECRYPT's gate, word for word: dictionary hits first, a
      *> vowel share near English second, and too few letters to
      *> judge passes.
       SCORE-PLAINTEXT.
           MOVE "Y" TO WS-PLAUS-OK
           MOVE FUNCTION UPPER-CASE(WS-TRIAL-TEXT) TO WS-PLAUS-TEXT
           MOVE ZERO TO WS-PLAUS-TRIM
           INSPECT FUNCTION REVERSE ( WS-PLAUS-TEXT )
               TALLYING WS-PLAUS-TRIM
               FOR LEADING SPACE
           SUBTRACT WS-PLAUS-TRIM FROM LENGTH OF WS-PLAUS-TEXT
               GIVING WS-PLAUS-LEN
           MOVE ZERO TO WS-PLAUS-LETTERS
           MOVE ZERO TO WS-PLAUS-VOWELS
           PERFORM VARYING WS-PLAUS-IDX FROM 1 BY 1
                   UNTIL WS-PLAUS-IDX > WS-PLAUS-LEN
               MOVE WS-PLAUS-TEXT(WS-PLAUS-IDX:1) TO WS-PLAUS-CHAR
               IF WS-PLAUS-CHAR >= "A" AND WS-PLAUS-CHAR <= "Z"
                   ADD 1 TO WS-PLAUS-LETTERS
                   IF WS-PLAUS-CHAR = "A" OR WS-PLAUS-CHAR = "E"
                           OR WS-PLAUS-CHAR = "I"
                           OR WS-PLAUS-CHAR = "O"
                           OR WS-PLAUS-CHAR = "U"
                       ADD 1 TO WS-PLAUS-VOWELS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PLAUS-LETTERS < 8
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PLAUS-HITS
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > WS-RT-COUNT
               MOVE WS-RT-LEN(WS-DICT-IDX) TO WS-DICT-WORD-LEN
               IF WS-DICT-WORD-LEN > 0
                   INSPECT WS-PLAUS-TEXT
                       TALLYING WS-PLAUS-HITS
                       FOR ALL WS-RT-WORD(WS-DICT-IDX)
                           (1:WS-DICT-WORD-LEN)
               END-IF
           END-PERFORM
           IF WS-PLAUS-HITS > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PLAUS-PCT =
               (WS-PLAUS-VOWELS * 100) / WS-PLAUS-LETTERS
           IF WS-PLAUS-PCT < 28 OR WS-PLAUS-PCT > 58
               MOVE "N" TO WS-PLAUS-OK
           END-IF.

      *> The recoveries go out as DECRYPT's distribution pass sends
      *> its traffic: a DEST line and class counts per destination,
      *> then each message into DECRYPT.<code> (or EXPRESS.<code>
      *> for priority 1) with its manifest line. The group is
      *> headed as supplementary and each of its message lines is
      *> marked TRIAGE in columns 67-72, so the manifest's readers
      *> can tell these deliveries from the ones DECRYPT released.
      *> The master records are settled last.
       RELEASE-RECOVERED.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-USED
               MOVE WS-REL-REC(WS-REL-IDX) TO ENVELOPE-RECORD
               PERFORM RESOLVE-DELIVERY-DEST
               MOVE WS-HELD-MEMBERS
                   TO WS-REL-HELD-MEMBERS(WS-REL-IDX)
               PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                       UNTIL WS-TGT-IDX > WS-TGT-USED
                   MOVE WS-TGT-DEST(WS-TGT-IDX) TO WS-THIS-DEST
                   PERFORM NOTE-ONE-TARGET
               END-PERFORM
           END-PERFORM

           OPEN EXTEND MANIFEST-FILE
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING "SUPPLEMENTARY -- RECOVERED BY TRIAGE "
               WS-TODAY(1:8)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               PERFORM WRITE-ONE-DESTINATION
           END-PERFORM
           CLOSE MANIFEST-FILE

           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-USED
               PERFORM SETTLE-RECOVERED-MASTER
           END-PERFORM.

      *> Same routing as DECRYPT's: no routing code is HOLD, a
      *> destination no longer cleared for the classification is
      *> HOLD, and a collective goes to every member, a repeat only
      *> to the members still owing an ack and not still parked.
       RESOLVE-DELIVERY-DEST.
           MOVE ZERO TO WS-TGT-USED
           MOVE SPACES TO WS-HELD-MEMBERS
           MOVE "N" TO WS-CLEAR-REFUSED
           MOVE SPACES TO WS-JUDGED-DEST
           MOVE ENV-DEST TO WS-THIS-DEST
           IF WS-THIS-DEST = SPACES
               MOVE "HOLD" TO WS-THIS-DEST
               PERFORM ADD-DELIVERY-TARGET
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-LOADED = "Y"
               MOVE SPACES TO WS-STA-LOOKUP
               MOVE ENV-DEST TO WS-STA-LOOKUP(1:4)
               PERFORM FIND-STATION-CODE
               IF WS-STA-FOUND = "Y"
                       AND WS-STA-KIND(WS-STA-FOUND-SLOT) = "G"
                   MOVE WS-STA-FOUND-SLOT TO WS-GRP-SLOT
                   PERFORM RESOLVE-COLLECTIVE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-DEST-CLEARANCE
           PERFORM ADD-DELIVERY-TARGET.

       RESOLVE-COLLECTIVE.
           MOVE SPACES TO MM-MEMBER-ACKS
           IF ENV-RECORD-TYPE = "R"
               MOVE ENV-MSG-ID TO MM-MSG-ID
               READ MESSAGE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MM-MEMBER-ACKS
               END-READ
           END-IF
           MOVE ZERO TO WS-GRP-MEMBERS
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX) NOT = SPACES
                   ADD 1 TO WS-GRP-MEMBERS
                   IF MM-MEMBER-ACK(WS-GRP-IDX) NOT = "Y"
                           AND MM-MEMBER-ACK(WS-GRP-IDX) NOT = "H"
                       MOVE WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                           TO WS-THIS-DEST
                       PERFORM CHECK-DEST-CLEARANCE
                       IF WS-CLEAR-REFUSED = "Y"
                               AND ENV-RECORD-TYPE NOT = "R"
                           MOVE "H" TO WS-HELD-MEMBER(WS-GRP-IDX)
                       END-IF
                       PERFORM ADD-DELIVERY-TARGET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRP-MEMBERS = ZERO
               MOVE "HOLD" TO WS-THIS-DEST
               MOVE "N" TO WS-CLEAR-REFUSED
               MOVE SPACES TO WS-JUDGED-DEST
               PERFORM ADD-DELIVERY-TARGET
           END-IF.

       ADD-DELIVERY-TARGET.
           MOVE "N" TO WS-TGT-SEEN
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-USED
               IF WS-TGT-DEST(WS-TGT-IDX) = WS-THIS-DEST
                   MOVE "Y" TO WS-TGT-SEEN
               END-IF
           END-PERFORM
           IF WS-TGT-SEEN = "N" AND WS-TGT-USED < 10
               ADD 1 TO WS-TGT-USED
               MOVE WS-THIS-DEST TO WS-TGT-DEST(WS-TGT-USED)
               MOVE WS-JUDGED-DEST TO WS-TGT-JUDGED(WS-TGT-USED)
               MOVE WS-CLEAR-REFUSED TO WS-TGT-REFUSED(WS-TGT-USED)
           END-IF.

       CHECK-DEST-CLEARANCE.
           MOVE "N" TO WS-CLEAR-REFUSED
           MOVE WS-THIS-DEST TO WS-JUDGED-DEST
           IF WS-DIR-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STA-LOOKUP
           MOVE WS-THIS-DEST TO WS-STA-LOOKUP(1:4)
           PERFORM FIND-STATION-CODE
           IF WS-STA-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ENV-CLASS TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           MOVE WS-CLASS-RANK TO WS-MSG-CLASS-RANK
           MOVE WS-STA-FOUND-CLEARANCE TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-MSG-CLASS-RANK = ZERO
                   OR WS-MSG-CLASS-RANK > WS-CLASS-RANK
               MOVE "Y" TO WS-CLEAR-REFUSED
               MOVE "HOLD" TO WS-THIS-DEST
           END-IF.

       CLASSIFICATION-RANK.
           MOVE ZERO TO WS-CLASS-RANK
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 4
               IF WS-CLASS-LEVELS(WS-CLASS-IDX:1) = WS-CLASS-CODE
                   MOVE WS-CLASS-IDX TO WS-CLASS-RANK
               END-IF
           END-PERFORM.

      *> Counts the target into its destination's group, and notes
      *> on the release table whether the message reached a real
      *> destination, and whether any of it went under HOLD -- a
      *> repeat parked for a member that had its first copy aside.
       NOTE-ONE-TARGET.
           IF WS-TGT-REFUSED(WS-TGT-IDX) = "Y"
               DISPLAY "TRIAGE: msg " ENV-MSG-ID " class "
                   ENV-CLASS " held -- " WS-TGT-JUDGED(WS-TGT-IDX)
                   " is not cleared for it"
           END-IF
           IF WS-THIS-DEST NOT = "HOLD"
               MOVE "Y" TO WS-REL-DELIVERED(WS-REL-IDX)
           ELSE
               IF ENV-RECORD-TYPE NOT = "R"
                   MOVE "Y" TO WS-REL-HELD(WS-REL-IDX)
               END-IF
           END-IF
           MOVE ZERO TO WS-DEST-SLOT
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               IF WS-DEST-CODE(WS-DEST-IDX) = WS-THIS-DEST
                   MOVE WS-DEST-IDX TO WS-DEST-SLOT
               END-IF
           END-PERFORM
           IF WS-DEST-SLOT = ZERO AND WS-DEST-USED < 20
               ADD 1 TO WS-DEST-USED
               MOVE WS-DEST-USED TO WS-DEST-SLOT
               MOVE WS-THIS-DEST TO WS-DEST-CODE(WS-DEST-SLOT)
               MOVE ZERO TO WS-DEST-RECS(WS-DEST-SLOT)
               MOVE ZERO TO WS-DEST-EXPR(WS-DEST-SLOT)
               PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                       UNTIL WS-CLASS-SLOT > 5
                   MOVE ZERO
                       TO WS-DEST-CLASS-RECS(WS-DEST-SLOT,
                           WS-CLASS-SLOT)
               END-PERFORM
           END-IF
           IF WS-DEST-SLOT > ZERO
               ADD 1 TO WS-DEST-RECS(WS-DEST-SLOT)
               MOVE ENV-CLASS TO WS-CLASS-CODE
               PERFORM CLASSIFICATION-RANK
               MOVE WS-CLASS-RANK TO WS-CLASS-SLOT
               IF WS-CLASS-SLOT = ZERO
                   MOVE 5 TO WS-CLASS-SLOT
               END-IF
               ADD 1 TO WS-DEST-CLASS-RECS(WS-DEST-SLOT,
                   WS-CLASS-SLOT)
               IF ENV-PRIORITY = "1" AND WS-THIS-DEST NOT = "HOLD"
                   ADD 1 TO WS-DEST-EXPR(WS-DEST-SLOT)
               END-IF
           END-IF.

      *> The delivery files are extended, never started over --
      *> they already hold the night's clean traffic.
       WRITE-ONE-DESTINATION.
           MOVE SPACES TO WS-DEST-FILE-NAME
           STRING "DECRYPT." DELIMITED BY SIZE
               WS-DEST-CODE(WS-DEST-IDX) DELIMITED BY SPACE
               INTO WS-DEST-FILE-NAME

           MOVE WS-DEST-RECS(WS-DEST-IDX) TO WS-DEST-COUNT-DISP
           MOVE SPACES TO MANIFEST-REC
           IF WS-DEST-EXPR(WS-DEST-IDX) > ZERO
               MOVE WS-DEST-EXPR(WS-DEST-IDX) TO WS-EXPR-COUNT-DISP
               STRING "DEST " WS-DEST-CODE(WS-DEST-IDX)
                   " -- " WS-DEST-COUNT-DISP " RECORDS ("
                   WS-EXPR-COUNT-DISP " EXPRESS)"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           ELSE
               STRING "DEST " WS-DEST-CODE(WS-DEST-IDX)
                   " -- " WS-DEST-COUNT-DISP " RECORDS"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 5
               MOVE WS-DEST-CLASS-RECS(WS-DEST-IDX, WS-CLASS-SLOT)
                   TO WS-CLASS-DISP(WS-CLASS-SLOT)
           END-PERFORM
           MOVE SPACES TO MANIFEST-REC
           STRING "  BY CLASS -- U " WS-CLASS-DISP(1)
               "  C " WS-CLASS-DISP(2)
               "  S " WS-CLASS-DISP(3)
               "  T " WS-CLASS-DISP(4)
               "  UNMARKED " WS-CLASS-DISP(5)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC

           IF WS-DEST-EXPR(WS-DEST-IDX) > ZERO
               MOVE SPACES TO WS-EXPR-FILE-NAME
               STRING "EXPRESS." DELIMITED BY SIZE
                   WS-DEST-CODE(WS-DEST-IDX) DELIMITED BY SPACE
                   INTO WS-EXPR-FILE-NAME
               OPEN EXTEND EXPRESS-FILE
               IF WS-EXP-STATUS = "35"
                   OPEN OUTPUT EXPRESS-FILE
               END-IF
           END-IF
           OPEN EXTEND DEST-FILE
           IF WS-DST-STATUS = "35"
               OPEN OUTPUT DEST-FILE
           END-IF

           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-USED
               MOVE WS-REL-REC(WS-REL-IDX) TO ENVELOPE-RECORD
               PERFORM RESOLVE-DELIVERY-DEST
               PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                       UNTIL WS-TGT-IDX > WS-TGT-USED
                   IF WS-TGT-DEST(WS-TGT-IDX)
                           = WS-DEST-CODE(WS-DEST-IDX)
                       MOVE WS-TGT-REFUSED(WS-TGT-IDX)
                           TO WS-CLEAR-REFUSED
                       PERFORM DELIVER-ONE-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE DEST-FILE
           IF WS-DEST-EXPR(WS-DEST-IDX) > ZERO
               CLOSE EXPRESS-FILE
           END-IF.

      *> DECRYPT's manifest line, column for column, with TRIAGE in
      *> columns 67-72.
       DELIVER-ONE-RECORD.
           IF ENV-PRIORITY = "1"
                   AND WS-DEST-CODE(WS-DEST-IDX) NOT = "HOLD"
               MOVE WS-REL-LEN(WS-REL-IDX) TO WS-EXPR-REC-LEN
               MOVE SPACES TO EXPRESS-REC
               MOVE ENVELOPE-RECORD(1:WS-EXPR-REC-LEN)
                   TO EXPRESS-REC(1:WS-EXPR-REC-LEN)
               WRITE EXPRESS-REC
               DISPLAY "TRIAGE: EXPRESS -- priority 1 msg "
                   ENV-MSG-ID " delivered to "
                   WS-DEST-CODE(WS-DEST-IDX)
               MOVE SPACES TO MANIFEST-REC
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY " EXPRESS"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           ELSE
               MOVE WS-REL-LEN(WS-REL-IDX) TO WS-DEST-REC-LEN
               MOVE SPACES TO DEST-REC
               MOVE ENVELOPE-RECORD(1:WS-DEST-REC-LEN)
                   TO DEST-REC(1:WS-DEST-REC-LEN)
               WRITE DEST-REC
               MOVE SPACES TO MANIFEST-REC
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY
                   DELIMITED BY SIZE INTO MANIFEST-REC
           END-IF
           IF ENV-RECORD-TYPE = "R"
               MOVE "REPEAT" TO MANIFEST-REC(30:6)
           END-IF
           MOVE "CLASS" TO MANIFEST-REC(37:5)
           MOVE ENV-CLASS TO MANIFEST-REC(43:1)
           IF WS-CLEAR-REFUSED = "Y"
               STRING "NOT CLEARED FOR " WS-TGT-JUDGED(WS-TGT-IDX)
                   DELIMITED BY SIZE INTO MANIFEST-REC(46:20)
           ELSE
               IF ENV-DEST NOT = WS-DEST-CODE(WS-DEST-IDX)
                       AND ENV-DEST NOT = SPACES
                       AND WS-DEST-CODE(WS-DEST-IDX) NOT = "HOLD"
                   STRING "VIA " ENV-DEST
                       DELIMITED BY SIZE INTO MANIFEST-REC(46:8)
               END-IF
           END-IF
           MOVE "TRIAGE" TO MANIFEST-REC(67:6)
           WRITE MANIFEST-REC.

      *> The master takes the key that actually worked and moves on
      *> from SUSPECT -- DELIVERED, or DECRYPTED when any of it went
      *> under HOLD, with each collective member refused its copy
      *> flagged "H", exactly as DECRYPT's distribution pass leaves
      *> it.
       SETTLE-RECOVERED-MASTER.
           MOVE WS-REL-REC(WS-REL-IDX) TO ENVELOPE-RECORD
           MOVE ENV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   DISPLAY "TRIAGE: master record gone for "
                       ENV-MSG-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           IF WS-REL-DELIVERED(WS-REL-IDX) = "Y"
                   AND WS-REL-HELD(WS-REL-IDX) = "N"
               MOVE "DELIVERED" TO MM-STATUS
           ELSE
               MOVE "DECRYPTED" TO MM-STATUS
           END-IF
           MOVE WS-REL-HELD-MEMBERS(WS-REL-IDX) TO WS-HELD-MEMBERS
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-HELD-MEMBER(WS-GRP-IDX) = "H"
                       AND MM-MEMBER-ACK(WS-GRP-IDX) = SPACE
                   MOVE "H" TO MM-MEMBER-ACK(WS-GRP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-REL-KEY-DATE(WS-REL-IDX) TO MM-KEY-DATE
           MOVE WS-REL-KEY-ID(WS-REL-IDX) TO MM-KEY-ID
           MOVE WS-REL-SHIFT(WS-REL-IDX) TO MM-SHIFT
           MOVE WS-REL-MULT(WS-REL-IDX) TO MM-MULTIPLIER
           MOVE FUNCTION CURRENT-DATE TO MM-DEC-STAMP
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "TRIAGE: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
           MOVE MM-MSG-ID TO JR-MSG-ID
           MOVE WS-JRN-OLD-STATUS TO JR-OLD-STATUS
           MOVE MM-STATUS TO JR-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE "TRIAGE" TO JR-PROGRAM
           MOVE "*BATCH*" TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       FIND-STATION-CODE.
           MOVE "N" TO WS-STA-FOUND
           MOVE "U" TO WS-STA-FOUND-CLEARANCE
           MOVE ZERO TO WS-STA-FOUND-SLOT
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-USED
               IF WS-STA-CODE(WS-STA-IDX) = WS-STA-LOOKUP
                   MOVE "Y" TO WS-STA-FOUND
                   MOVE WS-STA-CLEARANCE(WS-STA-IDX)
                       TO WS-STA-FOUND-CLEARANCE
                   MOVE WS-STA-IDX TO WS-STA-FOUND-SLOT
               END-IF
           END-PERFORM.

       LOAD-STATION-DIRECTORY.
           OPEN INPUT STATION-DIR-FILE
           IF WS-STA-STATUS = "35"
               DISPLAY "TRIAGE: no station directory,"
                   " clearance check skipped"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STA-EOF = "Y"
               READ STATION-DIR-FILE
                   AT END
                       MOVE "Y" TO WS-STA-EOF
                   NOT AT END
                       IF SD-STATUS = "E" AND WS-STA-USED < 200
                           ADD 1 TO WS-STA-USED
                           MOVE SD-CODE TO WS-STA-CODE(WS-STA-USED)
                           MOVE SD-CLEARANCE
                               TO WS-STA-CLEARANCE(WS-STA-USED)
                           IF SD-CLEARANCE = SPACE
                               MOVE "U"
                                   TO WS-STA-CLEARANCE(WS-STA-USED)
                           END-IF
                           MOVE SD-KIND TO WS-STA-KIND(WS-STA-USED)
                           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                                   UNTIL WS-GRP-IDX > 10
                               MOVE SD-MEMBER(WS-GRP-IDX)
                                   TO WS-STA-MEMBER(WS-STA-USED,
                                       WS-GRP-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-DIR-FILE
           MOVE "Y" TO WS-DIR-LOADED.

       LOAD-CANCELLATIONS.
           OPEN INPUT CANCEL-FILE
           IF WS-CAN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAN-EOF = "Y"
               READ CANCEL-FILE
                   AT END
                       MOVE "Y" TO WS-CAN-EOF
                   NOT AT END
                       IF CN-MSG-ID NOT = SPACES
                               AND WS-CAN-USED < 500
                           ADD 1 TO WS-CAN-USED
                           MOVE CN-MSG-ID
                               TO WS-CAN-MSG-ID(WS-CAN-USED)
                           MOVE CN-ORIGIN
                               TO WS-CAN-ORIGIN(WS-CAN-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANCEL-FILE.

       CHECK-CANCELLATION.
           MOVE "N" TO WS-MSG-CANCELLED
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-USED
               IF WS-CAN-MSG-ID(WS-CAN-IDX) = ENV-MSG-ID
                       AND WS-CAN-ORIGIN(WS-CAN-IDX) = ENV-ORIGIN
                   MOVE "Y" TO WS-MSG-CANCELLED
               END-IF
           END-PERFORM.

      *> SOLVE.DIC loaded exactly as DECRYPT loads it, with the
      *> compiled-in CIPHDICT list when no dictionary is allocated.
       LOAD-DICTIONARY.
           OPEN INPUT DICTIONARY-FILE
           IF WS-DIC-STATUS = "35"
               DISPLAY "TRIAGE: no SOLVE.DIC, using built-in"
                   " wordlist"
               PERFORM LOAD-BUILTIN-DICTIONARY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIC-EOF = "Y"
               READ DICTIONARY-FILE
                   AT END
                       MOVE "Y" TO WS-DIC-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-WORD
               END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE
           DISPLAY "TRIAGE: dictionary loaded, "
               WS-DIC-ACCEPTED " words accepted, "
               WS-DIC-REJECTED " rejected".

       LOAD-ONE-WORD.
           IF DICTIONARY-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(DICTIONARY-REC)) TO WS-WORD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD))
               TO WS-WORD-LEN
           MOVE ZERO TO WS-WORD-SPACES
           INSPECT WS-WORD(1:WS-WORD-LEN)
               TALLYING WS-WORD-SPACES FOR ALL SPACE
           IF WS-WORD-LEN > 10
                   OR WS-WORD-SPACES > 0
                   OR WS-WORD(1:WS-WORD-LEN) NOT ALPHABETIC
               ADD 1 TO WS-DIC-REJECTED
           ELSE
               IF WS-RT-COUNT < 1000
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-WORD(1:WS-WORD-LEN)
                       TO WS-RT-WORD(WS-RT-COUNT)
                   MOVE WS-WORD-LEN TO WS-RT-LEN(WS-RT-COUNT)
                   ADD 1 TO WS-DIC-ACCEPTED
               ELSE
                   ADD 1 TO WS-DIC-REJECTED
               END-IF
           END-IF.

       LOAD-BUILTIN-DICTIONARY.
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > 45
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DICT-WORD(WS-DICT-IDX)))
                   TO WS-DICT-WORD-LEN
               IF WS-DICT-WORD(WS-DICT-IDX) NOT = SPACES
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-DICT-WORD(WS-DICT-IDX)
                       TO WS-RT-WORD(WS-RT-COUNT)
                   MOVE WS-DICT-WORD-LEN TO WS-RT-LEN(WS-RT-COUNT)
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           MOVE "SUSPECT TRAFFIC TRIAGE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "KEYS TRIED FROM " WS-DAYS-BEFORE
               " DAY(S) BEFORE TO " WS-DAYS-AFTER
               " DAY(S) AFTER EACH ENVELOPE DATE"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "RECOVERED UNDER ONE KEY -- RELEASED FOR DELIVERY"
               TO REPORT-REC
           WRITE REPORT-REC
           IF WS-DONE-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-DONE-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-DONE-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ANALYST WORKLIST -- AMBIGUOUS OR UNREADABLE"
               TO REPORT-REC
           WRITE REPORT-REC
           IF WS-WORK-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-WORK-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-WORK-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "PASSED OVER -- NOT RELEASED" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-PASSED-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-PASSED-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-PASSED-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SUSPECT-COUNT TO WS-COUNT-DISP
           MOVE WS-REL-USED TO WS-COUNT-DISP-2
           MOVE WS-WORK-USED TO WS-COUNT-DISP-3
           MOVE WS-PASSED-USED TO WS-COUNT-DISP-4
           MOVE SPACES TO REPORT-REC
           STRING "SUSPECTS " WS-COUNT-DISP
               "  RECOVERED " WS-COUNT-DISP-2
               "  WORKLIST " WS-COUNT-DISP-3
               "  PASSED OVER " WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.
       END PROGRAM TRIAGE.
