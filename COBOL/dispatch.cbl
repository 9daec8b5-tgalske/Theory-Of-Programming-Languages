           SELECT SPOOL-DIR-FILE ASSIGN TO "SPOOL.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPDIR-STATUS.
      *> Dynamic access: keyed reads for inquiry and release, a
      *> sequential pass to list the traffic parked under HOLD.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT KEY-FILE ASSIGN TO "CIPHER.KEY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY.HIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ENCRYPT-CKP-FILE ASSIGN TO "ENCRYPT.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ECKP-STATUS.
           SELECT DECRYPT-CKP-FILE ASSIGN TO "DECRYPT.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DCKP-STATUS.
      *> The HOLD release reads the parked plaintext back out of
      *> DECRYPT.HOLD and delivers it the way DECRYPT's
      *> distribution pass would have: into DECRYPT.<code> (or
      *> EXPRESS.<code> for priority 1), named at run time, with a
      *> line on the DECRYPT.DST manifest.
           SELECT HOLD-FILE ASSIGN TO "DECRYPT.HOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT DELIVERY-FILE ASSIGN USING WS-DLV-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DECRYPT.DST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
      *> Failed sign-ons, lockouts and refused options, one record
      *> each, appended the moment they happen -- opened and closed
      *> around every write like SPOOL.DIR, so any number of
      *> terminals share it and none holds it open.
           SELECT VIOLATION-FILE ASSIGN TO "SECURITY.VIO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY CIPHOPR.
      *> Read-only here now (the status screen's tail scan); the
      *> session's own records go to the spool. The CIPHAUD layout
      *> itself lives in working storage so one record area serves
           01 SPOOL-DIR-REC PIC X(20).
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
      *> One line per key net, the general key first, the net's
      *> routing code in columns 19-22 -- the status screen reads
      *> only the first line, key activation rewrites them all.
       FD KEY-FILE.
           01 KEY-REC PIC X(24).
       FD KEY-HISTORY-FILE.
           COPY CIPHKEYH.
      *> Both checkpoint files lead with the six-digit restart
      *> point; the running totals behind it belong to the batch
      *> programs and the status screen does not interpret them.
           01 ENCRYPT-CKP-REC PIC X(20).
       FD DECRYPT-CKP-FILE.
           01 DECRYPT-CKP-REC PIC X(20).
       FD HOLD-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-HLD-REC-LEN.
           01 HOLD-REC PIC X(110).
       FD DELIVERY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-DLV-REC-LEN.
           01 DELIVERY-REC PIC X(110).
       FD MANIFEST-FILE.
           01 MANIFEST-REC PIC X(80).
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       FD VIOLATION-FILE.
           01 VIOLATION-REC PIC X(80).
       WORKING-STORAGE SECTION.
           COPY CIPHAUD.
           COPY CIPHVIO.
           COPY CIPHENV.
           COPY CIPHCLS.
           01 WS-CHOICE PIC X.
           01 WS-SPOOL-FILE-NAME PIC X(20) VALUE SPACES.
           01 WS-SPOOL-STATUS PIC XX.
           01 WS-SHIFT PIC 99.
           01 WS-MODE PIC X.
           01 WS-DIGITS PIC X.
           01 WS-MULT PIC 99.
           01 WS-KEY-MULT-DISP PIC XX.
           01 WS-OPR-STATUS PIC XX.
           01 WS-OPR-EOF PIC X VALUE "N".
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-NAME PIC X(20) VALUE SPACES.
           01 WS-OPERATOR-AUTH PIC X VALUE SPACE.
      *> The terminal session's start stamp, carried on every
      *> violation record the session writes, and why the last
      *> sign-on try was turned away.
           01 WS-SESSION-STAMP PIC X(16).
           01 WS-SIGNON-REASON PIC X(24).
           01 WS-VIO-STATUS PIC XX.
      *> The interactive paths get their own audit program names --
      *> "ENCR-ONE" and friends rather than "ENCRYPT" -- so RECON's
      *> last-DECRYPT-entry scan keeps finding the batch run it is
      *> afterwards.
           01 WS-AUD-PROGRAM PIC X(8).
           01 WS-AUD-MODE PIC X.
           01 WS-AUD-MSG-ID PIC X(8).
           01 WS-AUD-ROUTE PIC X(4).
           01 WS-SESSION-SEQ PIC 9(6) VALUE ZERO.
           01 WS-TRIM-COUNT PIC 9(4).
           01 WS-MST-STATUS PIC XX.
           01 WS-INQUIRY-ID PIC X(8).
           01 WS-JRN-STATUS PIC XX.
           01 WS-JRN-EOF PIC X.
           01 WS-JRN-COUNT PIC 9(4).
           01 WS-JRN-FROM PIC X(10).
           01 WS-JRN-LINE PIC X(79).
           01 WS-KEY-STATUS PIC XX.
           01 WS-ECKP-STATUS PIC XX.
           01 WS-DCKP-STATUS PIC XX.
           01 WS-TAIL-USED PIC 9 VALUE ZERO.
           01 WS-TAIL-IDX PIC 9.
           01 WS-AUD-EOF PIC X.
      *> Key activation works on the whole history in storage, the
      *> way KEYGEN does: the activated entry and the key it
      *> supersedes both change, and the file is rewritten in one
      *> piece. A history past the table's capacity is never
      *> rewritten -- the entries that did not fit would be lost.
           01 WS-HIST-STATUS PIC XX.
           01 WS-HIST-EOF PIC X.
           01 WS-KH-TABLE.
               05 WS-KH-ENTRY OCCURS 400 TIMES.
                   10 WS-KH-DATE PIC X(8).
                   10 WS-KH-ID PIC 9(6).
                   10 WS-KH-SHIFT PIC 99.
                   10 WS-KH-MODE PIC X.
                   10 WS-KH-DIGITS PIC X.
                   10 WS-KH-STATUS PIC X.
                   10 WS-KH-CUTOVER PIC X(14).
                   10 WS-KH-NET PIC X(4).
                   10 WS-KH-REQ-OPR PIC X(8).
                   10 WS-KH-REQ-STAMP PIC X(14).
                   10 WS-KH-APV-OPR PIC X(8).
                   10 WS-KH-APV-STAMP PIC X(14).
                   10 WS-KH-MULT PIC 99.
           01 WS-KH-USED PIC 999 VALUE ZERO.
           01 WS-KH-IDX PIC 999.
           01 WS-KH-DROPPED PIC X.
           01 WS-PENDING-COUNT PIC 999.
           01 WS-ACT-KEY-ID PIC X(6).
           01 WS-ACT-KEY-NUM PIC 9(6).
           01 WS-ACT-KEY-LEN PIC 9.
           01 WS-ACT-SLOT PIC 999.
           01 WS-ACT-STAMP PIC X(21).
           01 WS-NET-LABEL PIC X(7).
      *> The newest live entry per net, gathered to rebuild
      *> CIPHER.KEY after an activation -- slot 1 is the general
      *> key, so it lands on the file's first line.
           01 WS-LIVE-TABLE.
               05 WS-LIVE-ENTRY OCCURS 51 TIMES.
                   10 WS-LIVE-NET PIC X(4).
                   10 WS-LIVE-SLOT PIC 999.
           01 WS-LIVE-USED PIC 99.
           01 WS-LIVE-IDX PIC 99.
           01 WS-LIVE-FOUND PIC 99.
      *> HOLD release: the message picked off the list, its parked
      *> plaintext, the routing code the operator gives it and the
      *> desks that code delivers to -- itself, or each member of a
      *> collective. Collective traffic DECRYPT delivered to some
      *> members and parked for others is released one held member
      *> at a time: WS-HELD-LEFT counts its "H" member flags and
      *> WS-RLS-MEMBER-POS is the member being released.
           01 WS-MST-EOF PIC X.
           01 WS-HELD-COUNT PIC 9(4).
           01 WS-HELD-LABEL PIC X(24).
           01 WS-HELD-LEFT PIC 99.
           01 WS-RLS-MEMBER-POS PIC 99.
           01 WS-RLS-MSG-ID PIC X(8).
           01 WS-RLS-CODE PIC X(8).
           01 WS-RLS-OK PIC X.
           01 WS-RLS-STAMP PIC X(21).
           01 WS-HLD-STATUS PIC XX.
           01 WS-HLD-EOF PIC X.
           01 WS-HLD-REC-LEN PIC 9(4).
           01 WS-HLD-FOUND PIC X.
           01 WS-HLD-COPY PIC X(110).
           01 WS-HLD-COPY-LEN PIC 9(4).
           01 WS-DLV-STATUS PIC XX.
           01 WS-DLV-REC-LEN PIC 9(4).
           01 WS-DLV-FILE-NAME PIC X(12) VALUE SPACES.
           01 WS-MAN-STATUS PIC XX.
           01 WS-OLD-STATUS PIC X(10).
           01 WS-RLS-TARGETS.
               05 WS-RLS-TARGET PIC X(4) OCCURS 10 TIMES.
           01 WS-RLS-USED PIC 99.
           01 WS-RLS-IDX PIC 99.
           01 WS-CLASS-SLOT PIC 9.
           01 WS-CLASS-DISP-TABLE.
               05 WS-CLASS-DISP PIC Z(5)9 OCCURS 5 TIMES.
           01 WS-MSG-CLASS-RANK PIC 9.
           01 WS-STA-STATUS PIC XX.
           01 WS-STA-EOF PIC X.
           01 WS-STA-TABLE.
               05 WS-STA-ENTRY OCCURS 200 TIMES.
                   10 WS-STA-CODE PIC X(8).
                   10 WS-STA-CLEARANCE PIC X.
                   10 WS-STA-KIND PIC X.
                   10 WS-STA-MEMBER PIC X(4) OCCURS 10 TIMES.
           01 WS-STA-USED PIC 999.
           01 WS-STA-IDX PIC 999.
           01 WS-STA-LOOKUP PIC X(8).
           01 WS-STA-FOUND PIC X.
           01 WS-STA-FOUND-CLEARANCE PIC X.
           01 WS-STA-FOUND-SLOT PIC 999.
           01 WS-GRP-SLOT PIC 999.
           01 WS-GRP-IDX PIC 99.
       PROCEDURE DIVISION.
      *> An operator sitting at a terminal drives ENCRYPT, DECRYPT and
      *> SOLVE one message at a time through this menu instead of
       MAIN-PROCEDURE.
           DISPLAY "DISPATCH"

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SESSION-STAMP
           PERFORM SIGN-ON
           PERFORM OPEN-SESSION-SPOOL

                               IF WS-CHOICE = "O"
                                   PERFORM SHOW-STATUS
                               ELSE
                                   IF WS-CHOICE = "K"
                                       PERFORM ACTIVATE-KEY
                                   ELSE
                                       IF WS-CHOICE = "H"
                                           PERFORM RELEASE-HELD-MESSAGE
                                       ELSE
                                           IF WS-CHOICE = "Q"
                                               MOVE "Y"
                                                   TO WS-QUIT-SWITCH
                                           ELSE
                                               DISPLAY "DISPATCH: "
                                                   "choose E, D, S,"
                                                   " I, O, K, H or Q"
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF

      *> Three tries to give an operator id that is on the profile
      *> file, then the terminal session ends -- an unattended
      *> terminal must not fall through into the cipher menu. A
      *> profile revoked as of today, or one whose effective date
      *> has not come yet, is turned away like an id that is not on
      *> file. Every failed try goes to the security violation
      *> file, and so does the lockout that ends the session.
       SIGN-ON.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-ATTEMPTS >= 3
               ADD 1 TO WS-ATTEMPTS
               DISPLAY "Operator id? "
                   TO WS-OPERATOR-ID
               PERFORM LOOK-UP-OPERATOR
               IF WS-SIGNED-ON NOT = "Y"
                   IF WS-SIGNON-REASON = "NOT ON FILE"
                       DISPLAY "DISPATCH: operator not on file"
                   ELSE
                       DISPLAY "DISPATCH: operator id not in effect"
                   END-IF
                   INITIALIZE VIOLATION-RECORD
                   MOVE "SIGN-ON" TO VL-EVENT
                   MOVE WS-ATTEMPTS TO VL-ATTEMPT
                   MOVE WS-SIGNON-REASON TO VL-REASON
                   PERFORM WRITE-VIOLATION-RECORD
               END-IF
           END-PERFORM
           IF WS-SIGNED-ON NOT = "Y"
               INITIALIZE VIOLATION-RECORD
               MOVE "LOCKOUT" TO VL-EVENT
               MOVE WS-ATTEMPTS TO VL-ATTEMPT
               MOVE "THREE FAILED SIGN-ONS" TO VL-REASON
               PERFORM WRITE-VIOLATION-RECORD
               DISPLAY "DISPATCH: sign-on failed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           DISPLAY "DISPATCH: welcome " WS-OPERATOR-NAME.

       LOOK-UP-OPERATOR.
           MOVE "NOT ON FILE" TO WS-SIGNON-REASON
           MOVE "N" TO WS-OPR-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS = "35"
                   NOT AT END
                       IF OPR-ID = WS-OPERATOR-ID
                               AND OPR-ID NOT = SPACES
                           PERFORM CHECK-OPERATOR-IN-EFFECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       CHECK-OPERATOR-IN-EFFECT.
           IF OPR-STATUS = "R"
                   AND (OPR-REVOKED-DATE = SPACES
                   OR OPR-REVOKED-DATE <= WS-TODAY(1:8))
               MOVE "PROFILE REVOKED" TO WS-SIGNON-REASON
               EXIT PARAGRAPH
           END-IF
           IF OPR-EFFECTIVE-DATE NOT = SPACES
                   AND OPR-EFFECTIVE-DATE > WS-TODAY(1:8)
               MOVE "NOT YET EFFECTIVE" TO WS-SIGNON-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SIGNED-ON
           MOVE OPR-NAME TO WS-OPERATOR-NAME
           MOVE OPR-AUTH TO WS-OPERATOR-AUTH.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "  E - Encrypt a message"
           DISPLAY "  S - Solve (crack) a ciphertext"
           DISPLAY "  I - Inquire on a message by id"
           DISPLAY "  O - Operations status"
           DISPLAY "  K - Key activation"
           DISPLAY "  H - HOLD queue release"
           DISPLAY "  Q - Quit"
           DISPLAY "Choice? "
           ACCEPT WS-CHOICE
           ACCEPT WS-INPUT-TEXT
           PERFORM ACCEPT-KEY-PARAMETERS
           CALL "ENCRYPT-ONE" USING WS-INPUT-TEXT WS-SHIFT
               WS-MODE WS-DIGITS WS-MULT WS-OUTPUT-TEXT
           DISPLAY "Encrypted: " WS-OUTPUT-TEXT
           MOVE "ENCR-ONE" TO WS-AUD-PROGRAM
           MOVE SPACES TO WS-AUD-MSG-ID
           MOVE SPACES TO WS-AUD-ROUTE
           MOVE WS-MODE TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD.

           ACCEPT WS-INPUT-TEXT
           PERFORM ACCEPT-KEY-PARAMETERS
           CALL "DECRYPT-ONE" USING WS-INPUT-TEXT WS-SHIFT
               WS-MODE WS-DIGITS WS-MULT WS-OUTPUT-TEXT
           DISPLAY "Decrypted: " WS-OUTPUT-TEXT
           MOVE "DECR-ONE" TO WS-AUD-PROGRAM
           MOVE SPACES TO WS-AUD-MSG-ID
           MOVE SPACES TO WS-AUD-ROUTE
           MOVE WS-MODE TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD.

      *> security review wants designated analysts only, so anyone
      *> signed on below level "A" is turned away before SOLVE-ONE
      *> is ever called (and the refusal costs them nothing but the
      *> menu round trip). Each refusal is written to the security
      *> violation file -- an operator reaching for the cracker is
      *> something the security officer wants to hear about.
       RUN-SOLVE.
           IF WS-OPERATOR-AUTH NOT = "A"
               DISPLAY "DISPATCH: S requires analyst authorization"
               INITIALIZE VIOLATION-RECORD
               MOVE "REFUSED" TO VL-EVENT
               MOVE "S" TO VL-OPTION
               MOVE WS-OPERATOR-AUTH TO VL-AUTH
               MOVE "ANALYST ONLY" TO VL-REASON
               PERFORM WRITE-VIOLATION-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ciphertext to crack? "
               DISPLAY "Likely plaintext -- Caesar " WS-SHIFT ": "
                   WS-OUTPUT-TEXT
           END-IF
           MOVE 01 TO WS-MULT
           MOVE "SOLV-ONE" TO WS-AUD-PROGRAM
           MOVE SPACES TO WS-AUD-MSG-ID
           MOVE SPACES TO WS-AUD-ROUTE
           MOVE SPACE TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD.

      *> enciphered it and the lengths/unshifted count the run
      *> recorded. The master is opened per inquiry so a session
      *> started before the nightly cycle still sees the records
      *> the cycle writes later. Under the record comes the
      *> message's whole timeline from the status journal -- the
      *> quarantine, the resubmission, the suspect decrypt and the
      *> release that the current status alone cannot show. A
      *> message already archived off the master still has its
      *> timeline.
       INQUIRE-MESSAGE.
           DISPLAY "Message id? "
           MOVE SPACES TO WS-INQUIRY-ID
                   DISPLAY "Status    " MM-STATUS
                   DISPLAY "Origin    " MM-ORIGIN
                   DISPLAY "Dest      " MM-DEST
                   DISPLAY "Class     " MM-CLASS
                   DISPLAY "Encrypted " MM-ENC-STAMP
                   DISPLAY "Decrypted " MM-DEC-STAMP
                   IF MM-MULTIPLIER IS NUMERIC
                       DISPLAY "Key       " MM-KEY-ID " effective "
                           MM-KEY-DATE " shift " MM-SHIFT
                           " multiplier " MM-MULTIPLIER
                   ELSE
                       DISPLAY "Key       " MM-KEY-ID " effective "
                           MM-KEY-DATE " shift " MM-SHIFT
                   END-IF
                   DISPLAY "Length    " MM-MSG-LENGTH
                       " unshifted " MM-UNSHIFTED
                   IF MM-RETRY-COUNT IS NUMERIC
                       DISPLAY "Repeats   " MM-RETRY-COUNT
                   END-IF
                   IF MM-MEMBER-ACKS NOT = SPACES
                       DISPLAY "Member acks " MM-MEMBER-ACKS
                   END-IF
           END-READ
           CLOSE MESSAGE-MASTER-FILE
           PERFORM SHOW-MESSAGE-TIMELINE.

       SHOW-MESSAGE-TIMELINE.
           MOVE ZERO TO WS-JRN-COUNT
           MOVE "N" TO WS-JRN-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               DISPLAY "Timeline  no MSG.JRNL on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JRN-EOF
                   NOT AT END
                       IF JR-MSG-ID = WS-INQUIRY-ID
                           PERFORM SHOW-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-JRN-COUNT = ZERO
               DISPLAY "Timeline  no journal entries"
           END-IF.

       SHOW-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-COUNT
           IF WS-JRN-COUNT = 1
               DISPLAY "Timeline"
           END-IF
           IF JR-OLD-STATUS = SPACES
               MOVE "(new)" TO WS-JRN-FROM
           ELSE
               MOVE JR-OLD-STATUS TO WS-JRN-FROM
           END-IF
           MOVE SPACES TO WS-JRN-LINE
           STRING "  " JR-TIMESTAMP(1:4) "-" JR-TIMESTAMP(5:2)
               "-" JR-TIMESTAMP(7:2) " " JR-TIMESTAMP(9:2)
               ":" JR-TIMESTAMP(11:2) ":" JR-TIMESTAMP(13:2)
               " " WS-JRN-FROM " -> " JR-NEW-STATUS
               " " JR-PROGRAM " " JR-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-JRN-LINE
           DISPLAY WS-JRN-LINE.

      *> One screen for the state of the nightly cycle -- the four
      *> files the off-shift used to cat by hand, read and explained
           DISPLAY " "
           DISPLAY "---- OPERATIONS STATUS ----"
           PERFORM STATUS-KEY
           PERFORM STATUS-PENDING-KEYS
           PERFORM STATUS-ENCRYPT-CKP
           PERFORM STATUS-DECRYPT-CKP
           PERFORM STATUS-AUDIT-TAIL
               AT END
                   DISPLAY "Key        CIPHER.KEY is empty"
               NOT AT END
                   MOVE "01" TO WS-KEY-MULT-DISP
                   IF KEY-REC(23:2) IS NUMERIC
                       MOVE KEY-REC(23:2) TO WS-KEY-MULT-DISP
                   END-IF
                   DISPLAY "Key        shift " KEY-REC(1:2)
                       " mode " KEY-REC(3:1)
                       " digits " KEY-REC(4:1)
                       " multiplier " WS-KEY-MULT-DISP
                   IF KEY-REC(5:8) NOT = SPACES
                       MOVE FUNCTION CURRENT-DATE TO WS-TODAY
                       MOVE WS-TODAY(1:8) TO WS-TODAY-NUM
           END-READ
           CLOSE KEY-FILE.

      *> Keys KEYGEN has cut that nobody has activated yet -- until
      *> a second analyst does, ENCRYPT goes on under the old ones.
       STATUS-PENDING-KEYS.
           PERFORM LOAD-KEY-HISTORY
           IF WS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-USED
               IF WS-KH-STATUS(WS-KH-IDX) = "P"
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT > ZERO
               DISPLAY "           " WS-PENDING-COUNT
                   " key(s) awaiting activation -- option K"
           END-IF.

       STATUS-ENCRYPT-CKP.
           OPEN INPUT ENCRYPT-CKP-FILE
           IF WS-ECKP-STATUS = "35"
               DELIMITED BY SIZE
               INTO WS-TAIL-LINE(WS-TAIL-USED).

      *> Two-person rule for keys: KEYGEN only proposes them, and a
      *> pending key goes live here when a second analyst -- never
      *> the operator who requested it -- activates it. Activation
      *> stamps the approver and the time on the history entry,
      *> supersedes the net's previous live key for the same date
      *> with this moment as the cutover, and rebuilds CIPHER.KEY
      *> from the live entries so the next ENCRYPT picks the key
      *> up. The activation is audited under the analyst's id.
       ACTIVATE-KEY.
           IF WS-OPERATOR-AUTH NOT = "A"
               DISPLAY "DISPATCH: K requires analyst authorization"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-KEY-HISTORY
           IF WS-HIST-STATUS = "35"
               DISPLAY "DISPATCH: no KEY.HIST -- KEYGEN not run"
               EXIT PARAGRAPH
           END-IF
           IF WS-KH-DROPPED = "Y"
               DISPLAY "DISPATCH: KEY.HIST fills the 400-entry table"
                   " -- activation refused, history untouched"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-PENDING-KEYS
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "DISPATCH: no keys awaiting activation"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Key id to activate (blank to leave)? "
           MOVE SPACES TO WS-ACT-KEY-ID
           ACCEPT WS-ACT-KEY-ID
           IF WS-ACT-KEY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
      *> The id may be keyed without its leading zeros ("123" for
      *> 000123); the digits typed are right-justified before the
      *> compare, and anything that is not all digits is refused.
           MOVE ZERO TO WS-TRIM-COUNT
           INSPECT WS-ACT-KEY-ID TALLYING WS-TRIM-COUNT
               FOR TRAILING SPACE
           COMPUTE WS-ACT-KEY-LEN = 6 - WS-TRIM-COUNT
           IF WS-ACT-KEY-ID(1:WS-ACT-KEY-LEN) IS NOT NUMERIC
               DISPLAY "DISPATCH: key id " WS-ACT-KEY-ID
                   " is not a number"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACT-KEY-ID(1:WS-ACT-KEY-LEN) TO WS-ACT-KEY-NUM
           MOVE WS-ACT-KEY-NUM TO WS-ACT-KEY-ID
           MOVE ZERO TO WS-ACT-SLOT
           IF WS-ACT-KEY-NUM > ZERO
               PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                       UNTIL WS-KH-IDX > WS-KH-USED
                   IF WS-KH-ID(WS-KH-IDX) = WS-ACT-KEY-NUM
                           AND WS-KH-STATUS(WS-KH-IDX) = "P"
                       MOVE WS-KH-IDX TO WS-ACT-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACT-SLOT = ZERO
               DISPLAY "DISPATCH: key " WS-ACT-KEY-ID
                   " is not awaiting activation"
               EXIT PARAGRAPH
           END-IF
           IF WS-KH-REQ-OPR(WS-ACT-SLOT) = WS-OPERATOR-ID
               DISPLAY "DISPATCH: key " WS-ACT-KEY-ID
                   " was requested by " WS-OPERATOR-ID
                   " -- a second analyst must activate it"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ACT-STAMP
           MOVE "A" TO WS-KH-STATUS(WS-ACT-SLOT)
           MOVE WS-OPERATOR-ID TO WS-KH-APV-OPR(WS-ACT-SLOT)
           MOVE WS-ACT-STAMP(1:14) TO WS-KH-APV-STAMP(WS-ACT-SLOT)
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-USED
               IF WS-KH-IDX NOT = WS-ACT-SLOT
                       AND WS-KH-NET(WS-KH-IDX)
                           = WS-KH-NET(WS-ACT-SLOT)
                       AND WS-KH-DATE(WS-KH-IDX)
                           = WS-KH-DATE(WS-ACT-SLOT)
                       AND WS-KH-STATUS(WS-KH-IDX) NOT = "S"
                       AND WS-KH-STATUS(WS-KH-IDX) NOT = "P"
                   MOVE "S" TO WS-KH-STATUS(WS-KH-IDX)
                   MOVE WS-ACT-STAMP(1:14) TO WS-KH-CUTOVER(WS-KH-IDX)
                   DISPLAY "DISPATCH: key " WS-KH-ID(WS-KH-IDX)
                       " superseded at " WS-ACT-STAMP(9:6)
               END-IF
           END-PERFORM
           PERFORM REWRITE-KEY-HISTORY
           PERFORM REBUILD-KEY-FILE
           MOVE WS-ACT-SLOT TO WS-KH-IDX
           PERFORM SET-NET-LABEL
           DISPLAY "DISPATCH: " WS-NET-LABEL " key " WS-ACT-KEY-ID
               " is live, activated by " WS-OPERATOR-ID
      *> The audit record names the key activated and its net
      *> (blank for the general key) in the message-id and route
      *> fields.
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE ZERO TO WS-SHIFT
           MOVE ZERO TO WS-MULT
           MOVE WS-ACT-KEY-ID TO WS-AUD-MSG-ID
           MOVE WS-KH-NET(WS-ACT-SLOT) TO WS-AUD-ROUTE
           MOVE "KEY-ACTV" TO WS-AUD-PROGRAM
           MOVE SPACE TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD.

       LOAD-KEY-HISTORY.
           MOVE ZERO TO WS-KH-USED
           MOVE "N" TO WS-KH-DROPPED
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
                       IF WS-KH-USED < 400
                           ADD 1 TO WS-KH-USED
                           MOVE KH-EFFECTIVE-DATE
                               TO WS-KH-DATE(WS-KH-USED)
                           MOVE KH-KEY-ID TO WS-KH-ID(WS-KH-USED)
                           MOVE KH-SHIFT TO WS-KH-SHIFT(WS-KH-USED)
                           MOVE KH-MODE TO WS-KH-MODE(WS-KH-USED)
                           MOVE KH-DIGITS
                               TO WS-KH-DIGITS(WS-KH-USED)
                           MOVE KH-STATUS
                               TO WS-KH-STATUS(WS-KH-USED)
                           MOVE KH-CUTOVER-STAMP
                               TO WS-KH-CUTOVER(WS-KH-USED)
                           MOVE KH-NET TO WS-KH-NET(WS-KH-USED)
                           MOVE KH-REQ-OPR
                               TO WS-KH-REQ-OPR(WS-KH-USED)
                           MOVE KH-REQ-STAMP
                               TO WS-KH-REQ-STAMP(WS-KH-USED)
                           MOVE KH-APV-OPR
                               TO WS-KH-APV-OPR(WS-KH-USED)
                           MOVE KH-APV-STAMP
                               TO WS-KH-APV-STAMP(WS-KH-USED)
                           MOVE 01 TO WS-KH-MULT(WS-KH-USED)
                           IF KH-MULTIPLIER IS NUMERIC
                               MOVE KH-MULTIPLIER
                                   TO WS-KH-MULT(WS-KH-USED)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-KH-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-HISTORY-FILE.

       LIST-PENDING-KEYS.
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-USED
               IF WS-KH-STATUS(WS-KH-IDX) = "P"
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM SET-NET-LABEL
                   DISPLAY "  Pending key " WS-KH-ID(WS-KH-IDX)
                       " " WS-NET-LABEL
                       " effective " WS-KH-DATE(WS-KH-IDX)
                       " multiplier " WS-KH-MULT(WS-KH-IDX)
                       " requested by " WS-KH-REQ-OPR(WS-KH-IDX)
                       " at " WS-KH-REQ-STAMP(WS-KH-IDX)
               END-IF
           END-PERFORM.

       SET-NET-LABEL.
           IF WS-KH-NET(WS-KH-IDX) = SPACES
               MOVE "GENERAL" TO WS-NET-LABEL
           ELSE
               MOVE WS-KH-NET(WS-KH-IDX) TO WS-NET-LABEL
           END-IF.

       REWRITE-KEY-HISTORY.
           OPEN OUTPUT KEY-HISTORY-FILE
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-USED
               MOVE WS-KH-DATE(WS-KH-IDX) TO KH-EFFECTIVE-DATE
               MOVE WS-KH-ID(WS-KH-IDX) TO KH-KEY-ID
               MOVE WS-KH-SHIFT(WS-KH-IDX) TO KH-SHIFT
               MOVE WS-KH-MODE(WS-KH-IDX) TO KH-MODE
               MOVE WS-KH-DIGITS(WS-KH-IDX) TO KH-DIGITS
               MOVE WS-KH-STATUS(WS-KH-IDX) TO KH-STATUS
               MOVE WS-KH-CUTOVER(WS-KH-IDX) TO KH-CUTOVER-STAMP
               MOVE WS-KH-NET(WS-KH-IDX) TO KH-NET
               MOVE WS-KH-REQ-OPR(WS-KH-IDX) TO KH-REQ-OPR
               MOVE WS-KH-REQ-STAMP(WS-KH-IDX) TO KH-REQ-STAMP
               MOVE WS-KH-APV-OPR(WS-KH-IDX) TO KH-APV-OPR
               MOVE WS-KH-APV-STAMP(WS-KH-IDX) TO KH-APV-STAMP
               MOVE WS-KH-MULT(WS-KH-IDX) TO KH-MULTIPLIER
               WRITE KEY-HISTORY-RECORD
           END-PERFORM
           CLOSE KEY-HISTORY-FILE.

      *> CIPHER.KEY holds each net's newest live key -- the latest
      *> effective date among its entries that are neither pending
      *> nor superseded -- in the layout KEYGEN always wrote: shift,
      *> mode, digit flag, effective date, key-id, net, multiplier.
       REBUILD-KEY-FILE.
           MOVE 1 TO WS-LIVE-USED
           MOVE SPACES TO WS-LIVE-NET(1)
           MOVE ZERO TO WS-LIVE-SLOT(1)
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-USED
               IF WS-KH-STATUS(WS-KH-IDX) NOT = "S"
                       AND WS-KH-STATUS(WS-KH-IDX) NOT = "P"
                   PERFORM NOTE-LIVE-KEY
               END-IF
           END-PERFORM
           OPEN OUTPUT KEY-FILE
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-USED
               IF WS-LIVE-SLOT(WS-LIVE-IDX) > ZERO
                   MOVE WS-LIVE-SLOT(WS-LIVE-IDX) TO WS-KH-IDX
                   MOVE SPACES TO KEY-REC
                   MOVE WS-KH-SHIFT(WS-KH-IDX) TO KEY-REC(1:2)
                   MOVE WS-KH-MODE(WS-KH-IDX) TO KEY-REC(3:1)
                   MOVE WS-KH-DIGITS(WS-KH-IDX) TO KEY-REC(4:1)
                   MOVE WS-KH-DATE(WS-KH-IDX) TO KEY-REC(5:8)
                   MOVE WS-KH-ID(WS-KH-IDX) TO KEY-REC(13:6)
                   MOVE WS-KH-NET(WS-KH-IDX) TO KEY-REC(19:4)
                   MOVE WS-KH-MULT(WS-KH-IDX) TO KEY-REC(23:2)
                   WRITE KEY-REC
               END-IF
           END-PERFORM
           CLOSE KEY-FILE.

       NOTE-LIVE-KEY.
           MOVE ZERO TO WS-LIVE-FOUND
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-USED
               IF WS-LIVE-NET(WS-LIVE-IDX) = WS-KH-NET(WS-KH-IDX)
                   MOVE WS-LIVE-IDX TO WS-LIVE-FOUND
               END-IF
           END-PERFORM
           IF WS-LIVE-FOUND = ZERO
               IF WS-LIVE-USED >= 51
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIVE-USED
               MOVE WS-LIVE-USED TO WS-LIVE-FOUND
               MOVE WS-KH-NET(WS-KH-IDX) TO WS-LIVE-NET(WS-LIVE-FOUND)
               MOVE ZERO TO WS-LIVE-SLOT(WS-LIVE-FOUND)
           END-IF
           IF WS-LIVE-SLOT(WS-LIVE-FOUND) = ZERO
               MOVE WS-KH-IDX TO WS-LIVE-SLOT(WS-LIVE-FOUND)
           ELSE
               IF WS-KH-DATE(WS-KH-IDX) >=
                       WS-KH-DATE(WS-LIVE-SLOT(WS-LIVE-FOUND))
                   MOVE WS-KH-IDX TO WS-LIVE-SLOT(WS-LIVE-FOUND)
               END-IF
           END-IF.

      *> Traffic DECRYPT could not route -- no routing code, or a
      *> destination no longer cleared for its classification --
      *> sits in DECRYPT.HOLD with its master record at DECRYPTED
      *> until somebody routes it. The list is every DECRYPTED
      *> record on the master. An analyst picks one and gives it a
      *> routing code from STATION.DIR; the code must be effective
      *> and cleared for the message's classification, and a
      *> collective only when every member is. The parked copy is
      *> then delivered as DECRYPT would deliver it -- one copy per
      *> desk, into EXPRESS.<code> for priority 1 -- under a
      *> supplementary group on the DECRYPT.DST manifest whose
      *> message lines carry RELEASED in columns 67-74. The master
      *> goes to DELIVERED with the new routing code, the change is
      *> journalled and the release audited under the analyst's id.
      *> Collective traffic with members held ("H" on the master)
      *> is different: the routing code given must be one of those
      *> members, cleared now, and only that member's copy goes out
      *> -- the other members' copies and acks stand. The master
      *> keeps the collective as its routing code and goes to
      *> DELIVERED when the last held member is released.
       RELEASE-HELD-MESSAGE.
           IF WS-OPERATOR-AUTH NOT = "A"
               DISPLAY "DISPATCH: H requires analyst authorization"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "DISPATCH: message master unavailable,"
                   " status " WS-MST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-HELD-MESSAGES
           IF WS-HELD-COUNT = ZERO
               DISPLAY "DISPATCH: nothing on HOLD"
               CLOSE MESSAGE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Message id to release (blank to leave)? "
           MOVE SPACES TO WS-RLS-MSG-ID
           ACCEPT WS-RLS-MSG-ID
           MOVE FUNCTION UPPER-CASE(WS-RLS-MSG-ID) TO WS-RLS-MSG-ID
           IF WS-RLS-MSG-ID = SPACES
               CLOSE MESSAGE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLS-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MM-STATUS
           END-READ
           IF MM-STATUS NOT = "DECRYPTED"
               DISPLAY "DISPATCH: message " WS-RLS-MSG-ID
                   " is not on HOLD"
               CLOSE MESSAGE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-HELD-MEMBERS
           PERFORM FIND-HELD-COPY
           IF WS-HLD-FOUND = "N"
               DISPLAY "DISPATCH: no parked copy of " WS-RLS-MSG-ID
                   " in DECRYPT.HOLD"
               CLOSE MESSAGE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Routing code to release it to? "
           MOVE SPACES TO WS-RLS-CODE
           ACCEPT WS-RLS-CODE
           MOVE FUNCTION UPPER-CASE(WS-RLS-CODE) TO WS-RLS-CODE
           MOVE ZERO TO WS-RLS-MEMBER-POS
           IF WS-HELD-LEFT > ZERO
               PERFORM RESOLVE-MEMBER-RELEASE
           ELSE
               PERFORM RESOLVE-RELEASE-TARGETS
           END-IF
           IF WS-RLS-OK NOT = "Y"
               CLOSE MESSAGE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RLS-STAMP
           PERFORM DELIVER-HELD-COPY
           PERFORM MARK-RELEASED
           CLOSE MESSAGE-MASTER-FILE
           DISPLAY "DISPATCH: message " WS-RLS-MSG-ID
               " released to " WS-RLS-CODE(1:4)
               " by " WS-OPERATOR-ID
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE ZERO TO WS-SHIFT
           MOVE ZERO TO WS-MULT
           MOVE WS-RLS-MSG-ID TO WS-AUD-MSG-ID
           MOVE WS-RLS-CODE(1:4) TO WS-AUD-ROUTE
           MOVE "HOLD-RLS" TO WS-AUD-PROGRAM
           MOVE SPACE TO WS-AUD-MODE
           PERFORM WRITE-AUDIT-RECORD.

      *> One pass of the master from the top. A record with no
      *> routing code was never routable; one with a code was held
      *> because that destination is not cleared for it -- or, for
      *> a collective, because some of its members are not, and
      *> those members are named under it.
       LIST-HELD-MESSAGES.
           PERFORM LOAD-STATION-DIRECTORY
           MOVE ZERO TO WS-HELD-COUNT
           MOVE "N" TO WS-MST-EOF
           PERFORM UNTIL WS-MST-EOF = "Y"
               READ MESSAGE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF
                   NOT AT END
                       IF MM-STATUS = "DECRYPTED"
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM COUNT-HELD-MEMBERS
                           MOVE SPACES TO WS-HELD-LABEL
                           IF MM-DEST = SPACES
                               MOVE "UNROUTED" TO WS-HELD-LABEL
                           ELSE
                               IF WS-HELD-LEFT > ZERO
                                   STRING "MEMBERS HELD FROM " MM-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-HELD-LABEL
                               ELSE
                                   STRING "HELD FROM " MM-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-HELD-LABEL
                               END-IF
                           END-IF
                           DISPLAY "  On HOLD " MM-MSG-ID
                               " from " MM-ORIGIN
                               " class " MM-CLASS
                               " " WS-HELD-LABEL
                               " decrypted " MM-DEC-STAMP(1:8)
                           IF WS-HELD-LEFT > ZERO
                               PERFORM LIST-HELD-MEMBERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-HELD-MEMBERS.
           MOVE ZERO TO WS-HELD-LEFT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF MM-MEMBER-ACK(WS-GRP-IDX) = "H"
                   ADD 1 TO WS-HELD-LEFT
               END-IF
           END-PERFORM.

      *> The held members by name, off the collective's entry in
      *> STATION.DIR -- by position when the collective has gone
      *> from the directory since.
       LIST-HELD-MEMBERS.
           MOVE SPACES TO WS-STA-LOOKUP
           MOVE MM-DEST TO WS-STA-LOOKUP(1:4)
           PERFORM FIND-STATION-CODE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF MM-MEMBER-ACK(WS-GRP-IDX) = "H"
                   IF WS-STA-FOUND = "Y"
                       DISPLAY "      held member "
                           WS-STA-MEMBER(WS-STA-FOUND-SLOT,
                               WS-GRP-IDX)
                   ELSE
                       DISPLAY "      held member at position "
                           WS-GRP-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *> DECRYPT.HOLD gains a record every night there is parked
      *> traffic; the latest copy of the message is the one taken.
       FIND-HELD-COPY.
           MOVE "N" TO WS-HLD-FOUND
           MOVE "N" TO WS-HLD-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HLD-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-HLD-EOF
                   NOT AT END
                       IF WS-HLD-REC-LEN > 9
                               AND HOLD-REC(2:8) = WS-RLS-MSG-ID
                           MOVE "Y" TO WS-HLD-FOUND
                           MOVE SPACES TO WS-HLD-COPY
                           MOVE HOLD-REC(1:WS-HLD-REC-LEN)
                               TO WS-HLD-COPY(1:WS-HLD-REC-LEN)
                           MOVE WS-HLD-REC-LEN TO WS-HLD-COPY-LEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *> The routing code is judged as ENCRYPT judges a new
      *> message's: effective in STATION.DIR, and cleared for the
      *> classification -- for a collective, every member cleared.
      *> Anything short of that is refused outright; a release
      *> never parks traffic back under HOLD.
       RESOLVE-RELEASE-TARGETS.
           MOVE "N" TO WS-RLS-OK
           MOVE ZERO TO WS-RLS-USED
           IF WS-RLS-CODE = SPACES OR WS-RLS-CODE(5:4) NOT = SPACES
                   OR WS-RLS-CODE(1:4) = "HOLD"
               DISPLAY "DISPATCH: " WS-RLS-CODE
                   " is not a routing code"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STATION-DIRECTORY
           IF WS-STA-STATUS = "35"
               DISPLAY "DISPATCH: no STATION.DIR -- routing codes"
                   " cannot be checked, release refused"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE WS-HLD-COPY TO ENVELOPE-RECORD
           MOVE ENV-CLASS TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           MOVE WS-CLASS-RANK TO WS-MSG-CLASS-RANK
           MOVE WS-RLS-CODE TO WS-STA-LOOKUP
           PERFORM FIND-STATION-CODE
           IF WS-STA-FOUND = "N"
               DISPLAY "DISPATCH: " WS-RLS-CODE(1:4)
                   " is not an effective routing code"
               EXIT PARAGRAPH
           END-IF
           IF WS-STA-KIND(WS-STA-FOUND-SLOT) NOT = "G"
               MOVE "Y" TO WS-RLS-OK
               PERFORM CHECK-RELEASE-CLEARANCE
               IF WS-RLS-OK = "Y"
                   MOVE 1 TO WS-RLS-USED
                   MOVE WS-RLS-CODE(1:4) TO WS-RLS-TARGET(1)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STA-FOUND-SLOT TO WS-GRP-SLOT
           MOVE "Y" TO WS-RLS-OK
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX) NOT = SPACES
                   MOVE SPACES TO WS-STA-LOOKUP
                   MOVE WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                       TO WS-STA-LOOKUP(1:4)
                   PERFORM FIND-STATION-CODE
                   IF WS-STA-FOUND = "N"
                       DISPLAY "DISPATCH: member " WS-STA-LOOKUP(1:4)
                           " of " WS-RLS-CODE(1:4)
                           " is not an effective routing code"
                       MOVE "N" TO WS-RLS-OK
                   ELSE
                       PERFORM CHECK-RELEASE-CLEARANCE
                       ADD 1 TO WS-RLS-USED
                       MOVE WS-STA-LOOKUP(1:4)
                           TO WS-RLS-TARGET(WS-RLS-USED)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RLS-USED = ZERO AND WS-RLS-OK = "Y"
               DISPLAY "DISPATCH: collective " WS-RLS-CODE(1:4)
                   " has no members"
               MOVE "N" TO WS-RLS-OK
           END-IF.

      *> A held member of a collective is released on its own: the
      *> code must name a member the master still has flagged "H",
      *> effective in STATION.DIR and cleared now for the marking.
       RESOLVE-MEMBER-RELEASE.
           MOVE "N" TO WS-RLS-OK
           MOVE ZERO TO WS-RLS-USED
           IF WS-RLS-CODE = SPACES OR WS-RLS-CODE(5:4) NOT = SPACES
                   OR WS-RLS-CODE(1:4) = "HOLD"
               DISPLAY "DISPATCH: " WS-RLS-CODE
                   " is not a routing code"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STATION-DIRECTORY
           IF WS-STA-STATUS = "35"
               DISPLAY "DISPATCH: no STATION.DIR -- routing codes"
                   " cannot be checked, release refused"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE WS-HLD-COPY TO ENVELOPE-RECORD
           MOVE ENV-CLASS TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           MOVE WS-CLASS-RANK TO WS-MSG-CLASS-RANK
           MOVE SPACES TO WS-STA-LOOKUP
           MOVE MM-DEST TO WS-STA-LOOKUP(1:4)
           PERFORM FIND-STATION-CODE
           IF WS-STA-FOUND = "N"
                   OR WS-STA-KIND(WS-STA-FOUND-SLOT) NOT = "G"
               DISPLAY "DISPATCH: collective " MM-DEST
                   " is no longer on file -- its held members"
                   " cannot be matched"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STA-FOUND-SLOT TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                       = WS-RLS-CODE(1:4)
                       AND MM-MEMBER-ACK(WS-GRP-IDX) = "H"
                   MOVE WS-GRP-IDX TO WS-RLS-MEMBER-POS
               END-IF
           END-PERFORM
           IF WS-RLS-MEMBER-POS = ZERO
               DISPLAY "DISPATCH: " WS-RLS-CODE(1:4)
                   " is not a held member of " MM-DEST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RLS-CODE TO WS-STA-LOOKUP
           PERFORM FIND-STATION-CODE
           IF WS-STA-FOUND = "N"
               DISPLAY "DISPATCH: " WS-RLS-CODE(1:4)
                   " is not an effective routing code"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RLS-OK
           PERFORM CHECK-RELEASE-CLEARANCE
           IF WS-RLS-OK = "Y"
               MOVE 1 TO WS-RLS-USED
               MOVE WS-RLS-CODE(1:4) TO WS-RLS-TARGET(1)
           END-IF.

      *> Unmarked traffic is cleared for nobody, as in DECRYPT.
       CHECK-RELEASE-CLEARANCE.
           MOVE WS-STA-FOUND-CLEARANCE TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-MSG-CLASS-RANK = ZERO
                   OR WS-MSG-CLASS-RANK > WS-CLASS-RANK
               DISPLAY "DISPATCH: " WS-STA-LOOKUP(1:4)
                   " is not cleared for class " ENV-CLASS
               MOVE "N" TO WS-RLS-OK
           END-IF.

       CLASSIFICATION-RANK.
           MOVE ZERO TO WS-CLASS-RANK
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 4
               IF WS-CLASS-LEVELS(WS-CLASS-IDX:1) = WS-CLASS-CODE
                   MOVE WS-CLASS-IDX TO WS-CLASS-RANK
               END-IF
           END-PERFORM.

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

      *> Only effective entries are loaded -- a withdrawn code must
      *> fail the lookup exactly like one that never existed.
       LOAD-STATION-DIRECTORY.
           MOVE ZERO TO WS-STA-USED
           MOVE "N" TO WS-STA-EOF
           OPEN INPUT STATION-DIR-FILE
           IF WS-STA-STATUS = "35"
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
           CLOSE STATION-DIR-FILE.

      *> The envelope goes out carrying the routing code it was
      *> given, so the desk's form and its ack match the master --
      *> a held member's copy keeps its collective, as the other
      *> members' copies did. Each desk's copy is appended to its
      *> delivery file and gets a DEST group of one on the
      *> manifest, headed as a release.
       DELIVER-HELD-COPY.
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE WS-HLD-COPY TO ENVELOPE-RECORD
           IF WS-RLS-MEMBER-POS = ZERO
               MOVE WS-RLS-CODE(1:4) TO ENV-DEST
           END-IF
           OPEN EXTEND MANIFEST-FILE
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING "SUPPLEMENTARY -- RELEASED FROM HOLD BY "
               WS-OPERATOR-ID " " WS-RLS-STAMP(1:8)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           PERFORM VARYING WS-RLS-IDX FROM 1 BY 1
                   UNTIL WS-RLS-IDX > WS-RLS-USED
               PERFORM DELIVER-ONE-COPY
           END-PERFORM
           CLOSE MANIFEST-FILE.

       DELIVER-ONE-COPY.
           MOVE SPACES TO WS-DLV-FILE-NAME
           IF ENV-PRIORITY = "1"
               STRING "EXPRESS." DELIMITED BY SIZE
                   WS-RLS-TARGET(WS-RLS-IDX) DELIMITED BY SPACE
                   INTO WS-DLV-FILE-NAME
           ELSE
               STRING "DECRYPT." DELIMITED BY SIZE
                   WS-RLS-TARGET(WS-RLS-IDX) DELIMITED BY SPACE
                   INTO WS-DLV-FILE-NAME
           END-IF
           OPEN EXTEND DELIVERY-FILE
           IF WS-DLV-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           MOVE WS-HLD-COPY-LEN TO WS-DLV-REC-LEN
           MOVE SPACES TO DELIVERY-REC
           MOVE ENVELOPE-RECORD(1:WS-DLV-REC-LEN)
               TO DELIVERY-REC(1:WS-DLV-REC-LEN)
           WRITE DELIVERY-REC
           CLOSE DELIVERY-FILE

           MOVE SPACES TO MANIFEST-REC
           IF ENV-PRIORITY = "1"
               STRING "DEST " WS-RLS-TARGET(WS-RLS-IDX)
                   " --      1 RECORDS (     1 EXPRESS)"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           ELSE
               STRING "DEST " WS-RLS-TARGET(WS-RLS-IDX)
                   " --      1 RECORDS"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 5
               MOVE ZERO TO WS-CLASS-DISP(WS-CLASS-SLOT)
           END-PERFORM
           MOVE WS-MSG-CLASS-RANK TO WS-CLASS-SLOT
           IF WS-CLASS-SLOT = ZERO
               MOVE 5 TO WS-CLASS-SLOT
           END-IF
           MOVE 1 TO WS-CLASS-DISP(WS-CLASS-SLOT)
           MOVE SPACES TO MANIFEST-REC
           STRING "  BY CLASS -- U " WS-CLASS-DISP(1)
               "  C " WS-CLASS-DISP(2)
               "  S " WS-CLASS-DISP(3)
               "  T " WS-CLASS-DISP(4)
               "  UNMARKED " WS-CLASS-DISP(5)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC

           MOVE SPACES TO MANIFEST-REC
           IF ENV-PRIORITY = "1"
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY " EXPRESS"
                   DELIMITED BY SIZE INTO MANIFEST-REC
           ELSE
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY
                   DELIMITED BY SIZE INTO MANIFEST-REC
           END-IF
           IF ENV-RECORD-TYPE = "R"
               MOVE "REPEAT" TO MANIFEST-REC(30:6)
           END-IF
           MOVE "CLASS" TO MANIFEST-REC(37:5)
           MOVE ENV-CLASS TO MANIFEST-REC(43:1)
           IF WS-RLS-TARGET(WS-RLS-IDX) NOT = ENV-DEST
               STRING "VIA " ENV-DEST
                   DELIMITED BY SIZE INTO MANIFEST-REC(46:8)
           END-IF
           MOVE "RELEASED" TO MANIFEST-REC(67:8)
           WRITE MANIFEST-REC.

      *> The master takes the routing code it was released to, a
      *> fresh set of member acks, and the release time as its
      *> delivery stamp -- ACKPROC's grace period runs from the
      *> delivery, not from the night it was parked. A held member
      *> released only loses its "H" -- it now owes an ack like the
      *> rest -- and the master goes to DELIVERED, stamped, once no
      *> member is left held; until then the change is journalled
      *> with the status unchanged.
       MARK-RELEASED.
           MOVE WS-RLS-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   DISPLAY "DISPATCH: master record gone for "
                       WS-RLS-MSG-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE MM-STATUS TO WS-OLD-STATUS
           IF WS-RLS-MEMBER-POS > ZERO
               MOVE SPACE TO MM-MEMBER-ACK(WS-RLS-MEMBER-POS)
               PERFORM COUNT-HELD-MEMBERS
               IF WS-HELD-LEFT = ZERO
                   MOVE "DELIVERED" TO MM-STATUS
                   MOVE WS-RLS-STAMP TO MM-DEC-STAMP
               ELSE
                   DISPLAY "DISPATCH: " WS-HELD-LEFT
                       " member(s) of " MM-DEST " still held"
               END-IF
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DISPATCH: master rewrite failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-RELEASE-JOURNAL
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE "DELIVERED" TO MM-STATUS
           MOVE WS-RLS-CODE(1:4) TO MM-DEST
           MOVE SPACES TO MM-MEMBER-ACKS
           MOVE WS-RLS-STAMP TO MM-DEC-STAMP
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "DISPATCH: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-RELEASE-JOURNAL
           END-REWRITE.

       WRITE-RELEASE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE MM-MSG-ID TO JR-MSG-ID
           MOVE WS-OLD-STATUS TO JR-OLD-STATUS
           MOVE MM-STATUS TO JR-NEW-STATUS
           MOVE WS-RLS-STAMP TO JR-TIMESTAMP
           MOVE "HOLD-RLS" TO JR-PROGRAM
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

      *> ENCRYPT-ONE and DECRYPT-ONE both take the same shift/mode/
      *> digit-flag/multiplier parameters as the batch control card,
      *> so the operator is prompted the same way here.
       ACCEPT-KEY-PARAMETERS.
           DISPLAY "Shift (01-26)? "
           ACCEPT WS-SHIFT
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           DISPLAY "Shift digits too -- Y/N? "
           ACCEPT WS-DIGITS
           MOVE FUNCTION UPPER-CASE(WS-DIGITS) TO WS-DIGITS
           DISPLAY "Multiplier (01 = plain shift)? "
           ACCEPT WS-MULT.

      *> One CIPHAUD record per interactive call, numbered within
      *> the session and stamped with the signed-on operator -- the
      *> unshifted count is zero because the single-message entry
      *> points do not report one. The caller sets the message id
      *> and route: the message and routing code of a HOLD release,
      *> the key id and net of a key activation, blank otherwise.
      *> The record goes to the session spool; AUDMERGE lands it in
      *> AUDIT.LOG in timestamp order during housekeeping.
       WRITE-AUDIT-RECORD.
           ADD 1 TO WS-SESSION-SEQ
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           SUBTRACT WS-TRIM-COUNT FROM LENGTH OF WS-INPUT-TEXT
               GIVING AUD-STR-LENGTH
           MOVE WS-SHIFT TO AUD-NUM-SHIFTS
           MOVE WS-MULT TO AUD-MULTIPLIER
           MOVE ZERO TO AUD-UNSHIFTED-COUNT
           MOVE WS-AUD-MODE TO AUD-CIPHER-MODE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-AUD-MSG-ID TO AUD-MSG-ID
           MOVE WS-AUD-ROUTE TO AUD-ROUTE
           MOVE SPACES TO SPOOL-REC
           MOVE AUDIT-RECORD TO SPOOL-REC
           WRITE SPOOL-REC.

      *> Stamps the violation the caller has filled in with the time,
      *> the terminal session and the operator id in hand, and
      *> appends it to SECURITY.VIO.
       WRITE-VIOLATION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VL-TIMESTAMP
           MOVE WS-SESSION-STAMP TO VL-SESSION
           MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
           OPEN EXTEND VIOLATION-FILE
           IF WS-VIO-STATUS = "35"
               OPEN OUTPUT VIOLATION-FILE
           END-IF
           MOVE SPACES TO VIOLATION-REC
           MOVE VIOLATION-RECORD TO VIOLATION-REC
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE.
       END PROGRAM DISPATCH.
