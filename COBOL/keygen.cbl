       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY.HIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "KEYGEN.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KEY-HISTORY-FILE.
           COPY CIPHKEYH.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(14).
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       WORKING-STORAGE SECTION.
           01 WS-TODAY PIC X(21).
           01 WS-DATE-NUM PIC 9(8).
           01 WS-TIME-NUM PIC 9(6).
           01 WS-SHIFT-DISP PIC 99.
           01 WS-STA-STATUS PIC XX.
           01 WS-STA-EOF PIC X VALUE "N".
           01 WS-MODE PIC X VALUE "C".
           01 WS-DIGITS PIC X VALUE "Y".
           01 WS-HIST-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-HIST-EOF PIC X VALUE "N".
      *> "E" in column 1 of KEYGEN.CTL runs the emergency mid-day
      *> rekey instead of the daily issue -- the sanctioned way to
      *> replace a key compromised at 10:00 without hand-editing
      *> CIPHER.KEY and losing the audit trail of what changed.
      *> Columns 2-5 name the one routing code whose key was lost;
      *> left blank, every net is rekeyed. Columns 6-13 carry the
      *> operator id of whoever asked for the keys -- the first of
      *> the two people every key needs. The scheduled daily issue
      *> may leave it blank and is then requested in KEYGEN's own
      *> name; an emergency rekey is somebody's decision and must
      *> say whose. "A" in column 14 cuts affine keys -- a multiplier
      *> alongside the shift -- for the daily issue or the rekey;
      *> left blank the keys are plain Caesar shifts (multiplier 01).
           01 WS-EMERGENCY PIC X VALUE "N".
           01 WS-REKEY-NET PIC X(4) VALUE SPACES.
           01 WS-REQ-OPR PIC X(8) VALUE "KEYGEN".
           01 WS-AFFINE PIC X VALUE "N".
      *> The eleven multipliers other than 01 that DECRYPT can undo
      *> (odd, not 13); an affine key takes one of them the way its
      *> shift is taken from the date.
           01 WS-MULT-LIST PIC X(22)
               VALUE "0305070911151719212325".
           01 WS-MULT-TABLE REDEFINES WS-MULT-LIST.
               05 WS-MULT-VALUE PIC 99 OCCURS 11 TIMES.
           01 WS-MULT-IDX PIC 99.
      *> The whole history, held in storage: the normal path only
      *> appends, but an emergency rekey must reach back and mark
      *> the compromised entry superseded, which means rewriting
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
      *> One slot per key net: the general key in slot 1 (blank
      *> code), then every effective routing code in STATION.DIR.
      *> Each slot holds the net's current entry for today, if one
      *> exists -- the newest not-superseded record carrying today's
      *> date and that net, live or still pending activation. Its
      *> fields are kept here as the file is read, not fished back
      *> out of the history table, so a same-day rerun sees the
      *> right key even when the history has outgrown the table.
      *> The seed is the net's code folded to a number, so each
      *> net's date-derived shift differs from its neighbours' on
      *> the same day.
           01 WS-NET-TABLE.
               05 WS-NET-ENTRY OCCURS 51 TIMES.
                   10 WS-NET-CODE PIC X(4).
                   10 WS-NET-SEEN PIC X.
                   10 WS-NET-STATUS PIC X.
                   10 WS-NET-REQ-OPR PIC X(8).
                   10 WS-NET-SLOT PIC 999.
                   10 WS-NET-SHIFT PIC 99.
                   10 WS-NET-MULT PIC 99.
                   10 WS-NET-MODE PIC X.
                   10 WS-NET-DIGITS PIC X.
                   10 WS-NET-ID PIC 9(6).
                   10 WS-NET-SEED PIC 9(4).
           01 WS-NET-USED PIC 99 VALUE ZERO.
           01 WS-NET-IDX PIC 99.
           01 WS-NET-SCAN PIC 99.
           01 WS-NET-FOUND PIC 99.
           01 WS-NET-LOOKUP PIC X(4).
           01 WS-NET-LABEL PIC X(7).
           01 WS-SEED-IDX PIC 9.
           01 WS-HIST-OPEN PIC X VALUE "N".
           01 WS-OLD-SHIFT PIC 99.
           01 WS-OLD-ID PIC 9(6).
      *> The count of records actually on file, which keeps key-id
      *> every ENCRYPT/DECRYPT job that reads today's CIPHER.KEY gets
      *> the same shift without anyone having to hand-key a control
      *> card; an operator can still drop a control card on top of it
      *> to override the key for a one-off run. Every routing code
      *> in the station directory gets a key of its own, alongside
      *> the general key for unrouted traffic, so a key lost at one
      *> desk exposes that desk's traffic and nobody else's. Each
      *> issued key is appended to KEY.HIST under its effective
      *> date, its net and a run-to-run key-id, so traffic that
      *> arrives late can still be decrypted under the key it was
      *> actually enciphered with. KEYGEN only proposes keys: they
      *> go on the history pending, and CIPHER.KEY is rebuilt by
      *> DISPATCH when a second analyst activates them. A same-day
      *> rerun cuts nothing new for a net already keyed today --
      *> including by an emergency rekey, which a midnight-derived
      *> shift would otherwise silently revert.
       MAIN-PROCEDURE.
           DISPLAY "KEYGEN"

           MOVE WS-TODAY(1:8) TO WS-DATE-NUM

           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-KEY-NETS
           PERFORM LOAD-KEY-HISTORY

           IF WS-EMERGENCY = "Y"
               PERFORM DAILY-ISSUE
           END-IF

           PERFORM REPORT-TODAYS-KEYS
           STOP RUN.

       READ-CONTROL-CARD.
           END-IF
           READ CONTROL-CARD-FILE
               NOT AT END
                   IF CONTROL-CARD-REC(6:8) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(6:8))
                           TO WS-REQ-OPR
                   END-IF
                   IF CONTROL-CARD-REC(14:1) = "A"
                       MOVE "Y" TO WS-AFFINE
                       DISPLAY "KEYGEN: affine keys requested"
                   END-IF
                   IF CONTROL-CARD-REC(1:1) = "E"
                       MOVE "Y" TO WS-EMERGENCY
                       MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(2:4))
                           TO WS-REKEY-NET
                       IF WS-REKEY-NET = SPACES
                           DISPLAY "KEYGEN: EMERGENCY REKEY requested"
                               " for every net"
                       ELSE
                           DISPLAY "KEYGEN: EMERGENCY REKEY requested"
                               " for net " WS-REKEY-NET
                       END-IF
                   END-IF
           END-READ
           CLOSE CONTROL-CARD-FILE.

      *> The general key always takes slot 1; every effective
      *> routing code in the directory -- a code of four characters
      *> or fewer, left-justified, where origin stations use all
      *> eight -- takes a slot of its own. A collective routing
      *> code takes none: its traffic goes out under the general
      *> key, the one key every member desk holds. No directory
      *> allocated means the site has no nets yet and runs on the
      *> general key alone, exactly as before nets existed.
       LOAD-KEY-NETS.
           MOVE 1 TO WS-NET-USED
           MOVE SPACES TO WS-NET-CODE(1)
           MOVE "N" TO WS-NET-SEEN(1)
           MOVE SPACE TO WS-NET-STATUS(1)
           MOVE ZERO TO WS-NET-SLOT(1)
           MOVE ZERO TO WS-NET-SEED(1)
           OPEN INPUT STATION-DIR-FILE
           IF WS-STA-STATUS = "35"
               DISPLAY "KEYGEN: no station directory, general key only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STA-EOF = "Y"
               READ STATION-DIR-FILE
                   AT END
                       MOVE "Y" TO WS-STA-EOF
                   NOT AT END
                       IF SD-STATUS = "E" AND SD-CODE NOT = SPACES
                               AND SD-CODE(5:4) = SPACES
                               AND SD-KIND NOT = "G"
                           PERFORM ADD-ONE-NET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-DIR-FILE.

       ADD-ONE-NET.
           IF WS-NET-USED >= 51
               DISPLAY "KEYGEN: more than 50 key nets -- "
                   SD-CODE(1:4) " stays on the general key"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NET-USED
           MOVE SD-CODE(1:4) TO WS-NET-CODE(WS-NET-USED)
           MOVE "N" TO WS-NET-SEEN(WS-NET-USED)
           MOVE SPACE TO WS-NET-STATUS(WS-NET-USED)
           MOVE ZERO TO WS-NET-SLOT(WS-NET-USED)
           MOVE ZERO TO WS-NET-SEED(WS-NET-USED)
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   UNTIL WS-SEED-IDX > 4
               COMPUTE WS-NET-SEED(WS-NET-USED) =
                   WS-NET-SEED(WS-NET-USED)
                   + FUNCTION ORD(SD-CODE(WS-SEED-IDX:1))
                   * WS-SEED-IDX
           END-PERFORM.

       FIND-NET-ENTRY.
           MOVE ZERO TO WS-NET-FOUND
           PERFORM VARYING WS-NET-SCAN FROM 1 BY 1
                   UNTIL WS-NET-SCAN > WS-NET-USED
               IF WS-NET-CODE(WS-NET-SCAN) = WS-NET-LOOKUP
                   MOVE WS-NET-SCAN TO WS-NET-FOUND
               END-IF
           END-PERFORM.

       SET-NET-LABEL.
           IF WS-NET-CODE(WS-NET-IDX) = SPACES
               MOVE "GENERAL" TO WS-NET-LABEL
           ELSE
               MOVE WS-NET-CODE(WS-NET-IDX) TO WS-NET-LABEL
           END-IF.

      *> Reads the whole history into storage and remembers each
      *> net's current entry for today -- the newest record carrying
      *> today's date and that net that no later rekey has
      *> superseded, whether live or still awaiting activation.
      *> Entries written before nets existed carry a blank net and
      *> count as the general key.
       LOAD-KEY-HISTORY.
           OPEN INPUT KEY-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF WS-KH-USED < 400
                           ADD 1 TO WS-KH-USED
                           MOVE KH-EFFECTIVE-DATE
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
                       IF KH-EFFECTIVE-DATE = WS-TODAY(1:8)
                               AND KH-STATUS NOT = "S"
                           PERFORM NOTE-TODAYS-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS NOT = "35"
               CLOSE KEY-HISTORY-FILE
           END-IF.

      *> A key for a net no longer in the directory is history, not
      *> a live key -- it is simply not picked up. The table slot is
      *> only remembered while the record actually made it into the
      *> table.
       NOTE-TODAYS-KEY.
           MOVE KH-NET TO WS-NET-LOOKUP
           PERFORM FIND-NET-ENTRY
           IF WS-NET-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-NET-SEEN(WS-NET-FOUND)
           MOVE KH-STATUS TO WS-NET-STATUS(WS-NET-FOUND)
           MOVE KH-REQ-OPR TO WS-NET-REQ-OPR(WS-NET-FOUND)
           MOVE KH-SHIFT TO WS-NET-SHIFT(WS-NET-FOUND)
           MOVE 01 TO WS-NET-MULT(WS-NET-FOUND)
           IF KH-MULTIPLIER IS NUMERIC
               MOVE KH-MULTIPLIER TO WS-NET-MULT(WS-NET-FOUND)
           END-IF
           MOVE KH-MODE TO WS-NET-MODE(WS-NET-FOUND)
           MOVE KH-DIGITS TO WS-NET-DIGITS(WS-NET-FOUND)
           MOVE KH-KEY-ID TO WS-NET-ID(WS-NET-FOUND)
           IF WS-KH-DROPPED = "N"
               MOVE WS-KH-USED TO WS-NET-SLOT(WS-NET-FOUND)
           ELSE
               MOVE ZERO TO WS-NET-SLOT(WS-NET-FOUND)
           END-IF.

      *> MOD over the whole date, plus one, keeps the shift in 01-25:
      *> the old day-of-month arithmetic issued shift 00 on the 26th
      *> (traffic went out unencrypted) and gave the 1st and 27th the
      *> same key. With only 25 usable shifts two dates (or two nets)
      *> can still land on the same shift value, but each issued key
      *> has its own key-id and KEY.HIST entry, so "which key was
      *> this" is always answerable. A same-day rerun leaves each
      *> net's current entry alone instead of recomputing -- after
      *> an emergency rekey the live key is no longer the
      *> date-derived one -- and only the nets with nothing issued
      *> yet today get a fresh key, so a routing code added to the
      *> directory at noon can be keyed without disturbing anyone
      *> else.
       DAILY-ISSUE.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-USED
               PERFORM SET-NET-LABEL
               IF WS-NET-SEEN(WS-NET-IDX) = "Y"
                   DISPLAY "KEYGEN: " WS-NET-LABEL
                       " key already issued today"
               ELSE
                   PERFORM DERIVE-NET-KEY
                   PERFORM APPEND-KEY-HISTORY
               END-IF
           END-PERFORM
           IF WS-HIST-OPEN = "Y"
               CLOSE KEY-HISTORY-FILE
           END-IF.

       DERIVE-NET-KEY.
           COMPUTE WS-NET-SHIFT(WS-NET-IDX) =
               FUNCTION MOD(WS-DATE-NUM + WS-NET-SEED(WS-NET-IDX), 25)
               + 1
           MOVE 01 TO WS-NET-MULT(WS-NET-IDX)
           IF WS-AFFINE = "Y"
               COMPUTE WS-MULT-IDX = FUNCTION MOD(WS-DATE-NUM
                   + WS-NET-SEED(WS-NET-IDX), 11) + 1
               MOVE WS-MULT-VALUE(WS-MULT-IDX)
                   TO WS-NET-MULT(WS-NET-IDX)
           END-IF
           MOVE WS-MODE TO WS-NET-MODE(WS-NET-IDX)
           MOVE WS-DIGITS TO WS-NET-DIGITS(WS-NET-IDX)
           ADD 1 TO WS-HIST-READ
           MOVE WS-HIST-READ TO WS-NET-ID(WS-NET-IDX).

      *> Cuts a replacement key for the same effective date under a
      *> fresh key-id, folds the time of day into the shift so the
      *> new key cannot equal the compromised one, and rewrites the
      *> history in one piece. Only the net named on the card is
      *> rekeyed (every net when the card names none); the other
      *> desks keep today's keys, and any net not yet keyed today
      *> gets its ordinary daily key in the same rewrite. The
      *> compromised key stays live until the replacement is
      *> activated -- DISPATCH marks it superseded then, with the
      *> activation as the cutover, so no desk is ever left with
      *> no key at all. A replacement still pending from an earlier
      *> rekey is withdrawn here instead: it never went live.
      *> DECRYPT's by-id lookup still finds the superseded entry,
      *> so traffic enciphered before the cutover decrypts under
      *> the old key while everything after runs under the new one.
       EMERGENCY-REKEY.
           IF WS-REQ-OPR = "KEYGEN"
               DISPLAY "KEYGEN: emergency rekey names no requesting"
                   " operator in columns 6-13 -- refused, history"
                   " untouched"
               MOVE "Y" TO WS-REKEY-ABORTED
               EXIT PARAGRAPH
           END-IF
      *> A history at or past the table's capacity cannot take the
      *> rekey: entries dropped on the way in would be truncated
      *> out of KEY.HIST by the rewrite, and a table with no free
      *> slot would rewrite the history WITHOUT the new entries
      *> while CIPHER.KEY names them -- live key-ids no lookup could
      *> ever resolve. Either way the rekey is refused outright;
      *> cut the history down (the old entries belong in an archive
      *> by now) and rerun.
           IF WS-KH-DROPPED = "Y" OR WS-KH-USED + WS-NET-USED > 400
               DISPLAY "KEYGEN: KEY.HIST fills the 400-entry"
                   " table -- emergency rekey refused, history"
                   " untouched"
               MOVE "Y" TO WS-REKEY-ABORTED
               EXIT PARAGRAPH
           END-IF
           IF WS-REKEY-NET NOT = SPACES
               MOVE WS-REKEY-NET TO WS-NET-LOOKUP
               PERFORM FIND-NET-ENTRY
               IF WS-NET-FOUND = ZERO
                   DISPLAY "KEYGEN: " WS-REKEY-NET
                       " is not an effective routing code --"
                       " emergency rekey refused, history untouched"
                   MOVE "Y" TO WS-REKEY-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-TODAY(9:6) TO WS-TIME-NUM
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-USED
               PERFORM SET-NET-LABEL
               IF WS-REKEY-NET = SPACES
                       OR WS-NET-CODE(WS-NET-IDX) = WS-REKEY-NET
                   PERFORM REKEY-ONE-NET
               ELSE
                   IF WS-NET-SEEN(WS-NET-IDX) NOT = "Y"
                       PERFORM DERIVE-NET-KEY
                       PERFORM ADD-HISTORY-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-KEY-HISTORY.

       REKEY-ONE-NET.
           COMPUTE WS-SHIFT-DISP =
               FUNCTION MOD(WS-DATE-NUM + WS-TIME-NUM
                   + WS-NET-SEED(WS-NET-IDX), 25) + 1
           IF WS-NET-SLOT(WS-NET-IDX) > ZERO
               MOVE WS-KH-SHIFT(WS-NET-SLOT(WS-NET-IDX))
                   TO WS-OLD-SHIFT
               MOVE WS-KH-ID(WS-NET-SLOT(WS-NET-IDX)) TO WS-OLD-ID
               IF WS-SHIFT-DISP = WS-OLD-SHIFT
                   ADD 1 TO WS-SHIFT-DISP
                   IF WS-SHIFT-DISP > 25
                       MOVE 1 TO WS-SHIFT-DISP
                   END-IF
               END-IF
               IF WS-NET-STATUS(WS-NET-IDX) = "P"
                   MOVE "S" TO WS-KH-STATUS(WS-NET-SLOT(WS-NET-IDX))
                   MOVE WS-TODAY(1:14)
                       TO WS-KH-CUTOVER(WS-NET-SLOT(WS-NET-IDX))
               END-IF
           ELSE
               DISPLAY "KEYGEN: no " WS-NET-LABEL
                   " key issued today yet --"
                   " emergency key is the first of the day"
           END-IF
      *> The guard above proved the table has room, so the new
      *> entry always makes it into the rewrite alongside the
      *> superseded one.
           MOVE WS-SHIFT-DISP TO WS-NET-SHIFT(WS-NET-IDX)
           MOVE 01 TO WS-NET-MULT(WS-NET-IDX)
           IF WS-AFFINE = "Y"
               COMPUTE WS-MULT-IDX = FUNCTION MOD(WS-DATE-NUM
                   + WS-TIME-NUM + WS-NET-SEED(WS-NET-IDX), 11) + 1
               MOVE WS-MULT-VALUE(WS-MULT-IDX)
                   TO WS-NET-MULT(WS-NET-IDX)
           END-IF
           MOVE WS-MODE TO WS-NET-MODE(WS-NET-IDX)
           MOVE WS-DIGITS TO WS-NET-DIGITS(WS-NET-IDX)
           ADD 1 TO WS-HIST-READ
           MOVE WS-HIST-READ TO WS-NET-ID(WS-NET-IDX)
           PERFORM ADD-HISTORY-ENTRY
           IF WS-NET-SLOT(WS-NET-IDX) > ZERO
               IF WS-NET-STATUS(WS-NET-IDX) = "P"
                   DISPLAY "KEYGEN: " WS-NET-LABEL " pending key "
                       WS-OLD-ID " withdrawn for key "
                       WS-NET-ID(WS-NET-IDX)
               ELSE
                   DISPLAY "KEYGEN: " WS-NET-LABEL " key " WS-OLD-ID
                       " to be superseded by key "
                       WS-NET-ID(WS-NET-IDX) " on activation"
               END-IF
           END-IF
           MOVE "P" TO WS-NET-STATUS(WS-NET-IDX)
           MOVE WS-REQ-OPR TO WS-NET-REQ-OPR(WS-NET-IDX).

       ADD-HISTORY-ENTRY.
           ADD 1 TO WS-KH-USED
           MOVE WS-TODAY(1:8) TO WS-KH-DATE(WS-KH-USED)
           MOVE WS-NET-ID(WS-NET-IDX) TO WS-KH-ID(WS-KH-USED)
           MOVE WS-NET-SHIFT(WS-NET-IDX) TO WS-KH-SHIFT(WS-KH-USED)
           MOVE WS-NET-MULT(WS-NET-IDX) TO WS-KH-MULT(WS-KH-USED)
           MOVE WS-NET-MODE(WS-NET-IDX) TO WS-KH-MODE(WS-KH-USED)
           MOVE WS-NET-DIGITS(WS-NET-IDX) TO WS-KH-DIGITS(WS-KH-USED)
           MOVE "P" TO WS-KH-STATUS(WS-KH-USED)
           MOVE SPACES TO WS-KH-CUTOVER(WS-KH-USED)
           MOVE WS-NET-CODE(WS-NET-IDX) TO WS-KH-NET(WS-KH-USED)
           MOVE WS-REQ-OPR TO WS-KH-REQ-OPR(WS-KH-USED)
           MOVE WS-TODAY(1:14) TO WS-KH-REQ-STAMP(WS-KH-USED)
           MOVE SPACES TO WS-KH-APV-OPR(WS-KH-USED)
           MOVE SPACES TO WS-KH-APV-STAMP(WS-KH-USED)
           MOVE "P" TO WS-NET-STATUS(WS-NET-IDX)
           MOVE WS-REQ-OPR TO WS-NET-REQ-OPR(WS-NET-IDX).

      *> The history is opened for append on the first new key of
      *> the run and stays open for the rest; DAILY-ISSUE closes it.
       APPEND-KEY-HISTORY.
           IF WS-HIST-OPEN NOT = "Y"
               OPEN EXTEND KEY-HISTORY-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT KEY-HISTORY-FILE
               END-IF
               MOVE "Y" TO WS-HIST-OPEN
           END-IF
           MOVE WS-TODAY(1:8) TO KH-EFFECTIVE-DATE
           MOVE WS-NET-ID(WS-NET-IDX) TO KH-KEY-ID
           MOVE WS-NET-SHIFT(WS-NET-IDX) TO KH-SHIFT
           MOVE WS-NET-MULT(WS-NET-IDX) TO KH-MULTIPLIER
           MOVE WS-NET-MODE(WS-NET-IDX) TO KH-MODE
           MOVE WS-NET-DIGITS(WS-NET-IDX) TO KH-DIGITS
           MOVE "P" TO KH-STATUS
           MOVE SPACES TO KH-CUTOVER-STAMP
           MOVE WS-NET-CODE(WS-NET-IDX) TO KH-NET
           MOVE WS-REQ-OPR TO KH-REQ-OPR
           MOVE WS-TODAY(1:14) TO KH-REQ-STAMP
           MOVE SPACES TO KH-APV-OPR
           MOVE SPACES TO KH-APV-STAMP
           WRITE KEY-HISTORY-RECORD
           MOVE "P" TO WS-NET-STATUS(WS-NET-IDX)
           MOVE WS-REQ-OPR TO WS-NET-REQ-OPR(WS-NET-IDX).

       REWRITE-KEY-HISTORY.
           OPEN OUTPUT KEY-HISTORY-FILE
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

      *> Tells the operator where every net stands for today: a
      *> pending key waits for a second analyst's activation at
      *> DISPATCH before ENCRYPT will use it.
       REPORT-TODAYS-KEYS.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-USED
               PERFORM SET-NET-LABEL
               IF WS-NET-STATUS(WS-NET-IDX) = "P"
                   DISPLAY "KEYGEN: today's " WS-NET-LABEL
                       " key " WS-NET-ID(WS-NET-IDX)
                       " requested by " WS-NET-REQ-OPR(WS-NET-IDX)
                       " -- pending activation"
               ELSE
                   DISPLAY "KEYGEN: today's " WS-NET-LABEL
                       " key " WS-NET-ID(WS-NET-IDX) " is live"
               END-IF
           END-PERFORM.
       END PROGRAM KEYGEN.
