      *> until their own trailer has proved the batch complete, and
      *> only then move to DECRYPT.OUT -- a batch that fails its
      *> trailer is discarded whole without poisoning the batches
      *> around it in the same input file. Each record carries one
      *> extra byte on the end, the verdict on its check group, so
      *> the release knows which messages came through the transfer
      *> garbled.
           SELECT BATCH-WORK-FILE ASSIGN TO "DECRYPT.WRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
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
      *> The analysts' wordlist, the same file SOLVE scores its
      *> candidates with -- here it is the receiving side's only
      *> defense against a wrong-key decrypt, which passes trailer
           SELECT SUSPECT-FILE ASSIGN TO "DECRYPT.SUS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
      *> Messages whose check group did not verify -- damaged in
      *> transfer, which is a different trouble from a wrong key
      *> and is kept apart from the suspects for that reason.
           SELECT CORRUPT-FILE ASSIGN TO "DECRYPT.COR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MESSAGE-IN-FILE
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(14).
       FD KEY-FILE.
           01 KEY-REC PIC X(24).
       FD KEY-HISTORY-FILE.
           COPY CIPHKEYH.
       FD AUDIT-LOG-FILE.
      *> into the work file and either released whole or discarded
      *> whole, so mid-batch is never a place a restart could
      *> safely resume. Checkpoints from before the extra fields
      *> existed read back with them blank. The failed-record,
      *> cancelled and corrupted tallies are carried for the
      *> balance counts on the run-control END record.
       FD CHECKPOINT-FILE.
           01 CHECKPOINT-REC.
               05 CKP-RECORD-NUM PIC 9(6).
               05 CKP-FAILED-COUNT PIC 9(4).
               05 CKP-SUSPECT-COUNT PIC 9(6).
               05 CKP-ALARM PIC X.
               05 CKP-FAILED-RECORDS PIC 9(6).
               05 CKP-CANCEL-COUNT PIC 9(6).
               05 CKP-CORRUPT-COUNT PIC 9(6).
       FD BATCH-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 111 CHARACTERS
           DEPENDING ON WS-WRK-REC-LEN.
           01 BATCH-WORK-REC PIC X(111).
       FD DEST-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-DEST-REC-LEN.
           COPY CIPHRUN.
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       FD CANCEL-FILE.
           COPY CIPHCAN.
       FD DICTIONARY-FILE.
           01 DICTIONARY-REC PIC X(80).
       FD SUSPECT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-SUS-REC-LEN.
           01 SUSPECT-REC PIC X(110).
       FD CORRUPT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-COR-REC-LEN.
           01 CORRUPT-REC PIC X(110).
       WORKING-STORAGE SECTION.
           COPY CIPHBND.
           COPY CIPHDICT.
           COPY CIPHENV.
           COPY CIPHHDR.
           COPY CIPHCLS.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-RECORD-NUM PIC 9(6) VALUE ZERO.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-BATCH-CHAR-COUNT PIC 9(8) VALUE ZERO.
           01 WS-RELEASED-BATCHES PIC 9(4) VALUE ZERO.
           01 WS-FAILED-BATCHES PIC 9(4) VALUE ZERO.
      *> Data records held back in failed batches -- those read
      *> into a batch that then failed its trailer, and those
      *> passed over in a batch refused at its header.
           01 WS-FAILED-RECORDS PIC 9(6) VALUE ZERO.
           01 WS-FAIL-REASON PIC X(44).
           01 WS-BATCH-COUNT-DISP PIC Z(5)9.
      *> Set when a batch is refused at its header (key not on
      *> audited -- until its trailer clears the state.
           01 WS-BATCH-SKIP PIC X VALUE "N".
      *> Scratch for resolving the batch header's key against
      *> KEY.HIST: the entry found, and the shift and multiplier the
      *> operator's control card explicitly demanded, if any -- the
      *> two must agree or the batch is refused rather than
      *> decrypted under a guess.
           01 WS-HDR-KEY-ID PIC 9(6).
           01 WS-HDR-FOUND PIC X.
           01 WS-HDR-SHIFT PIC 99.
           01 WS-HDR-MULT PIC 99.
           01 WS-HDR-MODE PIC X.
           01 WS-HDR-DIGITS PIC X.
           01 WS-HDR-EFF PIC X(8).
           01 WS-HDR-NET PIC X(4).
           01 WS-HDR-LIVE PIC X.
           01 WS-CARD-SHIFT PIC 99.
           01 WS-CARD-MULT PIC 99.
      *> The key in effect once CIPHER.KEY, the control card and
      *> any as-of lookup have all had their say -- snapshotted
      *> before the first batch, because SELECT-HEADER-KEY loads
      *> cut from a bare K card, say) must fall back to THIS key,
      *> not to whatever the previous batch decrypted under.
           01 WS-CFG-SHIFT PIC 99.
           01 WS-CFG-MULT PIC 99.
           01 WS-CFG-MODE PIC X.
           01 WS-CFG-DIGITS PIC X.
           01 WS-CFG-KEY-DATE PIC X(8).
           01 WS-CFG-KEY-ID PIC X(6).
      *> The configured net keys -- CIPHER.KEY's per-routing-code
      *> lines, or the as-of date's net entries from KEY.HIST -- that
      *> an implicit batch decrypts under. A control card keying the
      *> shift by hand sets them aside: the operator has said what
      *> the whole run is keyed with.
           01 WS-CFG-NET-TABLE.
               05 WS-CFG-NET-ENTRY OCCURS 50 TIMES.
                   10 WS-CFG-NET-CODE PIC X(4).
                   10 WS-CFG-NET-SHIFT PIC 99.
                   10 WS-CFG-NET-MULT PIC 99.
                   10 WS-CFG-NET-MODE PIC X.
                   10 WS-CFG-NET-DIGITS PIC X.
                   10 WS-CFG-NET-KEY-DATE PIC X(8).
                   10 WS-CFG-NET-KEY-ID PIC X(6).
           01 WS-CFG-NET-COUNT PIC 99 VALUE ZERO.
      *> The keys of the batch in hand: the general key its header
      *> named (or the configured one), and the net keys its K
      *> records named. Each message decrypts under its own
      *> destination's net key when the batch carries one, under
      *> the batch's general key otherwise -- exactly how ENCRYPT
      *> chose the key on the way out.
           01 WS-BAT-SHIFT PIC 99.
           01 WS-BAT-MULT PIC 99.
           01 WS-BAT-MODE PIC X.
           01 WS-BAT-DIGITS PIC X.
           01 WS-BAT-KEY-DATE PIC X(8).
           01 WS-BAT-KEY-ID PIC X(6).
           01 WS-BAT-NET-TABLE.
               05 WS-BAT-NET-ENTRY OCCURS 50 TIMES.
                   10 WS-BAT-NET-CODE PIC X(4).
                   10 WS-BAT-NET-SHIFT PIC 99.
                   10 WS-BAT-NET-MULT PIC 99.
                   10 WS-BAT-NET-MODE PIC X.
                   10 WS-BAT-NET-DIGITS PIC X.
                   10 WS-BAT-NET-KEY-DATE PIC X(8).
                   10 WS-BAT-NET-KEY-ID PIC X(6).
           01 WS-BAT-NET-COUNT PIC 99 VALUE ZERO.
           01 WS-NET-IDX PIC 99.
           01 WS-NET-FOUND PIC 99.
           01 WS-KEY-EOF PIC X VALUE "N".
      *> The runtime wordlist, loaded from SOLVE.DIC the way SOLVE
      *> loads its own (with the compiled-in CIPHDICT list as the
      *> fallback), and the plausibility scratch: a recovered text
      *> distributes the records decrypted before the interruption.
      *> A message with no routing code is held under HOLD instead
      *> of being delivered to anyone -- need-to-know means unrouted
      *> traffic goes to nobody until someone routes it. So is one
      *> whose destination's clearance has been lowered below its
      *> classification since ENCRYPT passed it. Each destination
      *> counts its traffic by classification for the manifest --
      *> the four levels in CIPHCLS order, then anything unmarked.
           01 WS-DEST-TABLE.
               05 WS-DEST-ENTRY OCCURS 20 TIMES.
                   10 WS-DEST-CODE PIC X(4).
                   10 WS-DEST-RECS PIC 9(6).
                   10 WS-DEST-EXPR PIC 9(6).
                   10 WS-DEST-CLASS-RECS PIC 9(6) OCCURS 5 TIMES.
           01 WS-CLASS-TOTALS.
               05 WS-CLASS-TOTAL PIC 9(6) OCCURS 5 TIMES.
           01 WS-CLASS-SLOT PIC 9.
           01 WS-CLASS-DISP-TABLE.
               05 WS-CLASS-DISP PIC Z(5)9 OCCURS 5 TIMES.
           01 WS-MSG-CLASS-RANK PIC 9.
           01 WS-CLEAR-REFUSED PIC X.
      *> Where one message goes: a single routing code, HOLD, or --
      *> for a collective -- one copy per member. Each target
      *> remembers the code its clearance was judged against, so a
      *> member refused its copy is named on the HOLD line.
           01 WS-TARGET-TABLE.
               05 WS-TARGET-ENTRY OCCURS 10 TIMES.
                   10 WS-TGT-DEST PIC X(4).
                   10 WS-TGT-JUDGED PIC X(4).
                   10 WS-TGT-REFUSED PIC X.
           01 WS-TGT-USED PIC 99.
           01 WS-TGT-IDX PIC 99.
           01 WS-TGT-SEEN PIC X.
           01 WS-JUDGED-DEST PIC X(4).
           01 WS-GRP-SLOT PIC 999.
           01 WS-GRP-IDX PIC 99.
           01 WS-GRP-MEMBERS PIC 99.
      *> The members of a collective whose copy went under HOLD for
      *> want of clearance, by member position -- carried onto the
      *> master as "H" flags so nobody waits on their acks and the
      *> message stays DECRYPTED until their copies are released.
           01 WS-HELD-MEMBERS.
               05 WS-HELD-MEMBER PIC X OCCURS 10 TIMES.
           01 WS-MSG-HELD PIC X.
           01 WS-TGT-SCAN PIC 99.
      *> The first of a repeat's targets that is not HOLD -- the
      *> one copy whose delivery restamps the master.
           01 WS-TGT-FIRST-OUT PIC X(4).
           01 WS-FLAGS-CHANGED PIC X.
           01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DEST-USED PIC 99 VALUE ZERO.
           01 WS-DEST-IDX PIC 99.
           01 WS-DEST-SLOT PIC 99.
           01 WS-MST-OPEN PIC X VALUE "N".
           01 WS-MST-FOUND PIC X.
           01 WS-MST-NEW-STATUS PIC X(10).
      *> "N" when the change may only touch a master already on
      *> file.
           01 WS-MST-CREATE PIC X VALUE "Y".
      *> The status the master record held before this change --
      *> blank when the change creates the record -- for the
      *> status journal entry.
           01 WS-JRN-STATUS PIC XX.
           01 WS-JRN-OLD-STATUS PIC X(10).
      *> The station directory, loaded whole ahead of the
      *> distribution pass so NOTE-DESTINATION can flag delivery to
      *> a routing code that is not on file -- the receiving side's
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
      *> The night's cancellation requests, loaded whole before the
      *> first record is touched. A request counts only when it
      *> comes from the message's own origin; the rest are left for
      *> CANCRPT to call out. No CANCEL.REQ allocated means nothing
      *> was cancelled.
           01 WS-CAN-STATUS PIC XX.
           01 WS-CAN-EOF PIC X VALUE "N".
           01 WS-CAN-TABLE.
               05 WS-CAN-ENTRY OCCURS 500 TIMES.
                   10 WS-CAN-MSG-ID PIC X(8).
                   10 WS-CAN-ORIGIN PIC X(8).
           01 WS-CAN-USED PIC 999 VALUE ZERO.
           01 WS-CAN-IDX PIC 999.
           01 WS-MSG-CANCELLED PIC X.
           01 WS-CANCELLED-COUNT PIC 9(6) VALUE ZERO.
      *> Released records the distribution pass pulled -- counted
      *> apart from the ones stopped before release, because these
      *> are already in the released total.
           01 WS-PULLED-COUNT PIC 9(6) VALUE ZERO.
      *> The data record last decrypted, held back until the check
      *> record behind it says whether it arrived intact: the
      *> recovered record, its message id, and the check group
      *> summed over it as it was received (the received record
      *> blank-filled to full width in WS-CHK-IMAGE, summed the way
      *> ENCRYPT summed it going out). The verdict rides on the
      *> work record -- "Y" verified, "N" the sums disagree, "M"
      *> no check record came.
           01 WS-PEND-HELD PIC X VALUE "N".
           01 WS-PEND-REC PIC X(110).
           01 WS-PEND-LEN PIC 9(4).
           01 WS-PEND-MSG-ID PIC X(8).
           01 WS-PEND-CHECK PIC 9(5).
           01 WS-CHECK-VERDICT PIC X.
           01 WS-CHK-IMAGE PIC X(110).
           01 WS-CHK-IDX PIC 9(4).
           01 WS-CHK-SUM PIC 9(9).
           01 WS-CHK-GROUP PIC 9(5).
           01 WS-COR-STATUS PIC XX.
           01 WS-COR-REC-LEN PIC 9(4).
           01 WS-CORRUPT-COUNT PIC 9(6) VALUE ZERO.
      *> numShifts comes from a run-time control card or CIPHER.KEY
      *> and is PIC 99, so it can legally be 00-99, not just 00-26 --
      *> these hold it reduced to the alphabet's own width so the
      *> shift math below never has to add or subtract more than one
      *> lap around the alphabet. WS-NORM-MULT is WS-CIPHER-MULT
      *> after the same rule ENCRYPT applies (anything that is not a
      *> usable affine multiplier is 01), and WS-NORM-INVERSE the
      *> multiplier that undoes it modulo 26.
           01 WS-NORM-SHIFT PIC 99.
           01 WS-NORM-DIGIT-SHIFT PIC 99.
           01 WS-NORM-MULT PIC 99.
           01 WS-NORM-INVERSE PIC 99.
      *> strLength is deliberately one past the last real character --
      *> it is the exclusive upper bound the PERFORM VARYING loop in
      *> SHIFT-MESSAGE walks strIn against. WS-MSG-LENGTH is the actual
           01 LS-SHIFT PIC 99.
           01 LS-MODE PIC X.
           01 LS-DIGITS PIC X.
           01 LS-MULT PIC 99.
           01 LS-OUTPUT-TEXT PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-KEY-FILE
           PERFORM READ-CONTROL-CARD
           MOVE numShifts TO WS-CFG-SHIFT
           MOVE WS-CIPHER-MULT TO WS-CFG-MULT
           MOVE WS-CIPHER-MODE TO WS-CFG-MODE
           MOVE WS-SHIFT-DIGITS TO WS-CFG-DIGITS
           MOVE WS-KEY-DATE TO WS-CFG-KEY-DATE
           MOVE WS-KEY-ID TO WS-CFG-KEY-ID
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-CANCELLATIONS

           OPEN INPUT MESSAGE-IN-FILE
           IF WS-IN-STATUS = "35"
               IF WS-SUS-STATUS = "35"
                   OPEN OUTPUT SUSPECT-FILE
               END-IF
               OPEN EXTEND CORRUPT-FILE
               IF WS-COR-STATUS = "35"
                   OPEN OUTPUT CORRUPT-FILE
               END-IF
           ELSE
               OPEN OUTPUT MESSAGE-OUT-FILE
               OPEN OUTPUT SUSPECT-FILE
               OPEN OUTPUT CORRUPT-FILE
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
      *> A batch still open at end of file never met its trailer --
      *> the transfer was truncated, and only that batch pays for
      *> it.
           IF WS-PEND-HELD = "Y"
               MOVE "M" TO WS-CHECK-VERDICT
               PERFORM FILE-PENDING-RECORD
           END-IF
           IF WS-BATCH-OPEN = "Y"
               MOVE "no batch trailer -- transfer truncated?"
                   TO WS-FAIL-REASON
           END-IF
           CLOSE MESSAGE-OUT-FILE
           CLOSE SUSPECT-FILE
           CLOSE CORRUPT-FILE
           CLOSE AUDIT-LOG-FILE

           IF WS-DATA-COUNT > ZERO

           IF WS-MST-OPEN = "Y"
               CLOSE MESSAGE-MASTER-FILE
               CLOSE JOURNAL-FILE
           END-IF

           MOVE WS-RELEASED-BATCHES TO WS-BATCH-NUM-DISP
               DISPLAY "DECRYPT: " WS-SUSPECT-DISP
                   " suspect record(s) diverted to DECRYPT.SUS"
           END-IF
           IF WS-CORRUPT-COUNT > ZERO
               MOVE WS-CORRUPT-COUNT TO WS-SUSPECT-DISP
               DISPLAY "DECRYPT: " WS-SUSPECT-DISP
                   " corrupted record(s) diverted to DECRYPT.COR"
           END-IF
           IF WS-CANCELLED-COUNT > ZERO
               MOVE WS-CANCELLED-COUNT TO WS-SUSPECT-DISP
               DISPLAY "DECRYPT: " WS-SUSPECT-DISP
                   " cancelled record(s) pulled before delivery"
           END-IF
           IF WS-PULLED-COUNT > ZERO
               MOVE WS-PULLED-COUNT TO WS-SUSPECT-DISP
               DISPLAY "DECRYPT: " WS-SUSPECT-DISP
                   " cancelled record(s) pulled at distribution"
           END-IF
      *> A batch that scored badly overall drives the return code
      *> to 8 the way RECON's security exception does -- the run's
      *> END entry stays OK (the trailers validated; the suspects
      *> were diverted, not delivered), but the scheduler is told
      *> to get an analyst onto the suspect file. A message garbled
      *> in transfer does the same: somebody has to have it sent
      *> again.
           IF (WS-SUSPECT-ALARM = "Y" OR WS-CORRUPT-COUNT > ZERO)
                   AND WS-FAILED-BATCHES = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE ZERO TO WS-DECRYPTED-COUNT
           MOVE ZERO TO WS-FAILED-BATCHES
           MOVE ZERO TO WS-SUSPECT-COUNT
           MOVE ZERO TO WS-FAILED-RECORDS
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE ZERO TO WS-CORRUPT-COUNT
           MOVE "N" TO WS-SUSPECT-ALARM
           PERFORM WRITE-CHECKPOINT
           STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE "RUN" TO RC-STATUS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-RUN-RESULT TO RC-STATUS
           MOVE WS-RUN-COUNT TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           MOVE WS-FAILED-RECORDS TO RC-FAILED-COUNT
           MOVE WS-CANCELLED-COUNT TO RC-CANCEL-COUNT
           MOVE WS-PULLED-COUNT TO RC-PULLED-COUNT
           MOVE WS-CORRUPT-COUNT TO RC-CORRUPT-COUNT
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> batch is never distributed.
       DISTRIBUTE-BY-DESTINATION.
           PERFORM LOAD-STATION-DIRECTORY
           INITIALIZE WS-CLASS-TOTALS
           PERFORM COLLECT-DESTINATIONS
           OPEN OUTPUT MANIFEST-FILE
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-USED
               PERFORM WRITE-ONE-DESTINATION
           END-PERFORM
           PERFORM WRITE-CLASS-TOTALS
           CLOSE MANIFEST-FILE
           IF WS-REFUSED-COUNT > ZERO
               MOVE WS-REFUSED-COUNT TO WS-DEST-COUNT-DISP
               DISPLAY "DECRYPT: " WS-DEST-COUNT-DISP
                   " message(s) held -- destination no longer"
                   " cleared"
           END-IF.

      *> Where one message goes: its routing code, or HOLD when it
      *> has none -- or when the destination's clearance now sits
      *> below the message's classification (lowered since ENCRYPT
      *> checked it). A marking this side does not recognize is
      *> held the same way; a destination missing from the
      *> directory altogether is NOTE-DESTINATION's warning, not a
      *> clearance question. A cancelled message goes nowhere at
      *> all -- not even HOLD. A collective routing code goes to
      *> every member on file, each member judged on its own
      *> clearance -- the members cleared get their copies, and a
      *> member refused puts one copy under HOLD. A repeat of
      *> collective traffic goes only to the members whose acks
      *> the master is still waiting on -- not to a member whose
      *> first copy is still parked. The targets land in
      *> WS-TARGET-TABLE, HOLD at most once.
       RESOLVE-DELIVERY-DEST.
           MOVE ZERO TO WS-TGT-USED
           MOVE SPACES TO WS-HELD-MEMBERS
           MOVE "N" TO WS-CLEAR-REFUSED
           MOVE SPACES TO WS-JUDGED-DEST
           MOVE "N" TO WS-MSG-CANCELLED
           IF ENV-RECORD-TYPE NOT = "R"
               PERFORM CHECK-CANCELLATION
           END-IF
           IF WS-MSG-CANCELLED = "Y"
               EXIT PARAGRAPH
           END-IF
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
           IF ENV-RECORD-TYPE = "R" AND WS-MST-OPEN = "Y"
               MOVE ENV-MSG-ID TO MM-MSG-ID
               READ MESSAGE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MM-MEMBER-ACKS
               END-READ
           ELSE
               MOVE SPACES TO MM-MEMBER-ACKS
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
      *> A collective with nobody left on it is nobody's traffic.
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

      *> One routing code in WS-THIS-DEST against the message's
      *> classification -- turned into HOLD when it is not cleared.
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

      *> The manifest's closing line: the whole night's delivered
      *> and held traffic by classification.
       WRITE-CLASS-TOTALS.
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 5
               MOVE WS-CLASS-TOTAL(WS-CLASS-SLOT)
                   TO WS-CLASS-DISP(WS-CLASS-SLOT)
           END-PERFORM
           MOVE SPACES TO MANIFEST-REC
           STRING "ALL DESTINATIONS -- U " WS-CLASS-DISP(1)
               "  C " WS-CLASS-DISP(2)
               "  S " WS-CLASS-DISP(3)
               "  T " WS-CLASS-DISP(4)
               "  UNMARKED " WS-CLASS-DISP(5)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC.

       COLLECT-DESTINATIONS.
           MOVE "N" TO WS-DIST-EOF
           END-PERFORM
           CLOSE MESSAGE-OUT-FILE.

      *> DECRYPT.OUT can hold records released before a
      *> cancellation was loaded -- a restarted run's earlier
      *> batches -- so the distribution pass pulls them as well.
       NOTE-DESTINATION.
           PERFORM RESOLVE-DELIVERY-DEST
           IF WS-MSG-CANCELLED = "Y"
               PERFORM PULL-CANCELLED-DELIVERY
           END-IF
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-USED
               MOVE WS-TGT-DEST(WS-TGT-IDX) TO WS-THIS-DEST
               MOVE WS-TGT-REFUSED(WS-TGT-IDX) TO WS-CLEAR-REFUSED
               PERFORM NOTE-ONE-TARGET
           END-PERFORM.

       PULL-CANCELLED-DELIVERY.
           ADD 1 TO WS-PULLED-COUNT
           DISPLAY "DECRYPT: msg " ENV-MSG-ID
               " cancelled by " ENV-ORIGIN " -- not distributed"
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ENV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS = "CANCELLED"
               EXIT PARAGRAPH
           END-IF
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE "CANCELLED" TO MM-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "DECRYPT: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       NOTE-ONE-TARGET.
           IF WS-CLEAR-REFUSED = "Y"
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "DECRYPT: msg " ENV-MSG-ID " class "
                   ENV-CLASS " held -- " WS-TGT-JUDGED(WS-TGT-IDX)
                   " is no longer cleared for it"
           END-IF
           MOVE ZERO TO WS-DEST-SLOT
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
               MOVE WS-THIS-DEST TO WS-DEST-CODE(WS-DEST-SLOT)
               MOVE ZERO TO WS-DEST-RECS(WS-DEST-SLOT)
               MOVE ZERO TO WS-DEST-EXPR(WS-DEST-SLOT)
               PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                       UNTIL WS-CLASS-SLOT > 5
                   MOVE ZERO
                       TO WS-DEST-CLASS-RECS(WS-DEST-SLOT,
                           WS-CLASS-SLOT)
               END-PERFORM
      *> Said once per routing code, the first time it is seen --
      *> a delivery file is still cut (the traffic has to land
      *> somewhere visible), but the desk is told the code is not
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
               ADD 1 TO WS-CLASS-TOTAL(WS-CLASS-SLOT)
      *> Priority-1 traffic gets counted toward the destination's
      *> express file -- except HOLD, which is parked, not
      *> delivered, so nothing of it goes out express either.
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

      *> The express file is only cut when the destination actually
      *> has priority-1 traffic -- an empty EXPRESS.<code> every
                       MOVE SPACES TO ENVELOPE-RECORD
                       MOVE MESSAGE-OUT-REC(1:WS-OUT-REC-LEN)
                           TO ENVELOPE-RECORD(1:WS-OUT-REC-LEN)
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
               END-READ
           END-PERFORM
           CLOSE MESSAGE-OUT-FILE
      *> file, with a console alert so the desk knows flash traffic
      *> landed; everything else goes to the routine delivery file.
      *> Either way the manifest line carries the priority, so the
      *> desk can prove flash traffic went first. A repeat RETRANS
      *> re-cut (envelope type "R") is delivered like any other
      *> message and flagged REPEAT on its manifest line. Every
      *> line carries the classification, and a message held for
      *> want of clearance says which destination refused it. A
      *> member's copy of collective traffic says which collective
      *> it came by.
       DELIVER-ONE-RECORD.
           IF ENV-PRIORITY = "1"
                   AND WS-DEST-CODE(WS-DEST-IDX) NOT = "HOLD"
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY " EXPRESS"
                   DELIMITED BY SIZE INTO MANIFEST-REC
               IF ENV-RECORD-TYPE = "R"
                   MOVE "REPEAT" TO MANIFEST-REC(30:6)
               END-IF
           ELSE
               MOVE WS-OUT-REC-LEN TO WS-DEST-REC-LEN
               MOVE SPACES TO DEST-REC
               STRING "  MSG " ENV-MSG-ID
                   " PRI " ENV-PRIORITY
                   DELIMITED BY SIZE INTO MANIFEST-REC
               IF ENV-RECORD-TYPE = "R"
                   MOVE "REPEAT" TO MANIFEST-REC(30:6)
               END-IF
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
           WRITE MANIFEST-REC
           PERFORM MARK-DELIVERED.

      *> One input record is either a batch header (opens a fresh
      *> batch -- more than one per file is the normal case now), a
      *> net key record (names one routing code's key for the batch
      *> the header opened), a batch trailer (settles the batch it
      *> closes), a check record (vouches for the message just
      *> before it), or a message envelope belonging to the batch
      *> currently open. A message still waiting for its check
      *> record when anything else arrives never had one.
       PROCESS-ONE-RECORD.
           IF MESSAGE-IN-REC(1:1) = "C" AND WS-IN-REC-LEN = 14
               PERFORM TAKE-CHECK-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-HELD = "Y"
               MOVE "M" TO WS-CHECK-VERDICT
               PERFORM FILE-PENDING-RECORD
           END-IF
           IF MESSAGE-IN-REC(1:1) = "H" AND WS-IN-REC-LEN = 23
               PERFORM TAKE-BATCH-HEADER
           ELSE
               IF MESSAGE-IN-REC(1:1) = "T" AND WS-IN-REC-LEN = 15
                   PERFORM TAKE-BATCH-TRAILER
               ELSE
                   IF MESSAGE-IN-REC(1:1) = "K"
                           AND WS-IN-REC-LEN = 19
                       PERFORM TAKE-NET-KEY-RECORD
                   ELSE
                       PERFORM DECRYPT-ONE-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> came off a bare K card) must not inherit whatever key the
      *> previous batch in the concatenation loaded from KEY.HIST.
           MOVE WS-CFG-SHIFT TO numShifts
           MOVE WS-CFG-MULT TO WS-CIPHER-MULT
           MOVE WS-CFG-MODE TO WS-CIPHER-MODE
           MOVE WS-CFG-DIGITS TO WS-SHIFT-DIGITS
           MOVE WS-CFG-KEY-DATE TO WS-KEY-DATE
               PERFORM FAIL-ONE-BATCH
               EXIT PARAGRAPH
           END-IF
      *> A headed batch names its own net keys on the K records
      *> that follow the header -- none named, none used.
           MOVE ZERO TO WS-BAT-NET-COUNT
           PERFORM SAVE-BATCH-KEY
           PERFORM START-ONE-BATCH
           DISPLAY "DECRYPT: batch " WS-BATCH-NUM-DISP
               " of " BH-RUN-DATE
               " effective " BH-KEY-DATE.

      *> Walks KEY.HIST for the entry carrying the header's key-id
      *> and takes its shift, multiplier, mode and digit flag for
      *> this batch.
      *> No key history on file keeps the configured key, same as
      *> the as-of lookup tolerates -- a receiving site without a
      *> history can still run the old way.
               EXIT PARAGRAPH
           END-IF
           MOVE BH-KEY-ID TO WS-HDR-KEY-ID
           PERFORM FIND-HISTORY-KEY
           IF WS-HIST-STATUS = "35"
               DISPLAY "DECRYPT: no key history, header key "
                   BH-KEY-ID " unverified -- using configured key"
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-FOUND = "N"
               DISPLAY "DECRYPT: header key " BH-KEY-ID
                   " is not in KEY.HIST"
               MOVE "header key not on file" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-LIVE = "N"
               DISPLAY "DECRYPT: header key " BH-KEY-ID
                   " was never activated"
               MOVE "header key never activated" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD(1:2) NOT = SPACES
               MOVE WS-CARD(1:2) TO WS-CARD-SHIFT
               IF WS-CARD-SHIFT NOT = WS-HDR-SHIFT
                       OR WS-CARD-MULT NOT = WS-HDR-MULT
                   DISPLAY "DECRYPT: header key " BH-KEY-ID
                       " contradicts the control card key"
                   MOVE "header key contradicts control card"
                       TO WS-FAIL-REASON
                   MOVE "Y" TO WS-BATCH-SKIP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HDR-SHIFT TO numShifts
           MOVE WS-HDR-MULT TO WS-CIPHER-MULT
           MOVE WS-HDR-MODE TO WS-CIPHER-MODE
           MOVE WS-HDR-DIGITS TO WS-SHIFT-DIGITS
           MOVE WS-HDR-EFF TO WS-KEY-DATE
           MOVE BH-KEY-ID TO WS-KEY-ID
           DISPLAY "DECRYPT: using key " BH-KEY-ID
               " from KEY.HIST for this batch".

      *> Shared by the header and the net key records: the KEY.HIST
      *> entry carrying WS-HDR-KEY-ID, with the net it was issued
      *> to and whether it was ever activated -- a key requested
      *> but never approved cannot have enciphered anything, so a
      *> batch naming one is not to be trusted. WS-HIST-STATUS "35"
      *> tells the caller there is no history to look in.
       FIND-HISTORY-KEY.
           MOVE "N" TO WS-HDR-FOUND
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT KEY-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = "Y"
                       IF KH-KEY-ID = WS-HDR-KEY-ID
                           MOVE "Y" TO WS-HDR-FOUND
                           MOVE KH-SHIFT TO WS-HDR-SHIFT
                           IF KH-MULTIPLIER IS NUMERIC
                               MOVE KH-MULTIPLIER TO WS-HDR-MULT
                           ELSE
                               MOVE 01 TO WS-HDR-MULT
                           END-IF
                           MOVE KH-MODE TO WS-HDR-MODE
                           MOVE KH-DIGITS TO WS-HDR-DIGITS
                           MOVE KH-EFFECTIVE-DATE TO WS-HDR-EFF
                           MOVE KH-NET TO WS-HDR-NET
                           MOVE "Y" TO WS-HDR-LIVE
                           IF KH-REQ-OPR NOT = SPACES
                                   AND KH-APV-OPR = SPACES
                               MOVE "N" TO WS-HDR-LIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-HISTORY-FILE.

      *> A K record names the key one routing code's traffic in this
      *> batch went out under. It is resolved against KEY.HIST with
      *> the same care as the header's key -- and must have been
      *> issued to the net it claims -- and a key that cannot be
      *> trusted fails the batch already opened, its records skipped
      *> up to the trailer like any refused batch.
       TAKE-NET-KEY-RECORD.
           IF WS-BATCH-SKIP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-OPEN = "N"
               DISPLAY "DECRYPT: stray net key record at record "
                   WS-RECORD-NUM " ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE MESSAGE-IN-REC(1:19) TO BATCH-NET-KEY-RECORD
           PERFORM SELECT-NET-KEY
           IF WS-BATCH-SKIP = "Y"
               PERFORM ABANDON-OPEN-BATCH
           END-IF.

       SELECT-NET-KEY.
           IF BK-KEY-ID NOT NUMERIC
               DISPLAY "DECRYPT: net " BK-NET " key id " BK-KEY-ID
                   " is malformed"
               MOVE "net key id malformed" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           MOVE BK-KEY-ID TO WS-HDR-KEY-ID
           PERFORM FIND-HISTORY-KEY
           IF WS-HIST-STATUS = "35"
      *> No history to check against: the net's configured key, if
      *> this site has one, is the best there is.
               DISPLAY "DECRYPT: no key history, net " BK-NET
                   " key " BK-KEY-ID
                   " unverified -- using configured key"
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-CFG-NET-COUNT
                   IF WS-CFG-NET-CODE(WS-NET-IDX) = BK-NET
                           AND WS-BAT-NET-COUNT < 50
                       ADD 1 TO WS-BAT-NET-COUNT
                       MOVE WS-CFG-NET-ENTRY(WS-NET-IDX)
                           TO WS-BAT-NET-ENTRY(WS-BAT-NET-COUNT)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-FOUND = "N"
               DISPLAY "DECRYPT: net " BK-NET " key " BK-KEY-ID
                   " is not in KEY.HIST"
               MOVE "net key not on file" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-LIVE = "N"
               DISPLAY "DECRYPT: net " BK-NET " key " BK-KEY-ID
                   " was never activated"
               MOVE "net key never activated" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-NET NOT = BK-NET
               DISPLAY "DECRYPT: key " BK-KEY-ID " was issued to net "
                   WS-HDR-NET ", not " BK-NET
               MOVE "net key issued to another net" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD(1:2) NOT = SPACES
               MOVE WS-CARD(1:2) TO WS-CARD-SHIFT
               IF WS-CARD-SHIFT NOT = WS-HDR-SHIFT
                       OR WS-CARD-MULT NOT = WS-HDR-MULT
                   DISPLAY "DECRYPT: net " BK-NET " key " BK-KEY-ID
                       " contradicts the control card key"
                   MOVE "net key contradicts control card"
                       TO WS-FAIL-REASON
                   MOVE "Y" TO WS-BATCH-SKIP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BAT-NET-COUNT >= 50
               DISPLAY "DECRYPT: more than 50 net keys in batch "
                   WS-BATCH-NUM-DISP
               MOVE "too many net keys" TO WS-FAIL-REASON
               MOVE "Y" TO WS-BATCH-SKIP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAT-NET-COUNT
           MOVE BK-NET TO WS-BAT-NET-CODE(WS-BAT-NET-COUNT)
           MOVE WS-HDR-SHIFT TO WS-BAT-NET-SHIFT(WS-BAT-NET-COUNT)
           MOVE WS-HDR-MULT TO WS-BAT-NET-MULT(WS-BAT-NET-COUNT)
           MOVE WS-HDR-MODE TO WS-BAT-NET-MODE(WS-BAT-NET-COUNT)
           MOVE WS-HDR-DIGITS TO WS-BAT-NET-DIGITS(WS-BAT-NET-COUNT)
           MOVE WS-HDR-EFF TO WS-BAT-NET-KEY-DATE(WS-BAT-NET-COUNT)
           MOVE BK-KEY-ID TO WS-BAT-NET-KEY-ID(WS-BAT-NET-COUNT)
           DISPLAY "DECRYPT: net " BK-NET " using key " BK-KEY-ID
               " from KEY.HIST".

       SAVE-BATCH-KEY.
           MOVE numShifts TO WS-BAT-SHIFT
           MOVE WS-CIPHER-MULT TO WS-BAT-MULT
           MOVE WS-CIPHER-MODE TO WS-BAT-MODE
           MOVE WS-SHIFT-DIGITS TO WS-BAT-DIGITS
           MOVE WS-KEY-DATE TO WS-BAT-KEY-DATE
           MOVE WS-KEY-ID TO WS-BAT-KEY-ID.

      *> Puts the message in hand under its destination's net key
      *> for this batch, or the batch's general key when its
      *> routing code has none (unrouted traffic included).
       SELECT-MESSAGE-KEY.
           MOVE ZERO TO WS-NET-FOUND
           IF ENV-DEST NOT = SPACES
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-BAT-NET-COUNT
                   IF WS-BAT-NET-CODE(WS-NET-IDX) = ENV-DEST
                       MOVE WS-NET-IDX TO WS-NET-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NET-FOUND > ZERO
               MOVE WS-BAT-NET-SHIFT(WS-NET-FOUND) TO numShifts
               MOVE WS-BAT-NET-MULT(WS-NET-FOUND) TO WS-CIPHER-MULT
               MOVE WS-BAT-NET-MODE(WS-NET-FOUND) TO WS-CIPHER-MODE
               MOVE WS-BAT-NET-DIGITS(WS-NET-FOUND) TO WS-SHIFT-DIGITS
               MOVE WS-BAT-NET-KEY-DATE(WS-NET-FOUND) TO WS-KEY-DATE
               MOVE WS-BAT-NET-KEY-ID(WS-NET-FOUND) TO WS-KEY-ID
           ELSE
               MOVE WS-BAT-SHIFT TO numShifts
               MOVE WS-BAT-MULT TO WS-CIPHER-MULT
               MOVE WS-BAT-MODE TO WS-CIPHER-MODE
               MOVE WS-BAT-DIGITS TO WS-SHIFT-DIGITS
               MOVE WS-BAT-KEY-DATE TO WS-KEY-DATE
               MOVE WS-BAT-KEY-ID TO WS-KEY-ID
           END-IF.

      *> The check record's message id and check group must both
      *> agree with the message held back ahead of it; either way
      *> the message goes on to the work file, carrying the
      *> verdict. A check record in a refused batch is passed over
      *> with the rest of it.
       TAKE-CHECK-RECORD.
           IF WS-BATCH-SKIP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-HELD = "N"
               DISPLAY "DECRYPT: stray check record at record "
                   WS-RECORD-NUM " ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE MESSAGE-IN-REC(1:14) TO BATCH-CHECK-RECORD
           MOVE "Y" TO WS-CHECK-VERDICT
           IF BC-MSG-ID NOT = WS-PEND-MSG-ID
                   OR BC-CHECK-GROUP NOT NUMERIC
               MOVE "N" TO WS-CHECK-VERDICT
           ELSE
               IF BC-CHECK-GROUP NOT = WS-PEND-CHECK
                   MOVE "N" TO WS-CHECK-VERDICT
               END-IF
           END-IF
           PERFORM FILE-PENDING-RECORD.

       FILE-PENDING-RECORD.
           COMPUTE WS-WRK-REC-LEN = WS-PEND-LEN + 1
           MOVE SPACES TO BATCH-WORK-REC
           MOVE WS-PEND-REC(1:WS-PEND-LEN)
               TO BATCH-WORK-REC(1:WS-PEND-LEN)
           MOVE WS-CHECK-VERDICT TO BATCH-WORK-REC(WS-WRK-REC-LEN:1)
           WRITE BATCH-WORK-REC
           MOVE "N" TO WS-PEND-HELD.

      *> Each character's code times its position, kept modulo
      *> 99991 as it goes -- the same sum ENCRYPT put on the check
      *> record, so the two ends agree on it to the bit.
       COMPUTE-CHECK-GROUP.
           MOVE ZERO TO WS-CHK-SUM
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 110
               COMPUTE WS-CHK-SUM = FUNCTION MOD(WS-CHK-SUM
                   + WS-CHK-IDX
                       * FUNCTION ORD(WS-CHK-IMAGE(WS-CHK-IDX:1)),
                   99991)
           END-PERFORM
           MOVE WS-CHK-SUM TO WS-CHK-GROUP.

       START-ONE-BATCH.
           ADD 1 TO WS-BATCH-NUM
           MOVE "N" TO WS-BATCH-OPEN
           PERFORM FAIL-ONE-BATCH.

      *> A batch refused at its header never opened, so its
      *> records are counted one by one as they are passed over
      *> instead.
       FAIL-ONE-BATCH.
           ADD 1 TO WS-FAILED-BATCHES
           IF WS-BATCH-SKIP NOT = "Y"
               ADD WS-BATCH-DATA-COUNT TO WS-FAILED-RECORDS
           END-IF
           DISPLAY "DECRYPT: batch " WS-BATCH-NUM-DISP
               " FAILED -- " WS-FAIL-REASON.

               MOVE "Y" TO WS-SUSPECT-ALARM
           END-IF.

      *> A message whose check group did not verify is diverted
      *> before anything else is asked of it -- not even its
      *> envelope can be trusted. A message its origin cancelled
      *> after ENCRYPT let it go is pulled here, before it can
      *> reach DECRYPT.OUT -- it counts toward the batch the
      *> trailer proved, but is never released from it. A RETRANS
      *> repeat is exempt: it exists only because the message was
      *> delivered already, and a cancellation that late is
      *> CANCRPT's to report, not ours to act on. Nor does a
      *> released repeat make the master DECRYPTED again: whatever
      *> it does to the master is settled when it is distributed
      *> (MARK-DELIVERED).
       RELEASE-ONE-RECORD.
           MOVE BATCH-WORK-REC(WS-WRK-REC-LEN:1) TO WS-CHECK-VERDICT
           SUBTRACT 1 FROM WS-WRK-REC-LEN
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE BATCH-WORK-REC(1:WS-WRK-REC-LEN)
               TO ENVELOPE-RECORD(1:WS-WRK-REC-LEN)
           IF WS-CHECK-VERDICT NOT = "Y"
               PERFORM DIVERT-CORRUPT
               EXIT PARAGRAPH
           END-IF
           IF ENV-RECORD-TYPE NOT = "R"
               PERFORM CHECK-CANCELLATION
               IF WS-MSG-CANCELLED = "Y"
                   ADD 1 TO WS-CANCELLED-COUNT
                   DISPLAY "DECRYPT: msg " ENV-MSG-ID
                       " cancelled by " ENV-ORIGIN " -- pulled"
                   MOVE "CANCELLED" TO WS-MST-NEW-STATUS
                   PERFORM UPDATE-MESSAGE-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SELECT-MESSAGE-KEY
           PERFORM SCORE-PLAINTEXT
           IF WS-PLAUS-OK = "N"
               PERFORM DIVERT-SUSPECT
           WRITE MESSAGE-OUT-REC
           ADD 1 TO WS-DATA-COUNT
           COMPUTE WS-TOTAL-CHAR-COUNT =
               WS-TOTAL-CHAR-COUNT + WS-WRK-REC-LEN - 31
           IF ENV-RECORD-TYPE NOT = "R"
               MOVE "DECRYPTED" TO WS-MST-NEW-STATUS
               PERFORM UPDATE-MESSAGE-MASTER
           END-IF.

      *> Scores the recovered text the way SOLVE grades its
      *> candidates: dictionary-word hits first, letter makeup
      *> analyst may well resurrect it with the right key), its
      *> master record says SUSPECT, and the distribution pass
      *> never sees it -- DECRYPT.OUT is what gets delivered, and
      *> the suspect was never written there. A suspect RETRANS
      *> repeat is diverted and counted the same, but the master
      *> is left alone: the message was delivered already, and
      *> that delivery still wants its ack.
       DIVERT-SUSPECT.
           MOVE WS-WRK-REC-LEN TO WS-SUS-REC-LEN
           MOVE SPACES TO SUSPECT-REC
           ADD 1 TO WS-BATCH-SUSPECTS
           DISPLAY "DECRYPT: msg " ENV-MSG-ID
               " does not read like language -- diverted"
           IF ENV-RECORD-TYPE NOT = "R"
               MOVE "SUSPECT" TO WS-MST-NEW-STATUS
               PERFORM UPDATE-MESSAGE-MASTER
           END-IF.

      *> A corrupted message goes to DECRYPT.COR as it came out of
      *> the cipher (damage to a letter or two still leaves the
      *> rest readable), and its master record says CORRUPT, never
      *> SUSPECT -- the key was right, the transfer was not, and
      *> the cure is to send it again. Only a master already on
      *> file is changed: a garbled message id must not conjure up
      *> a master record for a message nobody sent. A garbled
      *> RETRANS repeat leaves the master alone, as a suspect one
      *> does.
       DIVERT-CORRUPT.
           MOVE WS-WRK-REC-LEN TO WS-COR-REC-LEN
           MOVE SPACES TO CORRUPT-REC
           MOVE BATCH-WORK-REC(1:WS-WRK-REC-LEN)
               TO CORRUPT-REC(1:WS-COR-REC-LEN)
           WRITE CORRUPT-REC
           ADD 1 TO WS-CORRUPT-COUNT
           IF WS-CHECK-VERDICT = "M"
               DISPLAY "DECRYPT: msg " ENV-MSG-ID
                   " arrived without its check group -- diverted"
           ELSE
               DISPLAY "DECRYPT: msg " ENV-MSG-ID
                   " fails its check group -- diverted"
           END-IF
           IF ENV-RECORD-TYPE NOT = "R"
               MOVE "CORRUPT" TO WS-MST-NEW-STATUS
               MOVE "N" TO WS-MST-CREATE
               PERFORM UPDATE-MESSAGE-MASTER
               MOVE "Y" TO WS-MST-CREATE
           END-IF.

      *> Fills the runtime wordlist from SOLVE.DIC exactly the way
      *> SOLVE does -- one word per record, letters only, at most
                       IF CKP-ALARM = "Y"
                           MOVE "Y" TO WS-SUSPECT-ALARM
                       END-IF
                       IF CKP-FAILED-RECORDS IS NUMERIC
                           MOVE CKP-FAILED-RECORDS
                               TO WS-FAILED-RECORDS
                       END-IF
                       IF CKP-CANCEL-COUNT IS NUMERIC
                           MOVE CKP-CANCEL-COUNT
                               TO WS-CANCELLED-COUNT
                       END-IF
                       IF CKP-CORRUPT-COUNT IS NUMERIC
                           MOVE CKP-CORRUPT-COUNT
                               TO WS-CORRUPT-COUNT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-FAILED-BATCHES TO CKP-FAILED-COUNT
           MOVE WS-SUSPECT-COUNT TO CKP-SUSPECT-COUNT
           MOVE WS-SUSPECT-ALARM TO CKP-ALARM
           MOVE WS-FAILED-RECORDS TO CKP-FAILED-RECORDS
           MOVE WS-CANCELLED-COUNT TO CKP-CANCEL-COUNT
           MOVE WS-CORRUPT-COUNT TO CKP-CORRUPT-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

      *> 2-digit-shift/mode/digit-flag layout as the control card, so
      *> it is read first to set the defaults for the run; an operator
      *> who drops a DECRYPT.CTL control card on top still overrides
      *> it field by field, same as before KEYGEN existed. The line
      *> with blank columns 19-22 is the general key; the rest are
      *> the per-routing-code net keys. Columns 23-24 are the affine
      *> multiplier -- blank on a plain Caesar key, which reads as
      *> 01.
       READ-KEY-FILE.
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS NOT = "35"
               PERFORM UNTIL WS-KEY-EOF = "Y"
                   READ KEY-FILE
                       AT END
                           MOVE "Y" TO WS-KEY-EOF
                       NOT AT END
                           IF KEY-REC(19:4) = SPACES
                               PERFORM TAKE-GENERAL-KEY
                           ELSE
                               PERFORM TAKE-CONFIGURED-NET-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-FILE
           END-IF.

       TAKE-GENERAL-KEY.
           MOVE KEY-REC(1:2) TO numShifts
           IF KEY-REC(23:2) IS NUMERIC
               MOVE KEY-REC(23:2) TO WS-CIPHER-MULT
           ELSE
               MOVE 01 TO WS-CIPHER-MULT
           END-IF
           IF KEY-REC(3:1) NOT = SPACE
               MOVE KEY-REC(3:1) TO WS-CIPHER-MODE
           END-IF
           IF KEY-REC(4:1) NOT = SPACE
               MOVE KEY-REC(4:1) TO WS-SHIFT-DIGITS
           END-IF
           IF KEY-REC(5:8) NOT = SPACES
               MOVE KEY-REC(5:8) TO WS-KEY-DATE
               MOVE KEY-REC(13:6) TO WS-KEY-ID
               DISPLAY "DECRYPT: key " WS-KEY-ID
                   " effective " WS-KEY-DATE
           END-IF.

       TAKE-CONFIGURED-NET-KEY.
           IF WS-CFG-NET-COUNT >= 50
               DISPLAY "DECRYPT: more than 50 net keys -- "
                   KEY-REC(19:4) " key ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CFG-NET-COUNT
           MOVE KEY-REC(19:4) TO WS-CFG-NET-CODE(WS-CFG-NET-COUNT)
           MOVE KEY-REC(1:2) TO WS-CFG-NET-SHIFT(WS-CFG-NET-COUNT)
           IF KEY-REC(23:2) IS NUMERIC
               MOVE KEY-REC(23:2) TO WS-CFG-NET-MULT(WS-CFG-NET-COUNT)
           ELSE
               MOVE 01 TO WS-CFG-NET-MULT(WS-CFG-NET-COUNT)
           END-IF
           MOVE KEY-REC(3:1) TO WS-CFG-NET-MODE(WS-CFG-NET-COUNT)
           MOVE KEY-REC(4:1) TO WS-CFG-NET-DIGITS(WS-CFG-NET-COUNT)
           MOVE KEY-REC(5:8) TO WS-CFG-NET-KEY-DATE(WS-CFG-NET-COUNT)
           MOVE KEY-REC(13:6) TO WS-CFG-NET-KEY-ID(WS-CFG-NET-COUNT).

      *> The shift key comes in at run time on a one-record control
      *> card so encrypt and decrypt jobs can be keyed identically
      *> without a recompile; the control card's two digits are moved
      *> straight into numShifts, and columns 5-6 carry the affine
      *> multiplier -- a card keying the shift with them blank keys
      *> a plain shift (01), as it does ENCRYPT. Columns 7-14 may
      *> carry a "decrypt as of" YYYYMMDD date -- that pulls the key
      *> that was in force on that date out of KEY.HIST, so a batch
      *> that arrives a day late decrypts under the key it was
      *> actually enciphered with instead of today's. Explicit card
      *> fields still override everything, history lookup included,
      *> so an operator keying the shift by hand keeps the last
      *> word.
       READ-CONTROL-CARD.
           MOVE SPACES TO WS-CARD
           OPEN INPUT CONTROL-CARD-FILE
               MOVE WS-CARD(7:8) TO WS-ASOF-DATE
               PERFORM LOOKUP-HISTORY-KEY
           END-IF
           MOVE 01 TO WS-CARD-MULT
           IF WS-CARD(5:2) IS NUMERIC
               MOVE WS-CARD(5:2) TO WS-CARD-MULT
               MOVE WS-CARD-MULT TO WS-CIPHER-MULT
           END-IF
           IF WS-CARD(1:2) NOT = SPACES
               MOVE WS-CARD(1:2) TO numShifts
               MOVE WS-CARD-MULT TO WS-CIPHER-MULT
               IF WS-CFG-NET-COUNT > ZERO
                   DISPLAY "DECRYPT: control card keys the run --"
                       " net keys set aside"
                   MOVE ZERO TO WS-CFG-NET-COUNT
               END-IF
           END-IF
           IF WS-CARD(3:1) NOT = SPACE
               MOVE WS-CARD(3:1) TO WS-CIPHER-MODE
      *> tie: by date alone the live key is the answer, and traffic
      *> from before the cutover names the old key-id in its batch
      *> header anyway. Finding nothing leaves the CIPHER.KEY
      *> defaults in place and says so. Each net's key is resolved
      *> the same way, on its own, and replaces today's net keys.
      *> Keys still pending activation, or withdrawn before they
      *> ever went live, were never in force and are passed over.
       LOOKUP-HISTORY-KEY.
           MOVE SPACES TO WS-BEST-DATE
           MOVE "N" TO WS-HIST-EOF
           IF WS-HIST-STATUS = "35"
               DISPLAY "DECRYPT: no key history, as-of date ignored"
           ELSE
               MOVE ZERO TO WS-CFG-NET-COUNT
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ KEY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF KH-NET NOT = SPACES
                                   AND KH-EFFECTIVE-DATE <= WS-ASOF-DATE
                                   AND (KH-REQ-OPR = SPACES
                                       OR KH-APV-OPR NOT = SPACES)
                               PERFORM NOTE-ASOF-NET-KEY
                           END-IF
                           IF KH-NET = SPACES
                                   AND KH-EFFECTIVE-DATE <= WS-ASOF-DATE
                                   AND (KH-REQ-OPR = SPACES
                                       OR KH-APV-OPR NOT = SPACES)
                                   AND (KH-EFFECTIVE-DATE >
                                           WS-BEST-DATE
                                       OR (KH-EFFECTIVE-DATE =
                                           AND KH-STATUS NOT = "S"))
                               MOVE KH-EFFECTIVE-DATE TO WS-BEST-DATE
                               MOVE KH-SHIFT TO numShifts
                               MOVE 01 TO WS-CIPHER-MULT
                               IF KH-MULTIPLIER IS NUMERIC
                                   MOVE KH-MULTIPLIER
                                       TO WS-CIPHER-MULT
                               END-IF
                               MOVE KH-MODE TO WS-CIPHER-MODE
                               MOVE KH-DIGITS TO WS-SHIFT-DIGITS
                               MOVE KH-EFFECTIVE-DATE TO WS-KEY-DATE
               END-IF
           END-IF.

       NOTE-ASOF-NET-KEY.
           MOVE ZERO TO WS-NET-FOUND
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-CFG-NET-COUNT
               IF WS-CFG-NET-CODE(WS-NET-IDX) = KH-NET
                   MOVE WS-NET-IDX TO WS-NET-FOUND
               END-IF
           END-PERFORM
           IF WS-NET-FOUND = ZERO
               IF WS-CFG-NET-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CFG-NET-COUNT
               MOVE WS-CFG-NET-COUNT TO WS-NET-FOUND
               MOVE KH-NET TO WS-CFG-NET-CODE(WS-NET-FOUND)
               MOVE SPACES TO WS-CFG-NET-KEY-DATE(WS-NET-FOUND)
           END-IF
           IF KH-EFFECTIVE-DATE > WS-CFG-NET-KEY-DATE(WS-NET-FOUND)
                   OR (KH-EFFECTIVE-DATE =
                           WS-CFG-NET-KEY-DATE(WS-NET-FOUND)
                       AND KH-STATUS NOT = "S")
               MOVE KH-SHIFT TO WS-CFG-NET-SHIFT(WS-NET-FOUND)
               MOVE 01 TO WS-CFG-NET-MULT(WS-NET-FOUND)
               IF KH-MULTIPLIER IS NUMERIC
                   MOVE KH-MULTIPLIER TO WS-CFG-NET-MULT(WS-NET-FOUND)
               END-IF
               MOVE KH-MODE TO WS-CFG-NET-MODE(WS-NET-FOUND)
               MOVE KH-DIGITS TO WS-CFG-NET-DIGITS(WS-NET-FOUND)
               MOVE KH-EFFECTIVE-DATE
                   TO WS-CFG-NET-KEY-DATE(WS-NET-FOUND)
               MOVE KH-KEY-ID TO WS-CFG-NET-KEY-ID(WS-NET-FOUND)
               DISPLAY "DECRYPT: as-of " WS-ASOF-DATE " net " KH-NET
                   " using key " KH-KEY-ID
           END-IF.

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
                           IF WS-CAN-USED < 500
                               ADD 1 TO WS-CAN-USED
                               MOVE CN-MSG-ID
                                   TO WS-CAN-MSG-ID(WS-CAN-USED)
                               MOVE CN-ORIGIN
                                   TO WS-CAN-ORIGIN(WS-CAN-USED)
                           ELSE
                               DISPLAY "DECRYPT: cancellation "
                                   "table full, msg " CN-MSG-ID
                                   " not loaded"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANCEL-FILE.

      *> Sets WS-MSG-CANCELLED for the envelope in hand.
       CHECK-CANCELLATION.
           MOVE "N" TO WS-MSG-CANCELLED
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-USED
               IF WS-CAN-MSG-ID(WS-CAN-IDX) = ENV-MSG-ID
                       AND WS-CAN-ORIGIN(WS-CAN-IDX) = ENV-ORIGIN
                   MOVE "Y" TO WS-MSG-CANCELLED
               END-IF
           END-PERFORM.

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

      *> The input record is an envelope: columns 1-31 identify the
      *> message and pass through untouched, only ENV-TEXT goes back
      *> through the cipher. The check group is summed over the
      *> record as received, before any of it is touched. The
      *> recovered record is held until its check record arrives
      *> and then goes to the batch work file, not to DECRYPT.OUT
      *> -- the batch earns its place in the output only when its
      *> trailer validates. The audit record is still cut here:
      *> the decrypt work happened whether or not the batch is
      *> later released. A data record arriving
      *> with no batch open (a raw unbracketed file) opens an
      *> implicit batch, which will fail for want of a trailer the
      *> same way a truncated transfer always has.
       DECRYPT-ONE-MESSAGE.
           IF WS-BATCH-SKIP = "Y"
               ADD 1 TO WS-FAILED-RECORDS
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-OPEN = "N"
      *> own key from KEY.HIST and a headerless group (a transfer
      *> that lost only its H record, say) must not inherit it.
               MOVE WS-CFG-SHIFT TO numShifts
               MOVE WS-CFG-MULT TO WS-CIPHER-MULT
               MOVE WS-CFG-MODE TO WS-CIPHER-MODE
               MOVE WS-CFG-DIGITS TO WS-SHIFT-DIGITS
               MOVE WS-CFG-KEY-DATE TO WS-KEY-DATE
               MOVE WS-CFG-KEY-ID TO WS-KEY-ID
               MOVE WS-CFG-NET-TABLE TO WS-BAT-NET-TABLE
               MOVE WS-CFG-NET-COUNT TO WS-BAT-NET-COUNT
               PERFORM SAVE-BATCH-KEY
               PERFORM START-ONE-BATCH
               DISPLAY "DECRYPT: batch " WS-BATCH-NUM-DISP
                   " opened without a header record"
           END-IF
           MOVE SPACES TO WS-CHK-IMAGE
           MOVE MESSAGE-IN-REC(1:WS-IN-REC-LEN)
               TO WS-CHK-IMAGE(1:WS-IN-REC-LEN)
           PERFORM COMPUTE-CHECK-GROUP
           MOVE WS-CHK-GROUP TO WS-PEND-CHECK
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE MESSAGE-IN-REC(1:WS-IN-REC-LEN)
               TO ENVELOPE-RECORD(1:WS-IN-REC-LEN)
           MOVE ENV-MSG-ID TO WS-PEND-MSG-ID
           PERFORM SELECT-MESSAGE-KEY

           MOVE SPACES TO strIn
           MOVE ENV-TEXT TO strIn

           DISPLAY ENV-MSG-ID " " strIn
           MOVE strIn TO ENV-TEXT
           COMPUTE WS-PEND-LEN = 31 + WS-MSG-LENGTH
           MOVE SPACES TO WS-PEND-REC
           MOVE ENVELOPE-RECORD(1:WS-PEND-LEN)
               TO WS-PEND-REC(1:WS-PEND-LEN)
           MOVE "Y" TO WS-PEND-HELD
           ADD 1 TO WS-BATCH-DATA-COUNT
           ADD WS-MSG-LENGTH TO WS-BATCH-CHAR-COUNT

           MOVE WS-DECRYPTED-COUNT TO AUD-RECORD-ID
           MOVE WS-MSG-LENGTH TO AUD-STR-LENGTH
           MOVE numShifts TO AUD-NUM-SHIFTS
           MOVE WS-CIPHER-MULT TO AUD-MULTIPLIER
           MOVE WS-UNSHIFTED-COUNT TO AUD-UNSHIFTED-COUNT
           MOVE WS-CIPHER-MODE TO AUD-CIPHER-MODE
           MOVE "*BATCH*" TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-MSG-ID
           MOVE SPACES TO AUD-ROUTE
           WRITE AUDIT-RECORD.

      *> Same keyed master ENCRYPT maintains -- this side advances a
           END-IF
           IF WS-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-OPEN
               PERFORM OPEN-STATUS-JOURNAL
           ELSE
               DISPLAY "DECRYPT: message master unavailable, status "
                   WS-MST-STATUS
           END-IF.

      *> The journal is append-only, like the audit trail: every run
      *> adds to the timeline, none starts it over.
       OPEN-STATUS-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *> One journal line per master change, stamped with the
      *> program and the batch operator id, carrying the record as
      *> the change left it.
       WRITE-JOURNAL-ENTRY.
           MOVE MM-MSG-ID TO JR-MSG-ID
           MOVE WS-JRN-OLD-STATUS TO JR-OLD-STATUS
           MOVE MM-STATUS TO JR-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE "DECRYPT" TO JR-PROGRAM
           MOVE "*BATCH*" TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       UPDATE-MESSAGE-MASTER.
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           MOVE ENV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   IF WS-MST-CREATE = "N"
                       DISPLAY "DECRYPT: msg " ENV-MSG-ID
                           " is not on the master -- left alone"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "N" TO WS-MST-FOUND
                   MOVE SPACES TO MASTER-RECORD
                   MOVE ENV-MSG-ID TO MM-MSG-ID
                   MOVE ENV-ORIGIN TO MM-ORIGIN
                   MOVE ENV-DEST TO MM-DEST
                   MOVE ENV-CLASS TO MM-CLASS
                   MOVE numShifts TO MM-SHIFT
                   MOVE WS-CIPHER-MULT TO MM-MULTIPLIER
                   MOVE WS-KEY-DATE TO MM-KEY-DATE
                   MOVE WS-KEY-ID TO MM-KEY-ID
                   MOVE ZERO TO MM-RETRY-COUNT
           END-READ
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE WS-MST-NEW-STATUS TO MM-STATUS
           MOVE FUNCTION CURRENT-DATE TO MM-DEC-STAMP
           IF WS-MST-FOUND = "Y"
                   INVALID KEY
                       DISPLAY "DECRYPT: master rewrite failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
           ELSE
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DECRYPT: master write failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

      *> A RETRANS repeat never moves the master's status -- the
      *> message was delivered before it was cut. A master still
      *> DELIVERED takes the repeat's delivery time as its delivery
      *> stamp, so ACKPROC's grace period runs from the repeat, and
      *> the change is journalled with the status unchanged; one
      *> already ACKED, ESCALATED or CANCELLED (the ack came in
      *> after RETRANS cut the repeat) is not touched at all, and
      *> neither is a message the master does not have.
       NOTE-REPEAT-RELEASED.
           MOVE ENV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   DISPLAY "DECRYPT: repeat of msg " ENV-MSG-ID
                       " is not on the master -- left alone"
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS NOT = "DELIVERED"
               EXIT PARAGRAPH
           END-IF
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE FUNCTION CURRENT-DATE TO MM-DEC-STAMP
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "DECRYPT: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

      *> A message copied into its destination's delivery file is
      *> delivered -- traffic parked under HOLD stays DECRYPTED
      *> until someone routes it. Collective traffic is delivered
      *> once, with the first member's copy; the copies after it
      *> leave the master (and the journal) alone. Collective
      *> traffic with any member's copy under HOLD is not delivered
      *> at all yet: the master stays DECRYPTED, where DISPATCH's
      *> HOLD list finds it, and each held member is flagged "H"
      *> -- journalled with the status unchanged, as ACKPROC does
      *> a partial ack. A RETRANS repeat never changes the status
      *> here: actually delivered to anyone, it restamps a master
      *> still DELIVERED (NOTE-REPEAT-RELEASED), once, with the
      *> copy for its first target that is not HOLD; parked under
      *> HOLD everywhere, it leaves the master alone -- nobody has
      *> had it yet, so the grace period must not start over.
       MARK-DELIVERED.
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MSG-HELD
           MOVE SPACES TO WS-TGT-FIRST-OUT
           PERFORM VARYING WS-TGT-SCAN FROM 1 BY 1
                   UNTIL WS-TGT-SCAN > WS-TGT-USED
               IF WS-TGT-DEST(WS-TGT-SCAN) = "HOLD"
                   MOVE "Y" TO WS-MSG-HELD
               ELSE
                   IF WS-TGT-FIRST-OUT = SPACES
                       MOVE WS-TGT-DEST(WS-TGT-SCAN)
                           TO WS-TGT-FIRST-OUT
                   END-IF
               END-IF
           END-PERFORM
           IF ENV-RECORD-TYPE = "R"
               IF WS-TGT-FIRST-OUT NOT = SPACES
                       AND WS-DEST-CODE(WS-DEST-IDX)
                           = WS-TGT-FIRST-OUT
                   PERFORM NOTE-REPEAT-RELEASED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MSG-HELD = "N"
                   AND WS-DEST-CODE(WS-DEST-IDX) = "HOLD"
               EXIT PARAGRAPH
           END-IF
           MOVE ENV-MSG-ID TO MM-MSG-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-MSG-HELD = "Y"
               PERFORM MARK-HELD-MEMBERS
               EXIT PARAGRAPH
           END-IF
           IF MM-STATUS = "DELIVERED"
                   AND ENV-DEST NOT = WS-DEST-CODE(WS-DEST-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE "DELIVERED" TO MM-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "DECRYPT: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       MARK-HELD-MEMBERS.
           MOVE "N" TO WS-FLAGS-CHANGED
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-HELD-MEMBER(WS-GRP-IDX) = "H"
                       AND MM-MEMBER-ACK(WS-GRP-IDX) = SPACE
                   MOVE "H" TO MM-MEMBER-ACK(WS-GRP-IDX)
                   MOVE "Y" TO WS-FLAGS-CHANGED
               END-IF
           END-PERFORM
           IF WS-FLAGS-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "DECRYPT: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

      *> Upper-cases (classic mode only), measures the trimmed length
      *> that fall outside every shiftable range and pass straight
      *> through untouched, so an unexpected run of them shows up in
      *> the audit trail instead of disappearing quietly into the
      *> output. An affine key is undone by taking the shift off and
      *> multiplying by the inverse of the key's multiplier; under
      *> multiplier 01 the inverse is 01 and that is exactly the
      *> Caesar un-shift.
       SHIFT-MESSAGE.
           IF WS-CIPHER-MODE = "U"
               Move Function Upper-case(strIn) to strIn
           MOVE ZERO TO WS-UNSHIFTED-COUNT
           COMPUTE WS-NORM-SHIFT = FUNCTION MOD(numShifts, 26)
           COMPUTE WS-NORM-DIGIT-SHIFT = FUNCTION MOD(numShifts, 10)
           PERFORM NORMALIZE-MULTIPLIER

           INSPECT FUNCTION REVERSE ( strIn )
               TALLYING i
           PERFORM VARYING i FROM 1 BY 1 UNTIL i = strLength
               MOVE FUNCTION ORD(strIn(i:1)) to j
               IF j >= MIN_CHAR AND j <= MAX_CHAR
                   COMPUTE j = MIN_CHAR + FUNCTION MOD(
                       (j - MIN_CHAR + 26 - WS-NORM-SHIFT)
                       * WS-NORM-INVERSE, 26)
               ELSE
                   IF WS-CIPHER-MODE = "C" AND j >= MIN_CHAR_LOWER
                           AND j <= MAX_CHAR_LOWER
                       COMPUTE j = MIN_CHAR_LOWER + FUNCTION MOD(
                           (j - MIN_CHAR_LOWER + 26 - WS-NORM-SHIFT)
                           * WS-NORM-INVERSE, 26)
                   ELSE
                       IF WS-SHIFT-DIGITS = "Y" AND j >= MIN_DIGIT
                               AND j <= MAX_DIGIT
               MOVE ZERO TO j
           END-PERFORM.

      *> Only a multiplier with no factor in common with 26 -- odd,
      *> not 13, 1 through 25 -- can be undone; anything else
      *> (blank, zero, even, 13, over 25) is taken as 01, the same
      *> rule ENCRYPT applies on the way out. The inverse is found
      *> by trial: at most 25 steps, and there always is one.
       NORMALIZE-MULTIPLIER.
           IF WS-CIPHER-MULT IS NUMERIC
               MOVE WS-CIPHER-MULT TO WS-NORM-MULT
           ELSE
               MOVE 1 TO WS-NORM-MULT
           END-IF
           IF WS-NORM-MULT > 25 OR WS-NORM-MULT = 13
                   OR FUNCTION MOD(WS-NORM-MULT, 2) = 0
               MOVE 1 TO WS-NORM-MULT
           END-IF
           MOVE 1 TO WS-NORM-INVERSE
           PERFORM UNTIL FUNCTION MOD(
                   WS-NORM-MULT * WS-NORM-INVERSE, 26) = 1
               ADD 1 TO WS-NORM-INVERSE
           END-PERFORM.

      *> Single-message entry point for the DISPATCH operator menu
      *> (and any other caller) to CALL directly instead of driving
      *> DECRYPT through DECRYPT.IN/DECRYPT.OUT.
       DECRYPT-ONE-ENTRY.
           ENTRY "DECRYPT-ONE" USING LS-INPUT-TEXT LS-SHIFT LS-MODE
               LS-DIGITS LS-MULT LS-OUTPUT-TEXT.
           PERFORM SET-CIPHER-BOUNDS
           MOVE LS-SHIFT TO numShifts
           MOVE LS-MULT TO WS-CIPHER-MULT
           MOVE LS-MODE TO WS-CIPHER-MODE
           MOVE LS-DIGITS TO WS-SHIFT-DIGITS
           MOVE LS-INPUT-TEXT TO strIn
