               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      *> The ciphertext store: every record enciphered into the
      *> batch is also kept here by message id, so RETRANS can re-cut
      *> a delivery the destination never acknowledged.
           SELECT CIPHERTEXT-STORE-FILE ASSIGN TO "CIPHER.STO"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CS-MSG-ID
               FILE STATUS IS WS-STO-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "CANCEL.REQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MESSAGE-IN-FILE
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(6).
       FD KEY-FILE.
           01 KEY-REC PIC X(24).
       FD AUDIT-LOG-FILE.
           COPY CIPHAUD.
      *> The checkpoint carries the output-record and character
      *> pass byte says which priority pass the restart point counts
      *> records within -- "1" for the priority-1 pass, "R" for the
      *> routine pass that follows it. Old checkpoints read back with
      *> it blank, which is taken as pass "1". The cancelled
      *> tally rides along for the run-control END record, blank
      *> on old checkpoints as well.
       FD CHECKPOINT-FILE.
           01 CHECKPOINT-REC.
               05 CKP-RECORD-NUM PIC 9(6).
               05 CKP-OUT-COUNT PIC 9(6).
               05 CKP-CHAR-COUNT PIC 9(8).
               05 CKP-PASS PIC X.
               05 CKP-CANCEL-COUNT PIC 9(6).
       FD RUN-CONTROL-FILE.
           COPY CIPHRUN.
       FD REJECT-FILE.
           COPY CIPHREJ.
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD CIPHERTEXT-STORE-FILE.
           COPY CIPHSTO.
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       FD CANCEL-FILE.
           COPY CIPHCAN.
       WORKING-STORAGE SECTION.
           COPY CIPHBND.
           COPY CIPHENV.
           COPY CIPHHDR.
           COPY CIPHCLS.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-RECORD-NUM PIC 9(6) VALUE ZERO.
           01 WS-AUDIT-STATUS PIC XX.
      *> 4-character key file.
           01 WS-KEY-DATE PIC X(8) VALUE SPACES.
           01 WS-KEY-ID PIC X(6) VALUE SPACES.
           01 WS-KEY-EOF PIC X VALUE "N".
      *> The general key as CIPHER.KEY and the control card left it
      *> -- the batch header names it, and it enciphers unrouted
      *> traffic and any destination without a net key of its own.
           01 WS-GEN-SHIFT PIC 99.
           01 WS-GEN-MULT PIC 99.
           01 WS-GEN-MODE PIC X.
           01 WS-GEN-DIGITS PIC X.
           01 WS-GEN-KEY-DATE PIC X(8).
           01 WS-GEN-KEY-ID PIC X(6).
      *> The net keys from CIPHER.KEY, one per routing code, each
      *> message enciphering under its own ENV-DEST's key. The in-use
      *> flag is set by a look over ENCRYPT.IN before the header goes
      *> out, so the batch names exactly the net keys it used.
           01 WS-NET-TABLE.
               05 WS-NET-ENTRY OCCURS 50 TIMES.
                   10 WS-NET-CODE PIC X(4).
                   10 WS-NET-SHIFT PIC 99.
                   10 WS-NET-MULT PIC 99.
                   10 WS-NET-MODE PIC X.
                   10 WS-NET-DIGITS PIC X.
                   10 WS-NET-KEY-DATE PIC X(8).
                   10 WS-NET-KEY-ID PIC X(6).
                   10 WS-NET-IN-USE PIC X.
           01 WS-NET-COUNT PIC 99 VALUE ZERO.
           01 WS-NET-IDX PIC 99.
           01 WS-NET-FOUND PIC 99.
           01 WS-OUT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-CHAR-COUNT PIC 9(8) VALUE ZERO.
      *> The data record as it went out, blank-filled to full width,
      *> and the check group summed over it for the C record.
           01 WS-CHK-IMAGE PIC X(110).
           01 WS-CHK-IDX PIC 9(4).
           01 WS-CHK-SUM PIC 9(9).
           01 WS-CHK-GROUP PIC 9(5).
           01 WS-RUN-STAMP PIC X(21).
           01 WS-RUN-STATUS PIC XX.
           01 WS-RUN-RESULT PIC X(4).
           01 WS-RUN-COUNT PIC 9(6).
      *> Records read from ENCRYPT.IN, for the balance counts on
      *> the END record, and the date this run started -- stamped
      *> on each quarantined record so the night's rejects can be
      *> counted apart from older ones still in ENCRYPT.REJ.
           01 WS-INPUT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RUN-DATE PIC X(8).
      *> Set by SCREEN-MESSAGE when a record must not be enciphered
      *> -- blank means the record is clean. Quarantined records go
      *> to ENCRYPT.REJ with the reason and never reach the batch,
           01 WS-MST-OPEN PIC X VALUE "N".
           01 WS-MST-FOUND PIC X.
           01 WS-MST-NEW-STATUS PIC X(10).
      *> The status the master record held before this change --
      *> blank when the change creates the record -- for the
      *> status journal entry.
           01 WS-JRN-STATUS PIC XX.
           01 WS-JRN-OLD-STATUS PIC X(10).
           01 WS-STO-STATUS PIC XX.
           01 WS-STO-OPEN PIC X VALUE "N".
      *> The station directory, loaded whole before the run -- only
      *> effective ("E") entries go in the table, so the lookup is a
      *> plain scan for the code. No STATION.DIR allocated means the
      *> site has not built a directory yet; validation is skipped
      *> (and said once) rather than quarantining the whole night's
      *> traffic. Each code carries its clearance, and a
      *> collective its kind and member list; a lookup hands back
      *> the clearance and the slot of the code it found.
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
           01 WS-GRP-SLOT PIC 999.
           01 WS-GRP-IDX PIC 99.
           01 WS-GRP-MEMBERS PIC 99.
           01 WS-MSG-CLASS-RANK PIC 9.
      *> Scratch for the envelope identity checks: trimmed id
      *> length, embedded-blank tally, and the envelope date broken
      *> into its parts for the calendar check.
      *> and is PIC 99, so it can legally be 00-99, not just 00-26 --
      *> these hold it reduced to the alphabet's own width so the
      *> shift math below never has to add or subtract more than one
      *> lap around the alphabet. WS-NORM-MULT is WS-CIPHER-MULT
      *> after the same rule DECRYPT applies: anything that is not a
      *> usable affine multiplier is taken as 01, the plain shift.
           01 WS-NORM-SHIFT PIC 99.
           01 WS-NORM-DIGIT-SHIFT PIC 99.
           01 WS-NORM-MULT PIC 99.
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
           MOVE numShifts TO WS-GEN-SHIFT
           MOVE WS-CIPHER-MULT TO WS-GEN-MULT
           MOVE WS-CIPHER-MODE TO WS-GEN-MODE
           MOVE WS-SHIFT-DIGITS TO WS-GEN-DIGITS
           MOVE WS-KEY-DATE TO WS-GEN-KEY-DATE
           MOVE WS-KEY-ID TO WS-GEN-KEY-ID
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-STATION-DIRECTORY
           PERFORM LOAD-CANCELLATIONS

           OPEN INPUT MESSAGE-IN-FILE
           IF WS-IN-STATUS = "35"
               END-IF
           ELSE
               OPEN OUTPUT MESSAGE-OUT-FILE
               PERFORM NOTE-NETS-IN-USE
               PERFORM WRITE-BATCH-HEADER
           END-IF

           END-IF

           PERFORM OPEN-MESSAGE-MASTER
           PERFORM OPEN-CIPHERTEXT-STORE

      *> The quarantine is append-only like the audit trail --
      *> records sit in ENCRYPT.REJ until the repair path has
               PERFORM WRITE-CHECKPOINT
           END-IF
           PERFORM PROCESS-INPUT-PASS
      *> The routine pass reads ENCRYPT.IN front to back whatever
      *> the restart point, so its last record number is the
      *> whole file.
           MOVE WS-RECORD-NUM TO WS-INPUT-COUNT

           PERFORM WRITE-BATCH-TRAILER

           CLOSE REJECT-FILE
           IF WS-MST-OPEN = "Y"
               CLOSE MESSAGE-MASTER-FILE
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-STO-OPEN = "Y"
               CLOSE CIPHERTEXT-STORE-FILE
           END-IF

           IF WS-REJECT-COUNT > ZERO
               DISPLAY "ENCRYPT: " WS-REJECT-COUNT
                   " record(s) quarantined to ENCRYPT.REJ"
           END-IF
           IF WS-CANCELLED-COUNT > ZERO
               DISPLAY "ENCRYPT: " WS-CANCELLED-COUNT
                   " record(s) cancelled by their origin"
           END-IF

           MOVE "OK" TO WS-RUN-RESULT
           MOVE WS-OUT-COUNT TO WS-RUN-COUNT
           MOVE ZERO TO WS-RECORD-NUM
           MOVE ZERO TO WS-OUT-COUNT
           MOVE ZERO TO WS-TOTAL-CHAR-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE "1" TO WS-PASS-PRIORITY
           PERFORM WRITE-CHECKPOINT
           STOP RUN.
           MOVE "ENCRYPT" TO RC-PROGRAM
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE "RUN" TO RC-STATUS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-RUN-RESULT TO RC-STATUS
           MOVE WS-RUN-COUNT TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           MOVE WS-INPUT-COUNT TO RC-INPUT-COUNT
           MOVE WS-CANCELLED-COUNT TO RC-CANCEL-COUNT
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> Standard interchange bracket on the batch: the header tells
      *> the receiving side which run and which issued key produced
      *> the file, the trailer carries the record and character
      *> totals DECRYPT proves the transfer against. Each net key the
      *> batch enciphers under follows the header on a K record of
      *> its own. A restarted run extends a file whose header is
      *> already on disk, so only a clean run writes one.
       WRITE-BATCH-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE "H" TO BH-RECORD-TYPE
           MOVE WS-RUN-STAMP(1:8) TO BH-RUN-DATE
           MOVE WS-GEN-KEY-DATE TO BH-KEY-DATE
           MOVE WS-GEN-KEY-ID TO BH-KEY-ID
           MOVE 23 TO WS-OUT-REC-LEN
           MOVE SPACES TO MESSAGE-OUT-REC
           MOVE BATCH-HEADER-RECORD TO MESSAGE-OUT-REC(1:23)
           WRITE MESSAGE-OUT-REC
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
               IF WS-NET-IN-USE(WS-NET-IDX) = "Y"
                   MOVE "K" TO BK-RECORD-TYPE
                   MOVE WS-NET-CODE(WS-NET-IDX) TO BK-NET
                   MOVE WS-NET-KEY-DATE(WS-NET-IDX) TO BK-KEY-DATE
                   MOVE WS-NET-KEY-ID(WS-NET-IDX) TO BK-KEY-ID
                   MOVE 19 TO WS-OUT-REC-LEN
                   MOVE SPACES TO MESSAGE-OUT-REC
                   MOVE BATCH-NET-KEY-RECORD TO MESSAGE-OUT-REC(1:19)
                   WRITE MESSAGE-OUT-REC
               END-IF
           END-PERFORM.

      *> One quick look over ENCRYPT.IN for the routing codes it
      *> carries, so the header names only the net keys this batch
      *> actually goes out under.
       NOTE-NETS-IN-USE.
           IF WS-IN-FOUND = "N" OR WS-NET-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MESSAGE-IN-FILE
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ MESSAGE-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO ENVELOPE-RECORD
                       MOVE MESSAGE-IN-REC(1:WS-IN-REC-LEN)
                           TO ENVELOPE-RECORD(1:WS-IN-REC-LEN)
                       PERFORM FIND-NET-KEY
                       IF WS-NET-FOUND > ZERO
                           MOVE "Y" TO WS-NET-IN-USE(WS-NET-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGE-IN-FILE.

       FIND-NET-KEY.
           MOVE ZERO TO WS-NET-FOUND
           IF ENV-DEST = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
               IF WS-NET-CODE(WS-NET-IDX) = ENV-DEST
                   MOVE WS-NET-IDX TO WS-NET-FOUND
               END-IF
           END-PERFORM.

      *> Every message goes out under its own destination's net key;
      *> unrouted traffic, and any destination KEYGEN cut no net key
      *> for, goes out under the general key.
       SELECT-MESSAGE-KEY.
           PERFORM FIND-NET-KEY
           IF WS-NET-FOUND > ZERO
               MOVE WS-NET-SHIFT(WS-NET-FOUND) TO numShifts
               MOVE WS-NET-MULT(WS-NET-FOUND) TO WS-CIPHER-MULT
               MOVE WS-NET-MODE(WS-NET-FOUND) TO WS-CIPHER-MODE
               MOVE WS-NET-DIGITS(WS-NET-FOUND) TO WS-SHIFT-DIGITS
               MOVE WS-NET-KEY-DATE(WS-NET-FOUND) TO WS-KEY-DATE
               MOVE WS-NET-KEY-ID(WS-NET-FOUND) TO WS-KEY-ID
           ELSE
               MOVE WS-GEN-SHIFT TO numShifts
               MOVE WS-GEN-MULT TO WS-CIPHER-MULT
               MOVE WS-GEN-MODE TO WS-CIPHER-MODE
               MOVE WS-GEN-DIGITS TO WS-SHIFT-DIGITS
               MOVE WS-GEN-KEY-DATE TO WS-KEY-DATE
               MOVE WS-GEN-KEY-ID TO WS-KEY-ID
           END-IF.

       WRITE-BATCH-TRAILER.
           MOVE "T" TO BT-RECORD-TYPE
                       IF CKP-PASS = "R"
                           MOVE "R" TO WS-RESTART-PASS
                       END-IF
                       IF CKP-CANCEL-COUNT IS NUMERIC
                           MOVE CKP-CANCEL-COUNT
                               TO WS-CANCELLED-COUNT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-OUT-COUNT TO CKP-OUT-COUNT
           MOVE WS-TOTAL-CHAR-COUNT TO CKP-CHAR-COUNT
           MOVE WS-PASS-PRIORITY TO CKP-PASS
           MOVE WS-CANCELLED-COUNT TO CKP-CANCEL-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

      *> it field by field, same as before KEYGEN existed. Columns
      *> 5-12 and 13-18 carry the key's effective date and key-id,
      *> which the run is stamped with so the batch can always be
      *> traced back to the issued key that enciphered it. The line
      *> with blank columns 19-22 is the general key; every other
      *> line is one routing code's net key. Columns 23-24 are the
      *> affine multiplier -- blank on a plain Caesar key, which
      *> reads as 01.
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
                               PERFORM TAKE-NET-KEY
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
               DISPLAY "ENCRYPT: key " WS-KEY-ID
                   " effective " WS-KEY-DATE
           END-IF.

       TAKE-NET-KEY.
           IF WS-NET-COUNT >= 50
               DISPLAY "ENCRYPT: more than 50 net keys -- "
                   KEY-REC(19:4) " traffic goes under the general key"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NET-COUNT
           MOVE KEY-REC(19:4) TO WS-NET-CODE(WS-NET-COUNT)
           MOVE KEY-REC(1:2) TO WS-NET-SHIFT(WS-NET-COUNT)
           IF KEY-REC(23:2) IS NUMERIC
               MOVE KEY-REC(23:2) TO WS-NET-MULT(WS-NET-COUNT)
           ELSE
               MOVE 01 TO WS-NET-MULT(WS-NET-COUNT)
           END-IF
           MOVE KEY-REC(3:1) TO WS-NET-MODE(WS-NET-COUNT)
           MOVE KEY-REC(4:1) TO WS-NET-DIGITS(WS-NET-COUNT)
           MOVE KEY-REC(5:8) TO WS-NET-KEY-DATE(WS-NET-COUNT)
           MOVE KEY-REC(13:6) TO WS-NET-KEY-ID(WS-NET-COUNT)
           MOVE "N" TO WS-NET-IN-USE(WS-NET-COUNT)
           DISPLAY "ENCRYPT: net " KEY-REC(19:4)
               " key " KEY-REC(13:6)
               " effective " KEY-REC(5:8).

      *> The shift key comes in at run time on a one-record control
      *> card so encrypt and decrypt jobs can be keyed identically
      *> without a recompile; the control card's two digits are moved
      *> straight into numShifts, and columns 5-6 carry the affine
      *> multiplier (blank is a plain shift, 01). A control card
      *> always overrides whatever READ-KEY-FILE set from today's
      *> CIPHER.KEY -- and keys the whole run, so the net keys are
      *> set aside with it.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               END-READ
               IF CONTROL-CARD-REC NOT = SPACES
                   MOVE CONTROL-CARD-REC(1:2) TO numShifts
                   IF CONTROL-CARD-REC(5:2) IS NUMERIC
                       MOVE CONTROL-CARD-REC(5:2) TO WS-CIPHER-MULT
                   ELSE
                       MOVE 01 TO WS-CIPHER-MULT
                   END-IF
                   IF CONTROL-CARD-REC(3:1) NOT = SPACE
                       MOVE CONTROL-CARD-REC(3:1) TO WS-CIPHER-MODE
                   END-IF
                   IF CONTROL-CARD-REC(4:1) NOT = SPACE
                       MOVE CONTROL-CARD-REC(4:1) TO WS-SHIFT-DIGITS
                   END-IF
                   IF WS-NET-COUNT > ZERO
                       DISPLAY "ENCRYPT: control card keys the run --"
                           " net keys set aside"
                       MOVE ZERO TO WS-NET-COUNT
                   END-IF
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

      *> The input record is an envelope: columns 1-31 identify the
      *> message and pass through unenciphered, only ENV-TEXT goes
      *> through the cipher. The output record carries the same
      *> envelope in front of the ciphertext, so the receiving side
           MOVE MESSAGE-IN-REC(1:WS-IN-REC-LEN)
               TO ENVELOPE-RECORD(1:WS-IN-REC-LEN)

           PERFORM SELECT-MESSAGE-KEY

           MOVE SPACES TO strIn
           MOVE ENV-TEXT TO strIn

               EXIT PARAGRAPH
           END-IF

      *> A record that would otherwise go out is stopped here when
      *> its origin has cancelled it -- it never reaches the batch,
      *> the store or the audit trail, and the master says why. A
      *> record screened out above stays in the quarantine as usual
      *> and meets this check again if it is ever resubmitted.
           PERFORM CHECK-CANCELLATION
           IF WS-MSG-CANCELLED = "Y"
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY "ENCRYPT: record " WS-RECORD-NUM
                   " msg " ENV-MSG-ID " cancelled by " ENV-ORIGIN
               MOVE ZERO TO WS-MSG-LENGTH
               MOVE ZERO TO WS-UNSHIFTED-COUNT
               MOVE "CANCELLED" TO WS-MST-NEW-STATUS
               PERFORM UPDATE-MESSAGE-MASTER
               EXIT PARAGRAPH
           END-IF

           PERFORM SHIFT-MESSAGE

           DISPLAY ENV-MSG-ID " " strIn
           MOVE strIn TO ENV-TEXT
           COMPUTE WS-OUT-REC-LEN = 31 + WS-MSG-LENGTH
           MOVE SPACES TO MESSAGE-OUT-REC
           MOVE ENVELOPE-RECORD(1:WS-OUT-REC-LEN)
               TO MESSAGE-OUT-REC(1:WS-OUT-REC-LEN)
           WRITE MESSAGE-OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD WS-MSG-LENGTH TO WS-TOTAL-CHAR-COUNT
           PERFORM STORE-CIPHERTEXT
           PERFORM WRITE-CHECK-RECORD

      *> The audit id is the record's position in the batch being
      *> written, not its position in ENCRYPT.IN -- the two priority
           MOVE WS-OUT-COUNT TO AUD-RECORD-ID
           MOVE WS-MSG-LENGTH TO AUD-STR-LENGTH
           MOVE numShifts TO AUD-NUM-SHIFTS
           MOVE WS-CIPHER-MULT TO AUD-MULTIPLIER
           MOVE WS-UNSHIFTED-COUNT TO AUD-UNSHIFTED-COUNT
           MOVE WS-CIPHER-MODE TO AUD-CIPHER-MODE
           MOVE "*BATCH*" TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-MSG-ID
           MOVE SPACES TO AUD-ROUTE
           WRITE AUDIT-RECORD

           MOVE "ENCRYPTED" TO WS-MST-NEW-STATUS
           END-IF
           IF WS-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-OPEN
               PERFORM OPEN-STATUS-JOURNAL
           ELSE
               DISPLAY "ENCRYPT: message master unavailable, status "
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
           MOVE "ENCRYPT" TO JR-PROGRAM
           MOVE "*BATCH*" TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       UPDATE-MESSAGE-MASTER.
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
                   MOVE SPACES TO MASTER-RECORD
                   MOVE ENV-MSG-ID TO MM-MSG-ID
                   MOVE SPACES TO MM-DEC-STAMP
                   MOVE ZERO TO MM-RETRY-COUNT
           END-READ
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE WS-MST-NEW-STATUS TO MM-STATUS
           MOVE ENV-ORIGIN TO MM-ORIGIN
           MOVE ENV-DEST TO MM-DEST
           MOVE ENV-CLASS TO MM-CLASS
           MOVE FUNCTION CURRENT-DATE TO MM-ENC-STAMP
           MOVE WS-KEY-DATE TO MM-KEY-DATE
           MOVE WS-KEY-ID TO MM-KEY-ID
           MOVE numShifts TO MM-SHIFT
           MOVE WS-CIPHER-MULT TO MM-MULTIPLIER
           MOVE WS-MSG-LENGTH TO MM-MSG-LENGTH
           MOVE WS-UNSHIFTED-COUNT TO MM-UNSHIFTED
           IF WS-MST-FOUND = "Y"
                   INVALID KEY
                       DISPLAY "ENCRYPT: master rewrite failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
           ELSE
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ENCRYPT: master write failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

      *> The check record follows the data record just written,
      *> carrying the check group summed over that record exactly
      *> as it went out -- DECRYPT sums it again on arrival and
      *> holds back a message whose two sums disagree. Not counted
      *> in the trailer totals.
       WRITE-CHECK-RECORD.
           MOVE SPACES TO WS-CHK-IMAGE
           MOVE MESSAGE-OUT-REC(1:WS-OUT-REC-LEN)
               TO WS-CHK-IMAGE(1:WS-OUT-REC-LEN)
           PERFORM COMPUTE-CHECK-GROUP
           MOVE "C" TO BC-RECORD-TYPE
           MOVE ENV-MSG-ID TO BC-MSG-ID
           MOVE WS-CHK-GROUP TO BC-CHECK-GROUP
           MOVE 14 TO WS-OUT-REC-LEN
           MOVE SPACES TO MESSAGE-OUT-REC
           MOVE BATCH-CHECK-RECORD TO MESSAGE-OUT-REC(1:14)
           WRITE MESSAGE-OUT-REC.

      *> Each character's code times its position, kept modulo
      *> 99991 as it goes. DECRYPT, REPROC and RETRANS carry the
      *> same sum -- the two ends of a transfer must agree on it
      *> to the bit.
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

      *> Same tolerance as the master: a store that was never
      *> defined is created empty, one that will not open is said
      *> once and the run goes on without it.
       OPEN-CIPHERTEXT-STORE.
           OPEN I-O CIPHERTEXT-STORE-FILE
           IF WS-STO-STATUS = "35"
               OPEN OUTPUT CIPHERTEXT-STORE-FILE
               CLOSE CIPHERTEXT-STORE-FILE
               OPEN I-O CIPHERTEXT-STORE-FILE
           END-IF
           IF WS-STO-STATUS = "00"
               MOVE "Y" TO WS-STO-OPEN
           ELSE
               DISPLAY "ENCRYPT: ciphertext store unavailable, status "
                   WS-STO-STATUS
           END-IF.

      *> The record just written to the batch, with the key it went
      *> out under. A message id already in the store is a repaired
      *> reject or a restarted run coming back through -- the copy
      *> on file is replaced with the one actually sent.
       STORE-CIPHERTEXT.
           IF WS-STO-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STORE-RECORD
           MOVE ENV-MSG-ID TO CS-MSG-ID
           IF WS-NET-FOUND > ZERO
               MOVE WS-NET-CODE(WS-NET-FOUND) TO CS-NET
           END-IF
           MOVE WS-KEY-DATE TO CS-KEY-DATE
           MOVE WS-KEY-ID TO CS-KEY-ID
           MOVE FUNCTION CURRENT-DATE TO CS-STORE-STAMP
           MOVE WS-OUT-REC-LEN TO CS-REC-LEN
           MOVE MESSAGE-OUT-REC(1:WS-OUT-REC-LEN)
               TO CS-CIPHER-REC(1:WS-OUT-REC-LEN)
           WRITE STORE-RECORD
               INVALID KEY
                   REWRITE STORE-RECORD
                       INVALID KEY
                           DISPLAY "ENCRYPT: ciphertext store write "
                               "failed for " CS-MSG-ID
                   END-REWRITE
           END-WRITE.

      *> Looks the text over before it is enciphered: a record with
      *> no text at all, with embedded control characters, or with
      *> nothing the cipher can actually shift would go out under
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-STATION-CODES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-CLEARANCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-DUPLICATE-MASTER
           END-IF.
               PERFORM FIND-STATION-CODE
               IF WS-STA-FOUND = "N"
                   MOVE "STAT" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-STA-KIND(WS-STA-FOUND-SLOT) = "G"
                   MOVE WS-STA-FOUND-SLOT TO WS-GRP-SLOT
                   PERFORM CHECK-COLLECTIVE-MEMBERS
               END-IF
           END-IF.

      *> A collective routing code is only as good as its members:
      *> it must name at least one, and every one must still be an
      *> effective ordinary routing code -- a member withdrawn since
      *> the collective was set up quarantines the traffic under
      *> STAT rather than silently dropping that desk's copy.
       CHECK-COLLECTIVE-MEMBERS.
           MOVE ZERO TO WS-GRP-MEMBERS
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 10
               IF WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX) NOT = SPACES
                   ADD 1 TO WS-GRP-MEMBERS
                   MOVE SPACES TO WS-STA-LOOKUP
                   MOVE WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                       TO WS-STA-LOOKUP(1:4)
                   PERFORM FIND-STATION-CODE
                   IF WS-STA-FOUND = "N"
                       MOVE "STAT" TO WS-REJECT-REASON
                   ELSE
                       IF WS-STA-KIND(WS-STA-FOUND-SLOT) = "G"
                           MOVE "STAT" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRP-MEMBERS = ZERO
               MOVE "STAT" TO WS-REJECT-REASON
           END-IF.

      *> Every message must carry a classification marking the
      *> shop recognizes, and a routed message may only go to a
      *> destination cleared at or above it -- otherwise it is
      *> quarantined under CLRN before a byte of it is enciphered.
      *> Unrouted traffic has no destination to judge yet; whoever
      *> routes it out of HOLD answers the question then. Traffic
      *> for a collective must be cleared for every member, since
      *> every member gets a copy.
       CHECK-CLEARANCE.
           MOVE ENV-CLASS TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-CLASS-RANK = ZERO
               MOVE "CLRN" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-LOADED NOT = "Y" OR ENV-DEST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLASS-RANK TO WS-MSG-CLASS-RANK
           MOVE SPACES TO WS-STA-LOOKUP
           MOVE ENV-DEST TO WS-STA-LOOKUP(1:4)
           PERFORM FIND-STATION-CODE
           IF WS-STA-FOUND = "Y"
                   AND WS-STA-KIND(WS-STA-FOUND-SLOT) = "G"
               MOVE WS-STA-FOUND-SLOT TO WS-GRP-SLOT
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 10
                   IF WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                           NOT = SPACES
                       MOVE SPACES TO WS-STA-LOOKUP
                       MOVE WS-STA-MEMBER(WS-GRP-SLOT, WS-GRP-IDX)
                           TO WS-STA-LOOKUP(1:4)
                       PERFORM CHECK-ONE-CLEARANCE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM CHECK-ONE-CLEARANCE
           END-IF.

      *> The routing code in WS-STA-LOOKUP against the message's
      *> classification rank.
       CHECK-ONE-CLEARANCE.
           PERFORM FIND-STATION-CODE
           MOVE WS-STA-FOUND-CLEARANCE TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-MSG-CLASS-RANK > WS-CLASS-RANK
               MOVE "CLRN" TO WS-REJECT-REASON
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
                           IF WS-CAN-USED < 500
                               ADD 1 TO WS-CAN-USED
                               MOVE CN-MSG-ID
                                   TO WS-CAN-MSG-ID(WS-CAN-USED)
                               MOVE CN-ORIGIN
                                   TO WS-CAN-ORIGIN(WS-CAN-USED)
                           ELSE
                               DISPLAY "ENCRYPT: cancellation "
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

       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-RECORD-NUM TO REJ-RECORD-NUM
           MOVE ENVELOPE-RECORD TO REJ-ENVELOPE
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "ENCRYPT: record " WS-RECORD-NUM
      *> digits when WS-SHIFT-DIGITS is "N") and pass straight through
      *> untouched, so an unexpected run of them -- e.g. embedded
      *> control characters -- shows up in the audit trail instead of
      *> disappearing quietly into the output. A letter's place in
      *> its alphabet is multiplied by the key's multiplier before
      *> the shift is added; under multiplier 01 that is exactly the
      *> Caesar shift.
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
                       (j - MIN_CHAR) * WS-NORM-MULT + WS-NORM-SHIFT,
                       26)
               ELSE
                   IF WS-CIPHER-MODE = "C" AND j >= MIN_CHAR_LOWER
                           AND j <= MAX_CHAR_LOWER
                       COMPUTE j = MIN_CHAR_LOWER + FUNCTION MOD(
                           (j - MIN_CHAR_LOWER) * WS-NORM-MULT
                           + WS-NORM-SHIFT, 26)
                   ELSE
                       IF WS-SHIFT-DIGITS = "Y" AND j >= MIN_DIGIT
                               AND j <= MAX_DIGIT
               MOVE ZERO TO j
           END-PERFORM.

      *> Only a multiplier with no factor in common with 26 -- odd,
      *> not 13, 1 through 25 -- gives a cipher DECRYPT can undo;
      *> anything else (blank, zero, even, 13, over 25) is taken as
      *> 01, the same rule DECRYPT applies, so a bad key field can
      *> never produce traffic that will not come back.
       NORMALIZE-MULTIPLIER.
           IF WS-CIPHER-MULT IS NUMERIC
               MOVE WS-CIPHER-MULT TO WS-NORM-MULT
           ELSE
               MOVE 1 TO WS-NORM-MULT
           END-IF
           IF WS-NORM-MULT > 25 OR WS-NORM-MULT = 13
                   OR FUNCTION MOD(WS-NORM-MULT, 2) = 0
               MOVE 1 TO WS-NORM-MULT
           END-IF.

      *> Single-message entry point for the DISPATCH operator menu
      *> (and any other caller) to CALL directly instead of driving
      *> ENCRYPT through ENCRYPT.IN/ENCRYPT.OUT. Takes the same
      *> shift/mode/digit-flag/multiplier fields the control card and
      *> CIPHER.KEY carry, so the one piece of cipher logic above
      *> serves both the batch job and the interactive path.
       ENCRYPT-ONE-ENTRY.
           ENTRY "ENCRYPT-ONE" USING LS-INPUT-TEXT LS-SHIFT LS-MODE
               LS-DIGITS LS-MULT LS-OUTPUT-TEXT.
           PERFORM SET-CIPHER-BOUNDS
           MOVE LS-SHIFT TO numShifts
           MOVE LS-MULT TO WS-CIPHER-MULT
           MOVE LS-MODE TO WS-CIPHER-MODE
           MOVE LS-DIGITS TO WS-SHIFT-DIGITS
           MOVE LS-INPUT-TEXT TO strIn
