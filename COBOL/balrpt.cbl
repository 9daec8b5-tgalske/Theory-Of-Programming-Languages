       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ENCRYPT.REJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "DECRYPT.SUS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DECRYPT.DST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "BALRPT.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *> ACKPROC's own control card, read for its grace period so a
      *> delivery is called overdue here exactly when ACKPROC would
      *> call it overdue.
           SELECT ACK-CONTROL-FILE ASSIGN TO "ACKPROC.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
      *> The manifest's message lines sorted into message-id order,
      *> the way ACKPROC sorts them, so a message delivered to
      *> several desks (collective traffic) is counted once. Each
      *> line carries whether TRIAGE released it (TRIAGE in columns
      *> 67-72) rather than DECRYPT, or an analyst released it from
      *> HOLD through DISPATCH (RELEASED in columns 67-74).
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT SORTED-MAN-FILE ASSIGN TO "MANIFEST.SRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALANCE.RPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           COPY CIPHRUN.
       FD REJECT-FILE.
           COPY CIPHREJ.
       FD SUSPECT-FILE.
           01 SUSPECT-REC PIC X(110).
       FD MANIFEST-FILE.
           01 MANIFEST-REC PIC X(80).
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
      *> The cycle date to balance, YYYYMMDD in columns 1-8. No
      *> card (or a blank one) balances the latest cycle on RUN.CTL.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(8).
       FD ACK-CONTROL-FILE.
           01 ACK-CONTROL-REC PIC X(2).
       SD SORT-FILE.
           01 SORT-REC.
               05 SR-MSG-ID PIC X(8).
               05 SR-DEST PIC X(4).
               05 SR-TRIAGE PIC X.
               05 SR-RELEASE PIC X.
       FD SORTED-MAN-FILE.
           01 SORTED-MAN-REC.
               05 SM-MSG-ID PIC X(8).
               05 SM-DEST PIC X(4).
               05 SM-TRIAGE PIC X.
               05 SM-RELEASE PIC X.
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-RUN-STATUS PIC XX.
           01 WS-RUN-EOF PIC X VALUE "N".
           01 WS-REJ-STATUS PIC XX.
           01 WS-REJ-EOF PIC X VALUE "N".
           01 WS-SUS-STATUS PIC XX.
           01 WS-SUS-EOF PIC X VALUE "N".
           01 WS-MAN-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-MST-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-ACL-STATUS PIC XX.
           01 WS-SRT-STATUS PIC XX.
           01 WS-SRT-EOF PIC X VALUE "N".
           01 WS-TODAY PIC X(21).
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-STAMP-NUM PIC 9(8).
           01 WS-AGE-DAYS PIC S9(5).
           01 WS-GRACE-DAYS PIC 99 VALUE 2.
      *> The cycle is the ENCRYPT run that started on the cycle
      *> date and everything RUN.CTL records after it, up to the
      *> next night's ENCRYPT start -- a supplemental ENCRYPT run
      *> the same day stays in the cycle, and so does a restart
      *> that only got going after midnight (an ENCRYPT START
      *> straight after a START that never ended).
           01 WS-CYCLE-DATE PIC X(8) VALUE SPACES.
           01 WS-WINDOW PIC X VALUE "N".
           01 WS-LAST-ENC-PHASE PIC X(5) VALUE SPACES.
           01 WS-LAST-DEC-PHASE PIC X(5) VALUE SPACES.
           01 WS-ENC-ENDS PIC 99 VALUE ZERO.
           01 WS-DEC-ENDS PIC 99 VALUE ZERO.
      *> The night's figures, each from the file that owns it.
           01 WS-FIGURES.
               05 WS-ENC-INPUT PIC 9(6) VALUE ZERO.
               05 WS-ENC-OUTPUT PIC 9(6) VALUE ZERO.
               05 WS-ENC-CANCELLED PIC 9(6) VALUE ZERO.
               05 WS-QUARANTINED PIC 9(6) VALUE ZERO.
               05 WS-DEC-RELEASED PIC 9(6) VALUE ZERO.
               05 WS-DEC-FAILED PIC 9(6) VALUE ZERO.
               05 WS-DEC-CANCELLED PIC 9(6) VALUE ZERO.
               05 WS-DEC-PULLED PIC 9(6) VALUE ZERO.
               05 WS-DEC-CORRUPT PIC 9(6) VALUE ZERO.
               05 WS-SUSPECTS PIC 9(6) VALUE ZERO.
               05 WS-MAN-DEST-TOTAL PIC 9(6) VALUE ZERO.
               05 WS-MAN-LINES PIC 9(6) VALUE ZERO.
               05 WS-DELIVERED PIC 9(6) VALUE ZERO.
               05 WS-HELD PIC 9(6) VALUE ZERO.
               05 WS-ACKED PIC 9(6) VALUE ZERO.
               05 WS-PENDING PIC 9(6) VALUE ZERO.
               05 WS-OVERDUE PIC 9(6) VALUE ZERO.
               05 WS-RECOVERED PIC 9(6) VALUE ZERO.
               05 WS-RECOVERED-DELIVERED PIC 9(6) VALUE ZERO.
               05 WS-ALL-DELIVERED PIC 9(6) VALUE ZERO.
               05 WS-LATE-RELEASED PIC 9(6) VALUE ZERO.
           01 WS-MAN-REL-DEST PIC X(4).
      *> The sorted walk: the message in hand, whether any of its
      *> manifest lines put it on a destination's file rather than
      *> under HOLD, whether any went under HOLD, whether TRIAGE
      *> released it, and whether any line is DECRYPT's own rather
      *> than a release from HOLD.
           01 WS-CUR-MSG PIC X(8).
           01 WS-CUR-DELIVERED PIC X.
           01 WS-CUR-HELD PIC X.
           01 WS-CUR-TRIAGE PIC X.
           01 WS-CUR-DECRYPT PIC X.
      *> One balance line being proved: the figure on the left,
      *> then the figures that should add up to it, each with the
      *> words it is printed under.
           01 WS-BAL-BLOCK.
               05 WS-BAL-TITLE PIC X(60).
               05 WS-BAL-ITEM OCCURS 6 TIMES.
                   10 WS-BAL-LABEL PIC X(44).
                   10 WS-BAL-VALUE PIC 9(6).
           01 WS-BAL-ITEMS PIC 9.
           01 WS-BAL-IDX PIC 9.
           01 WS-BAL-NUM PIC 9 VALUE ZERO.
           01 WS-BAL-SUM PIC S9(7).
           01 WS-BAL-DIFF PIC S9(7).
           01 WS-DIFF-DISP PIC -Z(6)9.
           01 WS-OUT-OF-BALANCE PIC 9 VALUE ZERO.
      *> Run-control gaps and messages the master cannot account
      *> for are collected as finished report lines, the way
      *> AGERPT collects its stuck traffic.
           01 WS-EXC-TABLE.
               05 WS-EXC-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-EXC-USED PIC 999 VALUE ZERO.
           01 WS-LIST-IDX PIC 999.
           01 WS-THIS-LINE PIC X(100).
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
       PROCEDURE DIVISION.
      *> The end-of-day control balance. Every program proves itself
      *> -- ENCRYPT against its trailer, DECRYPT against the batch
      *> trailers, RECON message by message -- and this report
      *> proves the night as a whole adds up from one step to the
      *> next:
      *>   records into ENCRYPT = enciphered + quarantined +
      *>       cancelled by their origin;
      *>   enciphered = released by DECRYPT + suspect + held back
      *>       in failed batches + cancelled before release +
      *>       corrupted in transfer (check group failed);
      *>   released by DECRYPT = delivered to destinations + held
      *>       under HOLD + pulled at distribution (cancelled) --
      *>       suspects TRIAGE recovered later, and traffic an
      *>       analyst released from an earlier cycle's HOLD, sit
      *>       on the manifest in supplementary groups and are
      *>       counted apart;
      *>   the manifest's destination counts = the message lines it
      *>       lists;
      *>   delivered to destinations, supplementary deliveries
      *>       included = acknowledged + pending + overdue.
      *> The run counts come off RUN.CTL, the quarantines off
      *> ENCRYPT.REJ (the cycle's own, by run date), the suspects
      *> off DECRYPT.SUS, the deliveries off the DECRYPT.DST
      *> manifest and their acknowledgment off the message master.
      *> The delivery lines count messages, not copies -- a message
      *> to a collective is delivered once however many desks it
      *> went to. Any line out of balance, or a pipeline step that
      *> never finished, ends the job RC=8 so the morning shift
      *> cannot miss it; no RUN.CTL or no message master ends it
      *> RC=12.
       MAIN-PROCEDURE.
           DISPLAY "BALRPT"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM

           PERFORM READ-CONTROL-CARDS

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-STATUS = "35"
               DISPLAY "BALRPT: RUN.CTL not found -- nothing to "
                   "balance"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF WS-CYCLE-DATE = SPACES
               PERFORM FIND-LATEST-CYCLE
           END-IF
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "BALRPT: no ENCRYPT run on RUN.CTL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "BALRPT: message master unavailable, status "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TAKE-RUN-CONTROL
           PERFORM COUNT-QUARANTINES
           PERFORM COUNT-SUSPECTS

           SORT SORT-FILE
               ON ASCENDING KEY SR-MSG-ID SR-DEST
               INPUT PROCEDURE IS RELEASE-MANIFEST
               GIVING SORTED-MAN-FILE
           PERFORM WALK-DELIVERIES
           CLOSE MESSAGE-MASTER-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           MOVE WS-OUT-OF-BALANCE TO WS-COUNT-DISP
           DISPLAY "BALRPT: cycle " WS-CYCLE-DATE " -- "
               WS-COUNT-DISP " line(s) out of balance"
           IF WS-OUT-OF-BALANCE > ZERO OR WS-EXC-USED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS NOT = "35"
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CONTROL-CARD-REC IS NUMERIC
                           MOVE CONTROL-CARD-REC TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           OPEN INPUT ACK-CONTROL-FILE
           IF WS-ACL-STATUS NOT = "35"
               READ ACK-CONTROL-FILE
                   NOT AT END
                       IF ACK-CONTROL-REC IS NUMERIC
                           MOVE ACK-CONTROL-REC TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE ACK-CONTROL-FILE
           END-IF.

      *> The latest cycle is the date of the last ENCRYPT START that
      *> began a night -- not one restarting a run that died.
       FIND-LATEST-CYCLE.
           MOVE SPACES TO WS-LAST-ENC-PHASE
           MOVE "N" TO WS-RUN-EOF
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-RUN-EOF = "Y"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-RUN-EOF
                   NOT AT END
                       IF RC-PROGRAM = "ENCRYPT"
                           IF RC-PHASE = "START"
                                   AND WS-LAST-ENC-PHASE NOT = "START"
                               MOVE RC-TIMESTAMP(1:8)
                                   TO WS-CYCLE-DATE
                           END-IF
                           MOVE RC-PHASE TO WS-LAST-ENC-PHASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       TAKE-RUN-CONTROL.
           MOVE SPACES TO WS-LAST-ENC-PHASE
           MOVE "N" TO WS-RUN-EOF
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-RUN-EOF = "Y"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-RUN-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE

           IF WS-ENC-ENDS = ZERO OR WS-LAST-ENC-PHASE = "START"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  ENCRYPT DID NOT COMPLETE FOR THE CYCLE -- "
                   "ITS FIGURES ARE MISSING OR PARTIAL"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-EXCEPTION
           END-IF
           IF WS-DEC-ENDS = ZERO OR WS-LAST-DEC-PHASE = "START"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  DECRYPT DID NOT COMPLETE FOR THE CYCLE -- "
                   "ITS FIGURES ARE MISSING OR PARTIAL"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-EXCEPTION
           END-IF.

      *> The window opens on the first ENCRYPT START dated the
      *> cycle date and closes on an ENCRYPT START dated later that
      *> follows a finished ENCRYPT run.
       TAKE-ONE-ENTRY.
           IF RC-PROGRAM = "ENCRYPT" AND RC-PHASE = "START"
               IF WS-WINDOW = "N"
                       AND RC-TIMESTAMP(1:8) = WS-CYCLE-DATE
                   MOVE "Y" TO WS-WINDOW
               END-IF
               IF WS-WINDOW = "Y"
                       AND RC-TIMESTAMP(1:8) > WS-CYCLE-DATE
                       AND WS-LAST-ENC-PHASE NOT = "START"
                   MOVE "X" TO WS-WINDOW
               END-IF
           END-IF
           IF WS-WINDOW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF RC-PROGRAM = "ENCRYPT"
               MOVE RC-PHASE TO WS-LAST-ENC-PHASE
               IF RC-PHASE = "END"
                   ADD 1 TO WS-ENC-ENDS
                   ADD RC-RECORD-COUNT TO WS-ENC-OUTPUT
                   IF RC-INPUT-COUNT IS NUMERIC
                       ADD RC-INPUT-COUNT TO WS-ENC-INPUT
                   END-IF
                   IF RC-CANCEL-COUNT IS NUMERIC
                       ADD RC-CANCEL-COUNT TO WS-ENC-CANCELLED
                   END-IF
               END-IF
           END-IF
           IF RC-PROGRAM = "DECRYPT"
               MOVE RC-PHASE TO WS-LAST-DEC-PHASE
               IF RC-PHASE = "END"
                   ADD 1 TO WS-DEC-ENDS
                   ADD RC-RECORD-COUNT TO WS-DEC-RELEASED
                   IF RC-FAILED-COUNT IS NUMERIC
                       ADD RC-FAILED-COUNT TO WS-DEC-FAILED
                   END-IF
                   IF RC-CANCEL-COUNT IS NUMERIC
                       ADD RC-CANCEL-COUNT TO WS-DEC-CANCELLED
                   END-IF
                   IF RC-PULLED-COUNT IS NUMERIC
                       ADD RC-PULLED-COUNT TO WS-DEC-PULLED
                   END-IF
                   IF RC-CORRUPT-COUNT IS NUMERIC
                       ADD RC-CORRUPT-COUNT TO WS-DEC-CORRUPT
                   END-IF
               END-IF
           END-IF.

      *> ENCRYPT.REJ keeps rejects until they are worked off, so
      *> only the ones the cycle's own runs put there are counted.
       COUNT-QUARANTINES.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REJ-EOF = "Y"
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-REJ-EOF
                   NOT AT END
                       IF REJ-RUN-DATE = WS-CYCLE-DATE
                           ADD 1 TO WS-QUARANTINED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       COUNT-SUSPECTS.
           OPEN INPUT SUSPECT-FILE
           IF WS-SUS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUS-EOF = "Y"
               READ SUSPECT-FILE
                   AT END
                       MOVE "Y" TO WS-SUS-EOF
                   NOT AT END
                       IF SUSPECT-REC NOT = SPACES
                           ADD 1 TO WS-SUSPECTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.

      *> Every message line on the manifest goes to the sort with
      *> the destination it sits under; the DEST lines' own record
      *> counts are added up on the way past, to be proved against
      *> the lines themselves.
       RELEASE-MANIFEST.
           MOVE SPACES TO WS-MAN-REL-DEST
           MOVE "N" TO WS-REL-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STATUS = "35"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  NO DECRYPT.DST MANIFEST FOR THE CYCLE"
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-EXCEPTION
               MOVE "Y" TO WS-REL-EOF
           END-IF
           PERFORM UNTIL WS-REL-EOF = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-REL-EOF
                   NOT AT END
                       IF MANIFEST-REC(1:5) = "DEST "
                           MOVE MANIFEST-REC(6:4) TO WS-MAN-REL-DEST
                           ADD FUNCTION NUMVAL(MANIFEST-REC(14:6))
                               TO WS-MAN-DEST-TOTAL
                       ELSE
                           IF MANIFEST-REC(1:6) = "  MSG "
                               ADD 1 TO WS-MAN-LINES
                               MOVE MANIFEST-REC(7:8) TO SR-MSG-ID
                               MOVE WS-MAN-REL-DEST TO SR-DEST
                               MOVE "N" TO SR-TRIAGE
                               MOVE "N" TO SR-RELEASE
                               IF MANIFEST-REC(67:6) = "TRIAGE"
                                   MOVE "Y" TO SR-TRIAGE
                               END-IF
                               IF MANIFEST-REC(67:8) = "RELEASED"
                                   MOVE "Y" TO SR-RELEASE
                               END-IF
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAN-STATUS NOT = "35"
               CLOSE MANIFEST-FILE
           END-IF.

      *> One message at a time off the sorted lines: delivered if
      *> any of its lines sits under a real destination, held if
      *> HOLD is all it got.
       WALK-DELIVERIES.
           MOVE SPACES TO WS-CUR-MSG
           MOVE "N" TO WS-CUR-DELIVERED
           MOVE "N" TO WS-CUR-HELD
           OPEN INPUT SORTED-MAN-FILE
           PERFORM UNTIL WS-SRT-EOF = "Y"
               READ SORTED-MAN-FILE
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       IF SM-MSG-ID NOT = WS-CUR-MSG
                           PERFORM SETTLE-ONE-MESSAGE
                           MOVE SM-MSG-ID TO WS-CUR-MSG
                           MOVE "N" TO WS-CUR-DELIVERED
                           MOVE "N" TO WS-CUR-HELD
                           MOVE "N" TO WS-CUR-TRIAGE
                           MOVE "N" TO WS-CUR-DECRYPT
                       END-IF
                       IF SM-DEST NOT = "HOLD"
                           MOVE "Y" TO WS-CUR-DELIVERED
                       ELSE
                           MOVE "Y" TO WS-CUR-HELD
                       END-IF
                       IF SM-TRIAGE = "Y"
                           MOVE "Y" TO WS-CUR-TRIAGE
                       END-IF
                       IF SM-TRIAGE = "N" AND SM-RELEASE = "N"
                           MOVE "Y" TO WS-CUR-DECRYPT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SETTLE-ONE-MESSAGE
           CLOSE SORTED-MAN-FILE.

      *> A delivered message is acknowledged once the master says
      *> ACKED, overdue once it is ESCALATED, has been repeated, or
      *> has waited past ACKPROC's grace period, and pending
      *> otherwise. A delivered message the master shows any other
      *> way -- or does not have at all -- is listed, and leaves
      *> the acknowledgment line out of balance. A suspect TRIAGE
      *> recovered was never released by DECRYPT, so it stays out
      *> of the DECRYPT line; delivered, it is acknowledged like any
      *> other delivery. So is a message released from HOLD that
      *> DECRYPT parked in an earlier cycle -- one released the same
      *> cycle it was parked has DECRYPT's HOLD line as well, and is
      *> simply delivered. Collective traffic with some members'
      *> copies under HOLD is not delivered until the last of them
      *> is released: while the master still says DECRYPTED it is
      *> counted held, not delivered -- and a member released from
      *> an earlier cycle's HOLD while others still wait is a
      *> delivery pending its ack.
       SETTLE-ONE-MESSAGE.
           IF WS-CUR-MSG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-TRIAGE = "Y"
               ADD 1 TO WS-RECOVERED
               IF WS-CUR-DELIVERED = "N"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RECOVERED-DELIVERED
           ELSE
               IF WS-CUR-DECRYPT = "N"
                   ADD 1 TO WS-LATE-RELEASED
               ELSE
                   IF WS-CUR-DELIVERED = "N"
                       ADD 1 TO WS-HELD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DELIVERED
               END-IF
           END-IF
           MOVE WS-CUR-MSG TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-THIS-LINE
                   STRING "  MSG " WS-CUR-MSG
                       " DELIVERED ON THE MANIFEST -- NOT ON THE "
                       "MESSAGE MASTER"
                       DELIMITED BY SIZE INTO WS-THIS-LINE
                   PERFORM NOTE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS = "ACKED"
               ADD 1 TO WS-ACKED
               EXIT PARAGRAPH
           END-IF
           IF MM-STATUS = "ESCALATED"
               ADD 1 TO WS-OVERDUE
               EXIT PARAGRAPH
           END-IF
           IF MM-STATUS = "DECRYPTED" AND MM-MEMBER-ACKS NOT = SPACES
               IF WS-CUR-TRIAGE = "N" AND WS-CUR-DECRYPT = "N"
                   ADD 1 TO WS-PENDING
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUR-HELD = "Y"
                   IF WS-CUR-TRIAGE = "Y"
                       SUBTRACT 1 FROM WS-RECOVERED-DELIVERED
                   ELSE
                       SUBTRACT 1 FROM WS-DELIVERED
                       ADD 1 TO WS-HELD
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MM-STATUS NOT = "DELIVERED"
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " WS-CUR-MSG
                   " DELIVERED ON THE MANIFEST -- MASTER SAYS "
                   MM-STATUS
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               PERFORM NOTE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AGE-DAYS
           IF MM-DEC-STAMP(1:8) IS NUMERIC
               MOVE MM-DEC-STAMP(1:8) TO WS-STAMP-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-STAMP-NUM)
           END-IF
           IF WS-AGE-DAYS > WS-GRACE-DAYS
                   OR (MM-RETRY-COUNT IS NUMERIC
                       AND MM-RETRY-COUNT > ZERO)
               ADD 1 TO WS-OVERDUE
           ELSE
               ADD 1 TO WS-PENDING
           END-IF.

       NOTE-EXCEPTION.
           IF WS-EXC-USED < 200
               ADD 1 TO WS-EXC-USED
               MOVE WS-THIS-LINE TO WS-EXC-LINE(WS-EXC-USED)
           END-IF.

       WRITE-REPORT.
           MOVE "END-OF-DAY CONTROL BALANCE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENC-ENDS TO WS-COUNT-DISP
           MOVE WS-DEC-ENDS TO WS-COUNT-DISP-2
           STRING "CYCLE DATE " WS-CYCLE-DATE
               "  ENCRYPT RUN(S) " WS-COUNT-DISP
               "  DECRYPT RUN(S) " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE "RECORDS INTO ENCRYPT" TO WS-BAL-TITLE
           MOVE "RECORDS READ FROM ENCRYPT.IN (RUN.CTL)"
               TO WS-BAL-LABEL(1)
           MOVE WS-ENC-INPUT TO WS-BAL-VALUE(1)
           MOVE "ENCIPHERED (RUN.CTL)" TO WS-BAL-LABEL(2)
           MOVE WS-ENC-OUTPUT TO WS-BAL-VALUE(2)
           MOVE "QUARANTINED (ENCRYPT.REJ)" TO WS-BAL-LABEL(3)
           MOVE WS-QUARANTINED TO WS-BAL-VALUE(3)
           MOVE "CANCELLED BY ORIGIN (RUN.CTL)" TO WS-BAL-LABEL(4)
           MOVE WS-ENC-CANCELLED TO WS-BAL-VALUE(4)
           MOVE 4 TO WS-BAL-ITEMS
           PERFORM WRITE-BALANCE-LINE

           MOVE "RECORDS ENCIPHERED" TO WS-BAL-TITLE
           MOVE "ENCIPHERED (RUN.CTL)" TO WS-BAL-LABEL(1)
           MOVE WS-ENC-OUTPUT TO WS-BAL-VALUE(1)
           MOVE "RELEASED BY DECRYPT (RUN.CTL)" TO WS-BAL-LABEL(2)
           MOVE WS-DEC-RELEASED TO WS-BAL-VALUE(2)
           MOVE "SUSPECT (DECRYPT.SUS)" TO WS-BAL-LABEL(3)
           MOVE WS-SUSPECTS TO WS-BAL-VALUE(3)
           MOVE "IN FAILED BATCHES (RUN.CTL)" TO WS-BAL-LABEL(4)
           MOVE WS-DEC-FAILED TO WS-BAL-VALUE(4)
           MOVE "CANCELLED BEFORE RELEASE (RUN.CTL)"
               TO WS-BAL-LABEL(5)
           MOVE WS-DEC-CANCELLED TO WS-BAL-VALUE(5)
           MOVE "CORRUPTED IN TRANSFER (RUN.CTL)" TO WS-BAL-LABEL(6)
           MOVE WS-DEC-CORRUPT TO WS-BAL-VALUE(6)
           MOVE 6 TO WS-BAL-ITEMS
           PERFORM WRITE-BALANCE-LINE

           MOVE "RECORDS RELEASED FOR DELIVERY" TO WS-BAL-TITLE
           MOVE "RELEASED BY DECRYPT (RUN.CTL)" TO WS-BAL-LABEL(1)
           MOVE WS-DEC-RELEASED TO WS-BAL-VALUE(1)
           MOVE "DELIVERED TO DESTINATIONS (DECRYPT.DST)"
               TO WS-BAL-LABEL(2)
           MOVE WS-DELIVERED TO WS-BAL-VALUE(2)
           MOVE "HELD UNDER HOLD (DECRYPT.DST)" TO WS-BAL-LABEL(3)
           MOVE WS-HELD TO WS-BAL-VALUE(3)
           MOVE "PULLED AT DISTRIBUTION (RUN.CTL)"
               TO WS-BAL-LABEL(4)
           MOVE WS-DEC-PULLED TO WS-BAL-VALUE(4)
           MOVE 4 TO WS-BAL-ITEMS
           PERFORM WRITE-BALANCE-LINE
           IF WS-RECOVERED > ZERO
               MOVE WS-RECOVERED TO WS-COUNT-DISP
               MOVE WS-RECOVERED-DELIVERED TO WS-COUNT-DISP-2
               MOVE SPACES TO REPORT-REC
               STRING "      (SUSPECTS RECOVERED BY TRIAGE, NOT "
                   "INCLUDED ABOVE " WS-COUNT-DISP
                   " -- DELIVERED " WS-COUNT-DISP-2 ")"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-LATE-RELEASED > ZERO
               MOVE WS-LATE-RELEASED TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-REC
               STRING "      (RELEASED FROM AN EARLIER CYCLE'S HOLD, "
                   "NOT INCLUDED ABOVE " WS-COUNT-DISP ")"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE "MANIFEST COUNTS" TO WS-BAL-TITLE
           MOVE "DEST LINE RECORD COUNTS (DECRYPT.DST)"
               TO WS-BAL-LABEL(1)
           MOVE WS-MAN-DEST-TOTAL TO WS-BAL-VALUE(1)
           MOVE "MESSAGE LINES LISTED (DECRYPT.DST)"
               TO WS-BAL-LABEL(2)
           MOVE WS-MAN-LINES TO WS-BAL-VALUE(2)
           MOVE 2 TO WS-BAL-ITEMS
           PERFORM WRITE-BALANCE-LINE

           MOVE "DELIVERIES ACCOUNTED FOR" TO WS-BAL-TITLE
           MOVE "DELIVERED INCL. SUPPLEMENTARY (DECRYPT.DST)"
               TO WS-BAL-LABEL(1)
           COMPUTE WS-ALL-DELIVERED =
               WS-DELIVERED + WS-RECOVERED-DELIVERED
                   + WS-LATE-RELEASED
           MOVE WS-ALL-DELIVERED TO WS-BAL-VALUE(1)
           MOVE "ACKNOWLEDGED (MSG.MAST)" TO WS-BAL-LABEL(2)
           MOVE WS-ACKED TO WS-BAL-VALUE(2)
           MOVE "PENDING (MSG.MAST)" TO WS-BAL-LABEL(3)
           MOVE WS-PENDING TO WS-BAL-VALUE(3)
           MOVE "OVERDUE (MSG.MAST)" TO WS-BAL-LABEL(4)
           MOVE WS-OVERDUE TO WS-BAL-VALUE(4)
           MOVE 4 TO WS-BAL-ITEMS
           PERFORM WRITE-BALANCE-LINE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "EXCEPTIONS" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-EXC-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-EXC-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-EXC-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-OUT-OF-BALANCE = ZERO
               MOVE "ALL LINES BALANCED" TO REPORT-REC
           ELSE
               STRING "*** " WS-OUT-OF-BALANCE " OF " WS-BAL-NUM
                   " LINES OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

      *> One numbered balance line: the left figure, each figure
      *> that should add up to it, and the verdict -- the
      *> difference is the left figure less the sum, so a positive
      *> one is records that went missing between the two.
       WRITE-BALANCE-LINE.
           ADD 1 TO WS-BAL-NUM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING WS-BAL-NUM "  " WS-BAL-TITLE
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ZERO TO WS-BAL-SUM
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-ITEMS
               MOVE WS-BAL-VALUE(WS-BAL-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO REPORT-REC
               IF WS-BAL-IDX = 1
                   STRING "      " WS-BAL-LABEL(WS-BAL-IDX)
                       "  " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   IF WS-BAL-IDX = 2
                       STRING "    = "
                           DELIMITED BY SIZE INTO REPORT-REC
                   ELSE
                       STRING "    + "
                           DELIMITED BY SIZE INTO REPORT-REC
                   END-IF
                   STRING WS-BAL-LABEL(WS-BAL-IDX)
                       "  " WS-COUNT-DISP
                       DELIMITED BY SIZE INTO REPORT-REC(7:)
                   ADD WS-BAL-VALUE(WS-BAL-IDX) TO WS-BAL-SUM
               END-IF
               WRITE REPORT-REC
           END-PERFORM
           COMPUTE WS-BAL-DIFF = WS-BAL-VALUE(1) - WS-BAL-SUM
           MOVE SPACES TO REPORT-REC
           IF WS-BAL-DIFF = ZERO
               MOVE "      BALANCED" TO REPORT-REC
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE WS-BAL-DIFF TO WS-DIFF-DISP
               STRING "      *** OUT OF BALANCE -- DIFFERENCE "
                   WS-DIFF-DISP " ***"
                   DELIMITED BY SIZE INTO REPORT-REC
               DISPLAY "BALRPT: " FUNCTION TRIM(WS-BAL-TITLE)
                   " OUT OF BALANCE BY " WS-DIFF-DISP
           END-IF
           WRITE REPORT-REC.
       END PROGRAM BALRPT.
