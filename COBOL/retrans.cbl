       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDUE-FILE ASSIGN TO "ACK.OVD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT CIPHERTEXT-STORE-FILE ASSIGN TO "CIPHER.STO"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CS-MSG-ID
               FILE STATUS IS WS-STO-STATUS.
      *> One physical output file serves every destination in turn,
      *> named RETRANS.<routing-code> at run time the way DECRYPT
      *> names its delivery files.
           SELECT RETRANS-FILE ASSIGN USING WS-RETRANS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETRANS.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "RETRANS.EXC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RETRANS.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
      *> The overdue list comes off ACKPROC in message-id order; it
      *> is sorted by routing code so each destination's repeats are
      *> cut into its file in one stretch.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT SORTED-FILE ASSIGN TO "RETRANS.SRT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OVERDUE-FILE.
           COPY CIPHOVD.
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD CIPHERTEXT-STORE-FILE.
           COPY CIPHSTO.
       FD RETRANS-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-RTX-REC-LEN.
           01 RETRANS-REC PIC X(110).
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       FD EXCEPTION-FILE.
           01 EXCEPTION-REC PIC X(132).
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(2).
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       SD SORT-FILE.
           01 SORT-REC.
               05 SR-DEST PIC X(4).
               05 SR-MSG-ID PIC X(8).
       FD SORTED-FILE.
           01 SORTED-REC.
               05 SS-DEST PIC X(4).
               05 SS-MSG-ID PIC X(8).
       WORKING-STORAGE SECTION.
           COPY CIPHENV.
           COPY CIPHHDR.
           01 WS-OVD-STATUS PIC XX.
           01 WS-MST-STATUS PIC XX.
           01 WS-JRN-STATUS PIC XX.
           01 WS-STO-STATUS PIC XX.
           01 WS-RTX-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-REL-EOF PIC X.
           01 WS-SRT-EOF PIC X.
      *> Repeats a delivery may get before RETRANS stops resending
      *> it and escalates -- columns 1-2 of the control card,
      *> default 3.
           01 WS-MAX-RETRIES PIC 99 VALUE 3.
           01 WS-TODAY PIC X(21).
           01 WS-RETRIES PIC 99.
           01 WS-JRN-OLD-STATUS PIC X(10).
           01 WS-RETRANS-FILE-NAME PIC X(12) VALUE SPACES.
           01 WS-RTX-REC-LEN PIC 9(4).
      *> The repeat as it goes out, blank-filled to full width, and
      *> the check group summed over it -- summed afresh, because
      *> the "R" type byte is part of what is vouched for.
           01 WS-CHK-IMAGE PIC X(110).
           01 WS-CHK-IDX PIC 9(4).
           01 WS-CHK-SUM PIC 9(9).
           01 WS-CHK-GROUP PIC 9(5).
           01 WS-RTX-OPEN PIC X VALUE "N".
           01 WS-CUR-DEST PIC X(4) VALUE SPACES.
           01 WS-PREV-KEY PIC X(12) VALUE SPACES.
           01 WS-SENT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-FILE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-ESCALATED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
           01 WS-CLEARED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REROUTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
           01 WS-COUNT-DISP-4 PIC Z(5)9.
           01 WS-COUNT-DISP-5 PIC Z(5)9.
           01 WS-AGE-DISP PIC ZZZZ9.
      *> The collective routing codes on STATION.DIR with their
      *> member lists, so a member's copy resent under its
      *> collective is not taken for a message re-routed since it
      *> was enciphered. No STATION.DIR allocated means none.
           01 WS-STA-STATUS PIC XX.
           01 WS-STA-EOF PIC X VALUE "N".
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY OCCURS 50 TIMES.
                   10 WS-GRP-CODE PIC X(4).
                   10 WS-GRP-MEMBER PIC X(4) OCCURS 10 TIMES.
           01 WS-GRP-USED PIC 99 VALUE ZERO.
           01 WS-GRP-IDX PIC 99.
           01 WS-MEMBER-IDX PIC 99.
      *> "Y" when the master's routing code is no longer the one in
      *> the stored envelope -- DISPATCH released it from HOLD to a
      *> new destination after ENCRYPT had cut it.
           01 WS-REROUTED PIC X.
       PROCEDURE DIVISION.
      *> Automatic retransmission of deliveries nobody acknowledged.
      *> ACKPROC lists every delivery still silent past the grace
      *> period on ACK.OVD; this job takes that list and, for each
      *> message, re-cuts the enciphered copy ENCRYPT kept in the
      *> ciphertext store into RETRANS.<routing-code>, marked as a
      *> repeat, and counts the repeat on the master. Each repeat
      *> is bracketed as a batch of its own under the key it was
      *> first sent with -- one destination's overdue traffic can
      *> span several days' keys -- so the file can go straight back
      *> through DECRYPT or out to the destination as it stands. A
      *> message that has already been repeated the limit on the
      *> control card is not sent again: it goes to ESCALATED and
      *> onto the exception report, for a person to chase.
       MAIN-PROCEDURE.
           DISPLAY "RETRANS"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-COLLECTIVES

           OPEN I-O MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "RETRANS: message master unavailable, status "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CIPHERTEXT-STORE-FILE
           IF WS-STO-STATUS NOT = "00"
               DISPLAY "RETRANS: ciphertext store unavailable, status "
                   WS-STO-STATUS
               CLOSE MESSAGE-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "RETRANSMISSION OF UNACKNOWLEDGED DELIVERIES"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RETRY LIMIT " WS-MAX-RETRIES
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "REPEATS SENT" TO REPORT-REC
           WRITE REPORT-REC

           OPEN OUTPUT EXCEPTION-FILE
           MOVE "RETRANSMISSION EXCEPTIONS" TO EXCEPTION-REC
           WRITE EXCEPTION-REC
           MOVE SPACES TO EXCEPTION-REC
           STRING "RETRY LIMIT " WS-MAX-RETRIES
               DELIMITED BY SIZE INTO EXCEPTION-REC
           WRITE EXCEPTION-REC
           MOVE SPACES TO EXCEPTION-REC
           WRITE EXCEPTION-REC

           SORT SORT-FILE
               ON ASCENDING KEY SR-DEST SR-MSG-ID
               INPUT PROCEDURE IS SCREEN-OVERDUE
               GIVING SORTED-FILE

           PERFORM CUT-REPEATS
           IF WS-SENT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-ESCALATED-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
                   AND WS-REROUTED-COUNT = ZERO
               MOVE "  NONE" TO EXCEPTION-REC
               WRITE EXCEPTION-REC
           END-IF

           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           MOVE WS-FILE-COUNT TO WS-COUNT-DISP-2
           MOVE WS-ESCALATED-COUNT TO WS-COUNT-DISP-3
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP-4
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "REPEATED " WS-COUNT-DISP
               "  DESTINATION FILES " WS-COUNT-DISP-2
               "  ESCALATED " WS-COUNT-DISP-3
               "  NO STORED COPY " WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CLEARED-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-REC
           STRING "ACKED OR MOVED ON SINCE THE LIST WAS CUT "
               WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-REROUTED-COUNT TO WS-COUNT-DISP-5
           MOVE SPACES TO REPORT-REC
           STRING "RE-ROUTED UNDER A NET KEY, LEFT TO RESEND BY HAND "
               WS-COUNT-DISP-5
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE MESSAGE-MASTER-FILE
           CLOSE CIPHERTEXT-STORE-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "RETRANS: " WS-COUNT-DISP " repeated, "
               WS-COUNT-DISP-3 " escalated, "
               WS-COUNT-DISP-4 " with no stored copy, "
               WS-COUNT-DISP-5 " re-routed"
      *> Escalations, missing copies and re-routed net-key traffic
      *> need a person -- the scheduler is told the way RECON flags
      *> its exceptions.
           IF WS-ESCALATED-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
                   OR WS-REROUTED-COUNT > ZERO
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
                   IF CONTROL-CARD-REC IS NUMERIC
                       MOVE CONTROL-CARD-REC TO WS-MAX-RETRIES
                   END-IF
           END-READ
           CLOSE CONTROL-CARD-FILE.

      *> Only effective collectives are kept, as ACKPROC keeps them.
       LOAD-COLLECTIVES.
           OPEN INPUT STATION-DIR-FILE
           IF WS-STA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STA-EOF = "Y"
               READ STATION-DIR-FILE
                   AT END
                       MOVE "Y" TO WS-STA-EOF
                   NOT AT END
                       IF SD-KIND = "G" AND SD-STATUS = "E"
                               AND WS-GRP-USED < 50
                           ADD 1 TO WS-GRP-USED
                           MOVE SD-CODE TO WS-GRP-CODE(WS-GRP-USED)
                           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                                   UNTIL WS-MEMBER-IDX > 10
                               MOVE SD-MEMBER(WS-MEMBER-IDX)
                                   TO WS-GRP-MEMBER(WS-GRP-USED,
                                       WS-MEMBER-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-DIR-FILE.

      *> Every overdue delivery is settled here before anything is
      *> cut: one acked (or otherwise moved on) since ACKPROC ran is
      *> left alone, one at the retry limit is escalated, one with no
      *> stored copy goes on the exception report -- only what is
      *> left to resend is passed to the sort. A member's overdue
      *> copy of collective traffic is resent under the collective
      *> the master was sent to, so the members still silent share
      *> one repeat (DECRYPT gives it only to the members whose
      *> acks are still owed) and the message's retries are
      *> counted once. A message DISPATCH has re-routed since it
      *> was enciphered under a net key cannot be resent as stored:
      *> DECRYPT picks the net key by the envelope's routing code,
      *> so the copy would go under the old code's key or be held.
      *> That one is listed on the exception report for a person to
      *> resend; under the general key the repeat is simply
      *> re-addressed when it is cut.
       SCREEN-OVERDUE.
           MOVE "N" TO WS-REL-EOF
           OPEN INPUT OVERDUE-FILE
           IF WS-OVD-STATUS = "35"
               DISPLAY "RETRANS: no ACK.OVD -- nothing overdue"
               MOVE "Y" TO WS-REL-EOF
           END-IF
           PERFORM UNTIL WS-REL-EOF = "Y"
               READ OVERDUE-FILE
                   AT END
                       MOVE "Y" TO WS-REL-EOF
                   NOT AT END
                       IF OVERDUE-RECORD NOT = SPACES
                           PERFORM SCREEN-ONE-OVERDUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVD-STATUS NOT = "35"
               CLOSE OVERDUE-FILE
           END-IF.

       SCREEN-ONE-OVERDUE.
           MOVE OV-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CLEARED-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS NOT = "DELIVERED"
               ADD 1 TO WS-CLEARED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RETRIES
           IF MM-RETRY-COUNT IS NUMERIC
               MOVE MM-RETRY-COUNT TO WS-RETRIES
           END-IF
           IF WS-RETRIES >= WS-MAX-RETRIES
               PERFORM ESCALATE-ONE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE OV-MSG-ID TO CS-MSG-ID
           READ CIPHERTEXT-STORE-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE OV-AGE-DAYS TO WS-AGE-DISP
                   MOVE SPACES TO EXCEPTION-REC
                   STRING "  MSG " OV-MSG-ID " TO " OV-DEST
                       " -- " WS-AGE-DISP " DAY(S) UNACKED,"
                       " NO STORED CIPHERTEXT TO RESEND"
                       DELIMITED BY SIZE INTO EXCEPTION-REC
                   WRITE EXCEPTION-REC
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-REROUTED
           IF WS-REROUTED = "Y" AND CS-NET NOT = SPACES
               ADD 1 TO WS-REROUTED-COUNT
               MOVE SPACES TO EXCEPTION-REC
               STRING "  MSG " OV-MSG-ID " TO " MM-DEST
                   " -- RE-ROUTED FROM " ENV-DEST
                   " SINCE ENCIPHERMENT UNDER NET " CS-NET
                   " -- RESEND BY HAND"
                   DELIMITED BY SIZE INTO EXCEPTION-REC
               WRITE EXCEPTION-REC
               EXIT PARAGRAPH
           END-IF
           MOVE OV-DEST TO SR-DEST
           IF MM-DEST NOT = SPACES
               MOVE MM-DEST TO SR-DEST
           END-IF
           MOVE OV-MSG-ID TO SR-MSG-ID
           RELEASE SORT-REC.

      *> Whether the stored envelope (left in ENVELOPE-RECORD) still
      *> carries the routing code on the master. A collective master
      *> holding a member's own envelope is not a re-route -- the
      *> message went out to that member under the collective.
       CHECK-REROUTED.
           MOVE "N" TO WS-REROUTED
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE CS-CIPHER-REC(1:CS-REC-LEN)
               TO ENVELOPE-RECORD(1:CS-REC-LEN)
           IF MM-DEST = SPACES OR MM-DEST = ENV-DEST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-USED
               IF WS-GRP-CODE(WS-GRP-IDX) = MM-DEST
                   PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                           UNTIL WS-MEMBER-IDX > 10
                       IF WS-GRP-MEMBER(WS-GRP-IDX, WS-MEMBER-IDX)
                               = ENV-DEST
                           EXIT PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-REROUTED.

      *> The retries are spent: the message stops going out and
      *> sits in its own status until a person has dealt with it.
      *> A late ack still closes it (ACKPROC takes ESCALATED to
      *> ACKED).
       ESCALATE-ONE-MESSAGE.
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE "ESCALATED" TO MM-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "RETRANS: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE OV-AGE-DAYS TO WS-AGE-DISP
           MOVE SPACES TO EXCEPTION-REC
           STRING "  MSG " OV-MSG-ID " TO " OV-DEST
               " -- " WS-AGE-DISP " DAY(S) UNACKED AFTER "
               WS-RETRIES " REPEAT(S), ESCALATED"
               DELIMITED BY SIZE INTO EXCEPTION-REC
           WRITE EXCEPTION-REC.

      *> The sorted resend list walked once, a destination at a
      *> time: a change of routing code closes the last RETRANS file
      *> and opens the next. The same message listed twice for one
      *> destination (delivered on two manifests) is repeated once.
       CUT-REPEATS.
           MOVE "N" TO WS-SRT-EOF
           OPEN INPUT SORTED-FILE
           PERFORM UNTIL WS-SRT-EOF = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       IF SORTED-REC NOT = WS-PREV-KEY
                           MOVE SORTED-REC TO WS-PREV-KEY
                           IF SS-DEST NOT = WS-CUR-DEST
                               PERFORM OPEN-DESTINATION-FILE
                           END-IF
                           PERFORM CUT-ONE-REPEAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-FILE
           IF WS-RTX-OPEN = "Y"
               CLOSE RETRANS-FILE
           END-IF.

       OPEN-DESTINATION-FILE.
           IF WS-RTX-OPEN = "Y"
               CLOSE RETRANS-FILE
           END-IF
           MOVE SS-DEST TO WS-CUR-DEST
           MOVE SPACES TO WS-RETRANS-FILE-NAME
           STRING "RETRANS." DELIMITED BY SIZE
               WS-CUR-DEST DELIMITED BY SPACE
               INTO WS-RETRANS-FILE-NAME
           OPEN OUTPUT RETRANS-FILE
           MOVE "Y" TO WS-RTX-OPEN
           ADD 1 TO WS-FILE-COUNT.

      *> One repeat, bracketed on its own: a header naming the
      *> general key when the message went out under it (blank when
      *> it went under a net key, which the K record names instead),
      *> the envelope retyped "R" so every reader downstream knows
      *> it for a repeat, its check record, and a trailer proving
      *> the one record. A general-key message re-routed since it
      *> was cut goes out addressed to its new routing code -- the
      *> envelope fields are in clear and the check group is summed
      *> over the record as written. (A re-routed net-key message
      *> never gets this far; see SCREEN-ONE-OVERDUE.)
       CUT-ONE-REPEAT.
           MOVE SS-MSG-ID TO CS-MSG-ID
           READ CIPHERTEXT-STORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SS-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE "H" TO BH-RECORD-TYPE
           MOVE WS-TODAY(1:8) TO BH-RUN-DATE
           MOVE SPACES TO BH-KEY-DATE
           MOVE SPACES TO BH-KEY-ID
           IF CS-NET = SPACES
               MOVE CS-KEY-DATE TO BH-KEY-DATE
               MOVE CS-KEY-ID TO BH-KEY-ID
           END-IF
           MOVE 23 TO WS-RTX-REC-LEN
           MOVE SPACES TO RETRANS-REC
           MOVE BATCH-HEADER-RECORD TO RETRANS-REC(1:23)
           WRITE RETRANS-REC
           IF CS-NET NOT = SPACES
               MOVE "K" TO BK-RECORD-TYPE
               MOVE CS-NET TO BK-NET
               MOVE CS-KEY-DATE TO BK-KEY-DATE
               MOVE CS-KEY-ID TO BK-KEY-ID
               MOVE 19 TO WS-RTX-REC-LEN
               MOVE SPACES TO RETRANS-REC
               MOVE BATCH-NET-KEY-RECORD TO RETRANS-REC(1:19)
               WRITE RETRANS-REC
           END-IF

           PERFORM CHECK-REROUTED
           MOVE "R" TO ENV-RECORD-TYPE
           IF WS-REROUTED = "Y" AND CS-NET = SPACES
               MOVE MM-DEST TO ENV-DEST
           END-IF
           MOVE CS-REC-LEN TO WS-RTX-REC-LEN
           MOVE SPACES TO RETRANS-REC
           MOVE ENVELOPE-RECORD(1:CS-REC-LEN)
               TO RETRANS-REC(1:WS-RTX-REC-LEN)
           WRITE RETRANS-REC
           PERFORM WRITE-CHECK-RECORD

           MOVE "T" TO BT-RECORD-TYPE
           MOVE 1 TO BT-RECORD-COUNT
           COMPUTE BT-CHAR-COUNT = CS-REC-LEN - 31
           MOVE 15 TO WS-RTX-REC-LEN
           MOVE SPACES TO RETRANS-REC
           MOVE BATCH-TRAILER-RECORD TO RETRANS-REC(1:15)
           WRITE RETRANS-REC

           MOVE ZERO TO WS-RETRIES
           IF MM-RETRY-COUNT IS NUMERIC
               MOVE MM-RETRY-COUNT TO WS-RETRIES
           END-IF
           ADD 1 TO WS-RETRIES
           MOVE WS-RETRIES TO MM-RETRY-COUNT
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "RETRANS: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE
           ADD 1 TO WS-SENT-COUNT

           MOVE SPACES TO REPORT-REC
           STRING "  MSG " SS-MSG-ID " TO " WS-RETRANS-FILE-NAME
               " REPEAT " WS-RETRIES " OF " WS-MAX-RETRIES
               " UNDER KEY " CS-KEY-ID
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

      *> Summed the way ENCRYPT sums the nightly file, so the
      *> receiving DECRYPT holds back a repeat garbled in transfer
      *> exactly as it would the original.
       WRITE-CHECK-RECORD.
           MOVE SPACES TO WS-CHK-IMAGE
           MOVE RETRANS-REC(1:WS-RTX-REC-LEN)
               TO WS-CHK-IMAGE(1:WS-RTX-REC-LEN)
           MOVE ZERO TO WS-CHK-SUM
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 110
               COMPUTE WS-CHK-SUM = FUNCTION MOD(WS-CHK-SUM
                   + WS-CHK-IDX
                       * FUNCTION ORD(WS-CHK-IMAGE(WS-CHK-IDX:1)),
                   99991)
           END-PERFORM
           MOVE WS-CHK-SUM TO WS-CHK-GROUP
           MOVE "C" TO BC-RECORD-TYPE
           MOVE ENV-MSG-ID TO BC-MSG-ID
           MOVE WS-CHK-GROUP TO BC-CHECK-GROUP
           MOVE 14 TO WS-RTX-REC-LEN
           MOVE SPACES TO RETRANS-REC
           MOVE BATCH-CHECK-RECORD TO RETRANS-REC(1:14)
           WRITE RETRANS-REC.

      *> The journal records the repeat too -- the status stays
      *> DELIVERED, but the after-image carries the new count.
       WRITE-JOURNAL-ENTRY.
           MOVE MM-MSG-ID TO JR-MSG-ID
           MOVE WS-JRN-OLD-STATUS TO JR-OLD-STATUS
           MOVE MM-STATUS TO JR-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE "RETRANS" TO JR-PROGRAM
           MOVE "*BATCH*" TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.
       END PROGRAM RETRANS.
