               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO "ACK.OVD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "ACKPROC.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "ACKPROC.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STATION-DIR-FILE ASSIGN TO "STATION.DIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
      *> Acks and manifest deliveries sorted into message-id order
      *> and matched as streams, the way RECON reconciles its three
      *> files -- there is no in-storage table to overflow, so a
           01 MANIFEST-REC PIC X(80).
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD OVERDUE-FILE.
           COPY CIPHOVD.
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(2).
       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       SD SORT-FILE.
           01 SORT-REC.
               05 SR-MSG-ID PIC X(8).
           01 WS-CTL-STATUS PIC XX.
           01 WS-REL-EOF PIC X.
           01 WS-MST-OPEN PIC X VALUE "N".
           01 WS-JRN-STATUS PIC XX.
           01 WS-JRN-OLD-STATUS PIC X(10).
      *> Days a delivery may wait for its ack before the report
      *> calls it out -- columns 1-2 of the control card, default 2.
           01 WS-GRACE-DAYS PIC 99 VALUE 2.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
           01 WS-COUNT-DISP-4 PIC Z(5)9.
      *> The collective routing codes on STATION.DIR with their
      *> member lists. Each member of a collective acks its own
      *> copy, and the master keeps one flag per member position;
      *> the message is ACKED when the last member's flag goes on.
      *> No STATION.DIR allocated means no collectives to split.
           01 WS-STA-STATUS PIC XX.
           01 WS-STA-EOF PIC X VALUE "N".
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY OCCURS 50 TIMES.
                   10 WS-GRP-CODE PIC X(4).
                   10 WS-GRP-MEMBER PIC X(4) OCCURS 10 TIMES.
           01 WS-GRP-USED PIC 99 VALUE ZERO.
           01 WS-GRP-IDX PIC 99.
           01 WS-GRP-SLOT PIC 99.
           01 WS-MEMBER-IDX PIC 99.
           01 WS-MEMBER-POS PIC 99.
           01 WS-MEMBERS-OWED PIC 99.
           01 WS-MEMBERS-HELD PIC 99.
       PROCEDURE DIVISION.
      *> Closes the loop the distribution pass leaves open: DECRYPT
      *> marks a message DELIVERED the moment it is copied into a
           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM

           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-COLLECTIVES

           SORT SORT-FILE
               ON ASCENDING KEY SR-MSG-ID SR-DEST
           OPEN I-O MESSAGE-MASTER-FILE
           IF WS-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-OPEN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRN-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           ELSE
               DISPLAY "ACKPROC: message master unavailable, status "
                   WS-MST-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT OVERDUE-FILE
           MOVE "DELIVERY ACKNOWLEDGMENT REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           CLOSE OVERDUE-FILE

           IF WS-MST-OPEN = "Y"
               CLOSE MESSAGE-MASTER-FILE
               CLOSE JOURNAL-FILE
           END-IF

           DISPLAY "ACKPROC: " WS-COUNT-DISP " acknowledged, "
           END-READ
           CLOSE CONTROL-CARD-FILE.

      *> Only effective collectives are kept -- traffic to one
      *> withdrawn since it went out is acked like any other.
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

      *> Where the delivery in hand (WS-THIS-DEST) sits in the
      *> member list of the collective the master was sent to --
      *> zero when MM-DEST is not a collective or the destination
      *> is not one of its members.
       FIND-MEMBER-POSITION.
           MOVE ZERO TO WS-MEMBER-POS
           MOVE ZERO TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-USED
               IF WS-GRP-CODE(WS-GRP-IDX) = MM-DEST
                   MOVE WS-GRP-IDX TO WS-GRP-SLOT
               END-IF
           END-PERFORM
           IF WS-GRP-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > 10
               IF WS-GRP-MEMBER(WS-GRP-SLOT, WS-MEMBER-IDX)
                       = WS-THIS-DEST
                   MOVE WS-MEMBER-IDX TO WS-MEMBER-POS
               END-IF
           END-PERFORM.

       RELEASE-ACKS.
           MOVE "N" TO WS-REL-EOF
           OPEN INPUT ACK-FILE

      *> Only a DELIVERED record advances -- an ack for a message
      *> the master never saw delivered says the files are out of
      *> step, and the master is left alone to say so. A message
      *> RETRANS gave up on (ESCALATED) that is finally acked is
      *> closed off the same way: the ack is what everyone wanted.
      *> A member's ack of collective traffic only sets that
      *> member's flag until the last one is in. Collective traffic
      *> with a member's copy still on HOLD stays DECRYPTED, but
      *> the members that did get their copies ack it all the same.
       MARK-ACKNOWLEDGED.
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
                       " on manifest but not in master"
                   EXIT PARAGRAPH
           END-READ
           IF MM-STATUS = "DECRYPTED" AND MM-DEST NOT = WS-THIS-DEST
               PERFORM FIND-MEMBER-POSITION
               IF WS-MEMBER-POS > ZERO
                   IF MM-MEMBER-ACK(WS-MEMBER-POS) NOT = "H"
                       PERFORM MARK-MEMBER-ACKNOWLEDGED
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MM-STATUS = "DELIVERED" OR MM-STATUS = "ESCALATED"
               IF MM-DEST NOT = WS-THIS-DEST
                   PERFORM FIND-MEMBER-POSITION
                   IF WS-MEMBER-POS > ZERO
                       PERFORM MARK-MEMBER-ACKNOWLEDGED
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE MM-STATUS TO WS-JRN-OLD-STATUS
               MOVE "ACKED" TO MM-STATUS
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ACKPROC: master rewrite failed for "
                           MM-MSG-ID
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
               ADD 1 TO WS-ACKED-COUNT
           ELSE
               END-IF
           END-IF.

      *> The member's flag goes on; the status only moves when no
      *> member is still owed an ack. A member whose copy DECRYPT
      *> parked under HOLD ("H") never got it, so owes nothing --
      *> but while one is parked the message is not delivered, and
      *> it cannot be ACKED either. A partial ack is journalled
      *> with the status unchanged, so forward recovery carries
      *> the flags in the after-image.
       MARK-MEMBER-ACKNOWLEDGED.
           MOVE MM-STATUS TO WS-JRN-OLD-STATUS
           MOVE "Y" TO MM-MEMBER-ACK(WS-MEMBER-POS)
           MOVE ZERO TO WS-MEMBERS-OWED
           MOVE ZERO TO WS-MEMBERS-HELD
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > 10
               IF WS-GRP-MEMBER(WS-GRP-SLOT, WS-MEMBER-IDX)
                       NOT = SPACES
                   IF MM-MEMBER-ACK(WS-MEMBER-IDX) = "H"
                       ADD 1 TO WS-MEMBERS-HELD
                   ELSE
                       IF MM-MEMBER-ACK(WS-MEMBER-IDX) NOT = "Y"
                           ADD 1 TO WS-MEMBERS-OWED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBERS-OWED = ZERO AND WS-MEMBERS-HELD = ZERO
                   AND MM-STATUS NOT = "DECRYPTED"
               MOVE "ACKED" TO MM-STATUS
           END-IF
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACKPROC: master rewrite failed for "
                       MM-MSG-ID
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE
           ADD 1 TO WS-ACKED-COUNT.

      *> The status journal's record of the acknowledgment -- the
      *> only change this job makes is to ACKED, or a member's ack
      *> flag on collective traffic.
       WRITE-JOURNAL-ENTRY.
           MOVE MM-MSG-ID TO JR-MSG-ID
           MOVE WS-JRN-OLD-STATUS TO JR-OLD-STATUS
           MOVE MM-STATUS TO JR-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE "ACKPROC" TO JR-PROGRAM
           MOVE "*BATCH*" TO JR-OPERATOR-ID
           MOVE SPACES TO JR-AFTER-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

      *> Unacknowledged deliveries inside the grace period are only
      *> counted; past it they get a report line with the age, so
      *> the desk chases real silence and not yesterday's mail --
      *> and a line on ACK.OVD, the list RETRANS resends from. A
      *> repeat already sent shows its count on the report line.
      *> A collective member whose ack came in on an earlier run is
      *> not silent, however long the others take -- and one whose
      *> copy was parked under HOLD was never sent anything.
       NOTE-UNACKNOWLEDGED.
           IF WS-MST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           IF MM-STATUS NOT = "DELIVERED"
               EXIT PARAGRAPH
           END-IF
           IF MM-DEST NOT = WS-THIS-DEST
               PERFORM FIND-MEMBER-POSITION
               IF WS-MEMBER-POS > ZERO
                   IF MM-MEMBER-ACK(WS-MEMBER-POS) = "Y"
                           OR MM-MEMBER-ACK(WS-MEMBER-POS) = "H"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-AGE-DAYS
           IF MM-DEC-STAMP(1:8) IS NUMERIC
               MOVE MM-DEC-STAMP(1:8) TO WS-STAMP-NUM
                   " -- " WS-AGE-DISP
                   " DAY(S), NO ACKNOWLEDGMENT"
                   DELIMITED BY SIZE INTO REPORT-REC
               IF MM-RETRY-COUNT IS NUMERIC
                       AND MM-RETRY-COUNT > ZERO
                   STRING " -- REPEATED " MM-RETRY-COUNT " TIME(S)"
                       DELIMITED BY SIZE INTO REPORT-REC(59:30)
               END-IF
               WRITE REPORT-REC
               MOVE WS-THIS-MSG TO OV-MSG-ID
               MOVE WS-THIS-DEST TO OV-DEST
               MOVE WS-AGE-DAYS TO OV-AGE-DAYS
               WRITE OVERDUE-RECORD
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
