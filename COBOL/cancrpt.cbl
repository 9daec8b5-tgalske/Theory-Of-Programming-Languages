       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-FILE ASSIGN TO "CANCEL.REQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CANCEL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANCEL-FILE.
           COPY CIPHCAN.
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-CAN-STATUS PIC XX.
           01 WS-CAN-EOF PIC X VALUE "N".
           01 WS-MST-STATUS PIC XX.
           01 WS-REQUEST-COUNT PIC 9(6) VALUE ZERO.
      *> Each request is settled into one section as it is read, and
      *> its report line collected in that section's table, the way
      *> AGERPT collects its stuck traffic.
           01 WS-DONE-TABLE.
               05 WS-DONE-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-DONE-USED PIC 999 VALUE ZERO.
           01 WS-LATE-TABLE.
               05 WS-LATE-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-LATE-USED PIC 999 VALUE ZERO.
           01 WS-ORIG-TABLE.
               05 WS-ORIG-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-ORIG-USED PIC 999 VALUE ZERO.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-LINE PIC X(100) OCCURS 200 TIMES.
           01 WS-OPEN-USED PIC 999 VALUE ZERO.
           01 WS-LIST-IDX PIC 999.
           01 WS-THIS-LINE PIC X(100).
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
           01 WS-COUNT-DISP-4 PIC Z(5)9.
       PROCEDURE DIVISION.
      *> How the night's cancellation requests came out, one line per
      *> request read against the message master after DECRYPT has
      *> run: honoured (ENCRYPT or DECRYPT stopped the message and
      *> the master shows CANCELLED), too late (the message was
      *> already DELIVERED or ACKED -- or ESCALATED, which is
      *> delivered and still unacknowledged), refused because the
      *> request did not come from the message's MM-ORIGIN, and
      *> anything still outstanding -- an id the master has never
      *> seen, or a message sitting in quarantine or suspect that
      *> has not come back through since. Ends RC=8 when a request
      *> was too late or came from the wrong station, so somebody
      *> calls the station back.
       MAIN-PROCEDURE.
           DISPLAY "CANCRPT"

           OPEN INPUT MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "CANCRPT: message master unavailable, status "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CANCEL-FILE
           IF WS-CAN-STATUS = "35"
               DISPLAY "CANCRPT: no CANCEL.REQ -- nothing to report"
               MOVE "Y" TO WS-CAN-EOF
           END-IF
           PERFORM UNTIL WS-CAN-EOF = "Y"
               READ CANCEL-FILE
                   AT END
                       MOVE "Y" TO WS-CAN-EOF
                   NOT AT END
                       IF CN-MSG-ID NOT = SPACES
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM SETTLE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAN-STATUS NOT = "35"
               CLOSE CANCEL-FILE
           END-IF
           CLOSE MESSAGE-MASTER-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP
           DISPLAY "CANCRPT: " WS-COUNT-DISP
               " cancellation request(s) reported"
           IF WS-LATE-USED > ZERO OR WS-ORIG-USED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The origin is judged first: a request from the wrong
      *> station is refused whatever became of the message.
       SETTLE-ONE-REQUEST.
           MOVE CN-MSG-ID TO MM-MSG-ID
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-THIS-LINE
                   STRING "  MSG " CN-MSG-ID " FROM " CN-ORIGIN
                       " -- NOT ON THE MESSAGE MASTER  " CN-REASON
                       DELIMITED BY SIZE INTO WS-THIS-LINE
                   PERFORM NOTE-OUTSTANDING
                   EXIT PARAGRAPH
           END-READ
           IF CN-ORIGIN NOT = MM-ORIGIN
               MOVE SPACES TO WS-THIS-LINE
               STRING "  MSG " CN-MSG-ID " FROM " CN-ORIGIN
                   " -- ORIGINATED BY " MM-ORIGIN "  " CN-REASON
                   DELIMITED BY SIZE INTO WS-THIS-LINE
               IF WS-ORIG-USED < 200
                   ADD 1 TO WS-ORIG-USED
                   MOVE WS-THIS-LINE TO WS-ORIG-LINE(WS-ORIG-USED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-THIS-LINE
           STRING "  MSG " CN-MSG-ID " FROM " CN-ORIGIN
               " -- " MM-STATUS "  " CN-REASON
               DELIMITED BY SIZE INTO WS-THIS-LINE
           IF MM-STATUS = "CANCELLED"
               IF WS-DONE-USED < 200
                   ADD 1 TO WS-DONE-USED
                   MOVE WS-THIS-LINE TO WS-DONE-LINE(WS-DONE-USED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MM-STATUS = "DELIVERED" OR MM-STATUS = "ACKED"
                   OR MM-STATUS = "ESCALATED"
               IF WS-LATE-USED < 200
                   ADD 1 TO WS-LATE-USED
                   MOVE WS-THIS-LINE TO WS-LATE-LINE(WS-LATE-USED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-OUTSTANDING.

       NOTE-OUTSTANDING.
           IF WS-OPEN-USED < 200
               ADD 1 TO WS-OPEN-USED
               MOVE WS-THIS-LINE TO WS-OPEN-LINE(WS-OPEN-USED)
           END-IF.

       WRITE-REPORT.
           MOVE "CANCELLATION REQUEST REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "HONOURED -- MESSAGE STOPPED" TO REPORT-REC
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
           MOVE "TOO LATE -- ALREADY DELIVERED" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-LATE-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LATE-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-LATE-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "REFUSED -- NOT FROM THE ORIGINATING STATION"
               TO REPORT-REC
           WRITE REPORT-REC
           IF WS-ORIG-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-ORIG-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-ORIG-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "OUTSTANDING -- NOT YET ACTED ON" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-OPEN-USED = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-OPEN-USED
               MOVE SPACES TO REPORT-REC
               MOVE WS-OPEN-LINE(WS-LIST-IDX) TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DONE-USED TO WS-COUNT-DISP
           MOVE WS-LATE-USED TO WS-COUNT-DISP-2
           MOVE WS-ORIG-USED TO WS-COUNT-DISP-3
           MOVE WS-OPEN-USED TO WS-COUNT-DISP-4
           MOVE SPACES TO REPORT-REC
           STRING "HONOURED " WS-COUNT-DISP
               "  TOO LATE " WS-COUNT-DISP-2
               "  WRONG ORIGIN " WS-COUNT-DISP-3
               "  OUTSTANDING " WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.
       END PROGRAM CANCRPT.
