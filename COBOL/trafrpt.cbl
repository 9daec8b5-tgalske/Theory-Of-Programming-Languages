           01 WS-PAIR-USED PIC 999 VALUE ZERO.
           01 WS-PAIR-IDX PIC 999.
           01 WS-PAIR-SLOT PIC 999.
      *> The same tallies by classification marking -- the four
      *> levels in CIPHCLS order, then records from before the
      *> marking existed -- with quarantined traffic broken out,
      *> since a clearance refusal is quarantined under its level.
           01 WS-CLS-TABLE.
               05 WS-CLS-ENTRY OCCURS 5 TIMES.
                   10 WS-CLS-MSGS PIC 9(6).
                   10 WS-CLS-CHARS PIC 9(10).
                   10 WS-CLS-QUAR PIC 9(6).
                   10 WS-CLS-UNDEL PIC 9(6).
           01 WS-CLS-SLOT PIC 9.
           01 WS-CLS-NAME-LIST.
               05 FILLER PIC X(12) VALUE "UNCLASSIFIED".
               05 FILLER PIC X(12) VALUE "CONFIDENTIAL".
               05 FILLER PIC X(12) VALUE "SECRET".
               05 FILLER PIC X(12) VALUE "TOP SECRET".
               05 FILLER PIC X(12) VALUE "UNMARKED".
           01 WS-CLS-NAMES REDEFINES WS-CLS-NAME-LIST.
               05 WS-CLS-NAME PIC X(12) OCCURS 5 TIMES.
           COPY CIPHCLS.
           01 WS-THIS-DEST PIC X(4).
           01 WS-UNDELIVERED PIC X.
           01 WS-COUNT-DISP PIC Z(5)9.
       PROCEDURE DIVISION.
      *> Monthly traffic accounting for the chargeback management
      *> asked for: message and character counts by origin station,
      *> by destination, by classification, and by origin/destination
      *> pair for the requested encrypt-date range, with each station's
      *> quarantined and undelivered traffic broken out separately.
      *> Built on the message master because the audit record
      *> carries no origin or destination at all -- AUDRPT cannot
       MAIN-PROCEDURE.
           DISPLAY "TRAFRPT"

           INITIALIZE WS-CLS-TABLE
           PERFORM READ-CONTROL-CARD
           IF WS-FROM-DATE = SPACES OR WS-THRU-DATE = SPACES
               DISPLAY "TRAFRPT: no date range, nothing to report"
               MOVE "Y" TO WS-UNDELIVERED
           END-IF
           PERFORM TALLY-ORIGIN
           PERFORM TALLY-CLASSIFICATION
           IF MM-STATUS NOT = "QUARANTINE"
               PERFORM TALLY-DESTINATION
               PERFORM TALLY-PAIR
               END-IF
           END-IF.

       TALLY-CLASSIFICATION.
           MOVE MM-CLASS TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           MOVE WS-CLASS-RANK TO WS-CLS-SLOT
           IF WS-CLS-SLOT = ZERO
               MOVE 5 TO WS-CLS-SLOT
           END-IF
           ADD 1 TO WS-CLS-MSGS(WS-CLS-SLOT)
           ADD MM-MSG-LENGTH TO WS-CLS-CHARS(WS-CLS-SLOT)
           IF MM-STATUS = "QUARANTINE"
               ADD 1 TO WS-CLS-QUAR(WS-CLS-SLOT)
           END-IF
           IF WS-UNDELIVERED = "Y"
               ADD 1 TO WS-CLS-UNDEL(WS-CLS-SLOT)
           END-IF.

       CLASSIFICATION-RANK.
           MOVE ZERO TO WS-CLASS-RANK
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 4
               IF WS-CLASS-LEVELS(WS-CLASS-IDX:1) = WS-CLASS-CODE
                   MOVE WS-CLASS-IDX TO WS-CLASS-RANK
               END-IF
           END-PERFORM.

       TALLY-DESTINATION.
           MOVE MM-DEST TO WS-THIS-DEST
           IF WS-THIS-DEST = SPACES
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY CLASSIFICATION" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CLS-SLOT FROM 1 BY 1
                   UNTIL WS-CLS-SLOT > 5
               MOVE WS-CLS-MSGS(WS-CLS-SLOT) TO WS-COUNT-DISP
               MOVE WS-CLS-CHARS(WS-CLS-SLOT) TO WS-CHARS-DISP
               MOVE WS-CLS-QUAR(WS-CLS-SLOT) TO WS-COUNT-DISP-2
               MOVE WS-CLS-UNDEL(WS-CLS-SLOT) TO WS-COUNT-DISP-3
               MOVE SPACES TO REPORT-REC
               STRING "  "
                   WS-CLS-NAME(WS-CLS-SLOT) " "
                   WS-COUNT-DISP " MSGS "
                   WS-CHARS-DISP " CHARS  QUARANTINED "
                   WS-COUNT-DISP-2 "  UNDELIVERED "
                   WS-COUNT-DISP-3
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY ORIGIN/DESTINATION PAIR" TO REPORT-REC
