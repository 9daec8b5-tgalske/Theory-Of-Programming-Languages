       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.PRF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "OPRMAINT.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY CIPHOPR.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(38).
       WORKING-STORAGE SECTION.
           01 WS-OPR-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-OPR-EOF PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
      *> The whole profile file, held in storage while the cards are
      *> applied and written back in one piece afterwards, the way
      *> STATDIR keeps the station directory -- a half-applied card
      *> deck must never leave a half-rewritten profile file on
      *> disk, or an operator locked out of DISPATCH.
           01 WS-OPR-TABLE.
               05 WS-OPR-ENTRY OCCURS 200 TIMES.
                   10 WS-OPR-ID PIC X(8).
                   10 WS-OPR-NAME PIC X(20).
                   10 WS-OPR-AUTH PIC X.
                   10 WS-OPR-STAT PIC X.
                   10 WS-OPR-EFF PIC X(8).
                   10 WS-OPR-REV PIC X(8).
                   10 WS-OPR-AUTH-DATE PIC X(8).
           01 WS-OPR-USED PIC 999 VALUE ZERO.
           01 WS-OPR-IDX PIC 999.
           01 WS-OPR-SLOT PIC 999.
           01 WS-CARD-ID PIC X(8).
           01 WS-CARD-DATE PIC X(8).
           01 WS-CARD-AUTH PIC X.
           01 WS-CARD-NAME PIC X(20).
           01 WS-TODAY PIC X(21).
           01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REVOKED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-COUNT-DISP PIC Z(3)9.
           01 WS-COUNT-DISP-2 PIC Z(3)9.
           01 WS-COUNT-DISP-3 PIC Z(3)9.
           01 WS-COUNT-DISP-4 PIC Z(3)9.
       PROCEDURE DIVISION.
      *> Maintains the operator profile file DISPATCH signs operators
      *> on against: A cards add (or reinstate) an operator, C cards
      *> change one's authorization level or display name, R cards
      *> revoke one. Revoked operators stay on file marked "R" so
      *> the audit trail's operator ids always resolve to a person
      *> and there is a record of when each stopped being one of
      *> ours. Card layout: type in column 1, the operator id in
      *> columns 2-9, an optional YYYYMMDD effective, change or
      *> revocation date in columns 10-17 (today when omitted), the
      *> authorization -- A (analyst) or O (operator) -- in column
      *> 18, and the display name in columns 19-38. An A card for a
      *> new operator needs the name; its authorization is O when
      *> omitted, since analyst rights are granted deliberately. A
      *> C card changes whichever of the two it carries. A future
      *> date on an A card holds the sign-on back until that day; on
      *> an R card it lets the operator work out the notice period.
       MAIN-PROCEDURE.
           DISPLAY "OPRMAINT"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           PERFORM LOAD-PROFILES
           PERFORM APPLY-CONTROL-CARDS
           PERFORM REWRITE-PROFILES

           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP-2
           MOVE WS-REVOKED-COUNT TO WS-COUNT-DISP-3
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP-4
           DISPLAY "OPRMAINT: " WS-COUNT-DISP " added, "
               WS-COUNT-DISP-2 " changed, "
               WS-COUNT-DISP-3 " revoked, "
               WS-COUNT-DISP-4 " card(s) skipped"
           STOP RUN.

       LOAD-PROFILES.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS = "35"
               DISPLAY "OPRMAINT: no profile file, starting one"
               MOVE "Y" TO WS-OPR-EOF
           END-IF
           PERFORM UNTIL WS-OPR-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF
                   NOT AT END
                       IF WS-OPR-USED < 200
                           ADD 1 TO WS-OPR-USED
                           MOVE OPR-ID TO WS-OPR-ID(WS-OPR-USED)
                           MOVE OPR-NAME TO WS-OPR-NAME(WS-OPR-USED)
                           MOVE OPR-AUTH TO WS-OPR-AUTH(WS-OPR-USED)
                           MOVE OPR-STATUS
                               TO WS-OPR-STAT(WS-OPR-USED)
                           MOVE OPR-EFFECTIVE-DATE
                               TO WS-OPR-EFF(WS-OPR-USED)
                           MOVE OPR-REVOKED-DATE
                               TO WS-OPR-REV(WS-OPR-USED)
                           MOVE OPR-AUTH-DATE
                               TO WS-OPR-AUTH-DATE(WS-OPR-USED)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPERATOR-FILE
           END-IF.

       APPLY-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               DISPLAY "OPRMAINT: no OPRMAINT.CTL, nothing to do"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE.

       APPLY-ONE-CARD.
           IF CONTROL-CARD-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(2:8))
               TO WS-CARD-ID
           MOVE CONTROL-CARD-REC(10:8) TO WS-CARD-DATE
           IF WS-CARD-DATE = SPACES
               MOVE WS-TODAY(1:8) TO WS-CARD-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(18:1))
               TO WS-CARD-AUTH
           MOVE CONTROL-CARD-REC(19:20) TO WS-CARD-NAME
           IF WS-CARD-ID = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: card with no operator id skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-AUTH NOT = SPACE
                   AND WS-CARD-AUTH NOT = "A"
                   AND WS-CARD-AUTH NOT = "O"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID " authorization "
                   WS-CARD-AUTH " not A or O, card skipped"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR-SLOT
           IF CONTROL-CARD-REC(1:1) = "A"
               PERFORM ADD-ONE-OPERATOR
           ELSE
               IF CONTROL-CARD-REC(1:1) = "C"
                   PERFORM CHANGE-ONE-OPERATOR
               ELSE
                   IF CONTROL-CARD-REC(1:1) = "R"
                       PERFORM REVOKE-ONE-OPERATOR
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "OPRMAINT: card type "
                           CONTROL-CARD-REC(1:1)
                           " not A, C or R, skipped"
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR-SLOT.
           MOVE ZERO TO WS-OPR-SLOT
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-USED
               IF WS-OPR-ID(WS-OPR-IDX) = WS-CARD-ID
                   MOVE WS-OPR-IDX TO WS-OPR-SLOT
               END-IF
           END-PERFORM.

      *> Adding an operator who is already on file and not revoked
      *> is a card error, not a change; adding one who was revoked
      *> reinstates the profile under the new effective date,
      *> keeping its one slot -- an id is never reissued to someone
      *> else, so its history lives in one place. The name on the
      *> card replaces the one on file when given.
       ADD-ONE-OPERATOR.
           IF WS-CARD-AUTH = SPACE
               MOVE "O" TO WS-CARD-AUTH
           END-IF
           IF WS-OPR-SLOT > ZERO
               IF WS-OPR-STAT(WS-OPR-SLOT) NOT = "R"
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "OPRMAINT: " WS-CARD-ID
                       " already on file, card skipped"
               ELSE
                   MOVE "E" TO WS-OPR-STAT(WS-OPR-SLOT)
                   MOVE WS-CARD-DATE TO WS-OPR-EFF(WS-OPR-SLOT)
                   MOVE SPACES TO WS-OPR-REV(WS-OPR-SLOT)
                   MOVE WS-CARD-AUTH TO WS-OPR-AUTH(WS-OPR-SLOT)
                   MOVE WS-CARD-DATE TO WS-OPR-AUTH-DATE(WS-OPR-SLOT)
                   IF WS-CARD-NAME NOT = SPACES
                       MOVE WS-CARD-NAME TO WS-OPR-NAME(WS-OPR-SLOT)
                   END-IF
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "OPRMAINT: " WS-CARD-ID
                       " reinstated effective " WS-CARD-DATE
                       " authorization " WS-CARD-AUTH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-NAME = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " has no name, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-USED >= 200
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: profile file full, "
                   WS-CARD-ID " not added"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPR-USED
           MOVE WS-CARD-ID TO WS-OPR-ID(WS-OPR-USED)
           MOVE WS-CARD-NAME TO WS-OPR-NAME(WS-OPR-USED)
           MOVE WS-CARD-AUTH TO WS-OPR-AUTH(WS-OPR-USED)
           MOVE "E" TO WS-OPR-STAT(WS-OPR-USED)
           MOVE WS-CARD-DATE TO WS-OPR-EFF(WS-OPR-USED)
           MOVE SPACES TO WS-OPR-REV(WS-OPR-USED)
           MOVE WS-CARD-DATE TO WS-OPR-AUTH-DATE(WS-OPR-USED)
           ADD 1 TO WS-ADDED-COUNT
           DISPLAY "OPRMAINT: " WS-CARD-ID
               " added effective " WS-CARD-DATE
               " authorization " WS-CARD-AUTH.

      *> Raising an operator to analyst or bringing one back down
      *> takes effect at the next sign-on; a session already signed
      *> on keeps the level it started with. A revoked operator has
      *> nothing worth changing -- reinstate with an A card first.
       CHANGE-ONE-OPERATOR.
           IF WS-OPR-SLOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " not on file, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-STAT(WS-OPR-SLOT) = "R"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " is revoked, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-AUTH = SPACE AND WS-CARD-NAME = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " card changes nothing, skipped"
               EXIT PARAGRAPH
           END-IF
           IF (WS-CARD-AUTH = SPACE
                   OR WS-CARD-AUTH = WS-OPR-AUTH(WS-OPR-SLOT))
                   AND (WS-CARD-NAME = SPACES
                   OR WS-CARD-NAME = WS-OPR-NAME(WS-OPR-SLOT))
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " already as carded, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-AUTH NOT = SPACE
                   AND WS-CARD-AUTH NOT = WS-OPR-AUTH(WS-OPR-SLOT)
               DISPLAY "OPRMAINT: " WS-CARD-ID " authorization "
                   WS-OPR-AUTH(WS-OPR-SLOT) " to " WS-CARD-AUTH
                   " " WS-CARD-DATE
               MOVE WS-CARD-AUTH TO WS-OPR-AUTH(WS-OPR-SLOT)
               MOVE WS-CARD-DATE TO WS-OPR-AUTH-DATE(WS-OPR-SLOT)
           END-IF
           IF WS-CARD-NAME NOT = SPACES
                   AND WS-CARD-NAME NOT = WS-OPR-NAME(WS-OPR-SLOT)
               DISPLAY "OPRMAINT: " WS-CARD-ID " name now "
                   WS-CARD-NAME
               MOVE WS-CARD-NAME TO WS-OPR-NAME(WS-OPR-SLOT)
           END-IF
           ADD 1 TO WS-CHANGED-COUNT.

      *> The profile is marked revoked from the card's date; DISPATCH
      *> refuses the id from that day on, and until then the
      *> operator signs on as before.
       REVOKE-ONE-OPERATOR.
           IF WS-OPR-SLOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " not on file, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-STAT(WS-OPR-SLOT) = "R"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " already revoked, card skipped"
           ELSE
               MOVE "R" TO WS-OPR-STAT(WS-OPR-SLOT)
               MOVE WS-CARD-DATE TO WS-OPR-REV(WS-OPR-SLOT)
               ADD 1 TO WS-REVOKED-COUNT
               DISPLAY "OPRMAINT: " WS-CARD-ID
                   " revoked " WS-CARD-DATE
           END-IF.

       REWRITE-PROFILES.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-USED
               MOVE WS-OPR-ID(WS-OPR-IDX) TO OPR-ID
               MOVE WS-OPR-NAME(WS-OPR-IDX) TO OPR-NAME
               MOVE WS-OPR-AUTH(WS-OPR-IDX) TO OPR-AUTH
               MOVE WS-OPR-STAT(WS-OPR-IDX) TO OPR-STATUS
               MOVE WS-OPR-EFF(WS-OPR-IDX) TO OPR-EFFECTIVE-DATE
               MOVE WS-OPR-REV(WS-OPR-IDX) TO OPR-REVOKED-DATE
               MOVE WS-OPR-AUTH-DATE(WS-OPR-IDX) TO OPR-AUTH-DATE
               WRITE OPERATOR-REC
           END-PERFORM
           CLOSE OPERATOR-FILE.
       END PROGRAM OPRMAINT.
