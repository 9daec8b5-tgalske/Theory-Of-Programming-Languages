       FD STATION-DIR-FILE.
           COPY CIPHSTA.
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(58).
       WORKING-STORAGE SECTION.
           01 WS-STA-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
                   10 WS-DIR-STATUS PIC X.
                   10 WS-DIR-EFF PIC X(8).
                   10 WS-DIR-WDN PIC X(8).
                   10 WS-DIR-CLR PIC X.
                   10 WS-DIR-CLR-DATE PIC X(8).
                   10 WS-DIR-KIND PIC X.
                   10 WS-DIR-MEMBERS PIC X(40).
           01 WS-DIR-USED PIC 999 VALUE ZERO.
           01 WS-DIR-IDX PIC 999.
           01 WS-DIR-SLOT PIC 999.
           01 WS-CARD-CODE PIC X(8).
           01 WS-CARD-DATE PIC X(8).
           01 WS-CARD-CLEARANCE PIC X.
           COPY CIPHCLS.
           01 WS-CARD-CLEAR-RANK PIC 9.
      *> A G card's member list, checked one routing code at a time
      *> against the directory before the collective is touched.
           01 WS-CARD-MEMBERS.
               05 WS-CARD-MEMBER PIC X(4) OCCURS 10 TIMES.
           01 WS-MEMBER-IDX PIC 99.
           01 WS-MEMBER-COUNT PIC 99.
           01 WS-MEMBER-BAD PIC X.
           01 WS-MEMBER-SLOT PIC 999.
           01 WS-COLLECTIVE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-COUNT-DISP-5 PIC Z(3)9.
           01 WS-CLEARANCE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-COUNT-DISP-4 PIC Z(3)9.
           01 WS-TODAY PIC X(21).
           01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-WITHDRAWN-COUNT PIC 9(4) VALUE ZERO.
      *> authorized origin station or routing code, W cards withdraw
      *> one. Withdrawn entries stay on file marked "W" so there is
      *> a record of when a code stopped being ours, instead of the
      *> code simply vanishing. C cards change an effective code's
      *> clearance. Card layout: type in column 1, the code in
      *> columns 2-9, an optional YYYYMMDD effective, withdrawal or
      *> clearance date in columns 10-17 (today when omitted), and
      *> the clearance -- U, C, S or T -- in column 18: required on
      *> a C card, optional on an A card (U when omitted). G cards
      *> add or redefine a collective routing code: the member
      *> routing codes go in columns 19-58, four columns each, and
      *> replace the collective's whole list; a collective is
      *> withdrawn with a W card like any other code.
       MAIN-PROCEDURE.
           DISPLAY "STATDIR"

           MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-DISP-2
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP-3
           MOVE WS-CLEARANCE-COUNT TO WS-COUNT-DISP-4
           MOVE WS-COLLECTIVE-COUNT TO WS-COUNT-DISP-5
           DISPLAY "STATDIR: " WS-COUNT-DISP " added, "
               WS-COUNT-DISP-2 " withdrawn, "
               WS-COUNT-DISP-4 " clearance(s) changed, "
               WS-COUNT-DISP-5 " collective(s) set, "
               WS-COUNT-DISP-3 " card(s) skipped"
           STOP RUN.

                               TO WS-DIR-EFF(WS-DIR-USED)
                           MOVE SD-WITHDRAWN-DATE
                               TO WS-DIR-WDN(WS-DIR-USED)
                           MOVE SD-CLEARANCE
                               TO WS-DIR-CLR(WS-DIR-USED)
                           MOVE SD-CLEARANCE-DATE
                               TO WS-DIR-CLR-DATE(WS-DIR-USED)
                           MOVE SD-KIND TO WS-DIR-KIND(WS-DIR-USED)
                           MOVE SD-MEMBER-LIST
                               TO WS-DIR-MEMBERS(WS-DIR-USED)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARD-DATE = SPACES
               MOVE WS-TODAY(1:8) TO WS-CARD-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(18:1))
               TO WS-CARD-CLEARANCE
           IF WS-CARD-CODE = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: card with no code skipped"
               IF CONTROL-CARD-REC(1:1) = "W"
                   PERFORM WITHDRAW-ONE-ENTRY
               ELSE
                   IF CONTROL-CARD-REC(1:1) = "C"
                       PERFORM CHANGE-ONE-CLEARANCE
                   ELSE
                       IF CONTROL-CARD-REC(1:1) = "G"
                           PERFORM SET-ONE-COLLECTIVE
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                           DISPLAY "STATDIR: card type "
                               CONTROL-CARD-REC(1:1)
                               " not A, W, C or G, skipped"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Adding a code that is already effective is a card error,
      *> not a change; adding one that was withdrawn reinstates it
      *> under the new effective date, keeping its one slot -- a
      *> code's history lives in one place. The clearance on the
      *> card is set (or reset) with it.
       ADD-ONE-ENTRY.
           IF WS-CARD-CLEARANCE = SPACE
               MOVE "U" TO WS-CARD-CLEARANCE
           END-IF
           MOVE WS-CARD-CLEARANCE TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-CLASS-RANK = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE " clearance "
                   WS-CARD-CLEARANCE " not U, C, S or T, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-SLOT > ZERO
               IF WS-DIR-STATUS(WS-DIR-SLOT) = "E"
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "STATDIR: " WS-CARD-CODE
                       " already effective, card skipped"
                   EXIT PARAGRAPH
               END-IF
      *> A withdrawn collective comes back with its member list, by
      *> a G card -- an A card would leave it a collective in all
      *> but name.
               IF WS-DIR-KIND(WS-DIR-SLOT) = "G"
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "STATDIR: " WS-CARD-CODE
                       " is a collective -- reinstate it with a G"
                       " card, card skipped"
               ELSE
                   MOVE "E" TO WS-DIR-STATUS(WS-DIR-SLOT)
                   MOVE WS-CARD-DATE TO WS-DIR-EFF(WS-DIR-SLOT)
                   MOVE SPACES TO WS-DIR-WDN(WS-DIR-SLOT)
                   MOVE WS-CARD-CLEARANCE TO WS-DIR-CLR(WS-DIR-SLOT)
                   MOVE WS-CARD-DATE TO WS-DIR-CLR-DATE(WS-DIR-SLOT)
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "STATDIR: " WS-CARD-CODE
                       " reinstated effective " WS-CARD-DATE
                   MOVE "E" TO WS-DIR-STATUS(WS-DIR-USED)
                   MOVE WS-CARD-DATE TO WS-DIR-EFF(WS-DIR-USED)
                   MOVE SPACES TO WS-DIR-WDN(WS-DIR-USED)
                   MOVE WS-CARD-CLEARANCE TO WS-DIR-CLR(WS-DIR-USED)
                   MOVE WS-CARD-DATE TO WS-DIR-CLR-DATE(WS-DIR-USED)
                   MOVE SPACE TO WS-DIR-KIND(WS-DIR-USED)
                   MOVE SPACES TO WS-DIR-MEMBERS(WS-DIR-USED)
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "STATDIR: " WS-CARD-CODE
                       " added effective " WS-CARD-DATE
                   " withdrawn " WS-CARD-DATE
           END-IF.

      *> Raising or lowering a clearance takes effect on the next
      *> run of either side: ENCRYPT quarantines what the code is no
      *> longer cleared for, and DECRYPT holds back anything already
      *> enciphered for it above the new level. A withdrawn code has
      *> no clearance worth changing.
       CHANGE-ONE-CLEARANCE.
           IF WS-DIR-SLOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE
                   " not on file, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-STATUS(WS-DIR-SLOT) NOT = "E"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE
                   " is withdrawn, card skipped"
               EXIT PARAGRAPH
           END-IF
      *> A collective is cleared member by member, never as a whole.
           IF WS-DIR-KIND(WS-DIR-SLOT) = "G"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE
                   " is a collective, card skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-CLEARANCE TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-CLASS-RANK = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE " clearance "
                   WS-CARD-CLEARANCE " not U, C, S or T, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-CLR(WS-DIR-SLOT) = SPACE
               MOVE "U" TO WS-DIR-CLR(WS-DIR-SLOT)
           END-IF
           IF WS-DIR-CLR(WS-DIR-SLOT) = WS-CARD-CLEARANCE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: " WS-CARD-CODE " already cleared "
                   WS-CARD-CLEARANCE ", card skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLASS-RANK TO WS-CARD-CLEAR-RANK
           MOVE WS-DIR-CLR(WS-DIR-SLOT) TO WS-CLASS-CODE
           PERFORM CLASSIFICATION-RANK
           IF WS-CLASS-RANK > WS-CARD-CLEAR-RANK
               DISPLAY "STATDIR: " WS-CARD-CODE " clearance lowered "
                   WS-DIR-CLR(WS-DIR-SLOT) " to " WS-CARD-CLEARANCE
                   " " WS-CARD-DATE
           ELSE
               DISPLAY "STATDIR: " WS-CARD-CODE " clearance raised "
                   WS-DIR-CLR(WS-DIR-SLOT) " to " WS-CARD-CLEARANCE
                   " " WS-CARD-DATE
           END-IF
           MOVE WS-CARD-CLEARANCE TO WS-DIR-CLR(WS-DIR-SLOT)
           MOVE WS-CARD-DATE TO WS-DIR-CLR-DATE(WS-DIR-SLOT)
           ADD 1 TO WS-CLEARANCE-COUNT.

      *> A collective is a routing code of its own whose traffic
      *> fans out to its members, so its code is four characters
      *> like any routing code and cannot already be an ordinary
      *> station or routing code. Every member must be an effective
      *> ordinary routing code -- collectives do not nest -- or the
      *> card is skipped whole and the collective left as it was.
      *> A collective that was withdrawn is reinstated with the new
      *> list.
       SET-ONE-COLLECTIVE.
           IF WS-CARD-CODE(5:4) NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: collective " WS-CARD-CODE
                   " longer than a routing code, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-SLOT > ZERO
               IF WS-DIR-KIND(WS-DIR-SLOT) NOT = "G"
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "STATDIR: " WS-CARD-CODE
                       " is not a collective, card skipped"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(CONTROL-CARD-REC(19:40))
               TO WS-CARD-MEMBERS
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE "N" TO WS-MEMBER-BAD
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > 10
               IF WS-CARD-MEMBER(WS-MEMBER-IDX) NOT = SPACES
                   ADD 1 TO WS-MEMBER-COUNT
                   PERFORM CHECK-ONE-MEMBER
               END-IF
           END-PERFORM
           IF WS-MEMBER-COUNT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: collective " WS-CARD-CODE
                   " has no members, card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-MEMBER-BAD = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "STATDIR: collective " WS-CARD-CODE
                   " card skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-SLOT = ZERO
               IF WS-DIR-USED >= 200
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "STATDIR: directory full, "
                       WS-CARD-CODE " not added"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DIR-USED
               MOVE WS-DIR-USED TO WS-DIR-SLOT
               MOVE WS-CARD-CODE TO WS-DIR-CODE(WS-DIR-SLOT)
               MOVE "E" TO WS-DIR-STATUS(WS-DIR-SLOT)
               MOVE WS-CARD-DATE TO WS-DIR-EFF(WS-DIR-SLOT)
               MOVE SPACES TO WS-DIR-WDN(WS-DIR-SLOT)
               MOVE SPACE TO WS-DIR-CLR(WS-DIR-SLOT)
               MOVE SPACES TO WS-DIR-CLR-DATE(WS-DIR-SLOT)
               MOVE "G" TO WS-DIR-KIND(WS-DIR-SLOT)
               DISPLAY "STATDIR: collective " WS-CARD-CODE
                   " added effective " WS-CARD-DATE
           ELSE
               IF WS-DIR-STATUS(WS-DIR-SLOT) NOT = "E"
                   MOVE "E" TO WS-DIR-STATUS(WS-DIR-SLOT)
                   MOVE WS-CARD-DATE TO WS-DIR-EFF(WS-DIR-SLOT)
                   MOVE SPACES TO WS-DIR-WDN(WS-DIR-SLOT)
                   DISPLAY "STATDIR: collective " WS-CARD-CODE
                       " reinstated effective " WS-CARD-DATE
               ELSE
                   DISPLAY "STATDIR: collective " WS-CARD-CODE
                       " members replaced " WS-CARD-DATE
               END-IF
           END-IF
           MOVE WS-CARD-MEMBERS TO WS-DIR-MEMBERS(WS-DIR-SLOT)
           ADD 1 TO WS-COLLECTIVE-COUNT.

       CHECK-ONE-MEMBER.
           MOVE ZERO TO WS-MEMBER-SLOT
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-USED
               IF WS-DIR-CODE(WS-DIR-IDX)(1:4)
                       = WS-CARD-MEMBER(WS-MEMBER-IDX)
                       AND WS-DIR-CODE(WS-DIR-IDX)(5:4) = SPACES
                   MOVE WS-DIR-IDX TO WS-MEMBER-SLOT
               END-IF
           END-PERFORM
           IF WS-MEMBER-SLOT = ZERO
               MOVE "Y" TO WS-MEMBER-BAD
               DISPLAY "STATDIR: member "
                   WS-CARD-MEMBER(WS-MEMBER-IDX) " not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-STATUS(WS-MEMBER-SLOT) NOT = "E"
                   OR WS-DIR-KIND(WS-MEMBER-SLOT) = "G"
               MOVE "Y" TO WS-MEMBER-BAD
               DISPLAY "STATDIR: member "
                   WS-CARD-MEMBER(WS-MEMBER-IDX)
                   " withdrawn or itself a collective"
           END-IF.

       CLASSIFICATION-RANK.
           MOVE ZERO TO WS-CLASS-RANK
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 4
               IF WS-CLASS-LEVELS(WS-CLASS-IDX:1) = WS-CLASS-CODE
                   MOVE WS-CLASS-IDX TO WS-CLASS-RANK
               END-IF
           END-PERFORM.

       REWRITE-DIRECTORY.
           OPEN OUTPUT STATION-DIR-FILE
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               MOVE WS-DIR-STATUS(WS-DIR-IDX) TO SD-STATUS
               MOVE WS-DIR-EFF(WS-DIR-IDX) TO SD-EFFECTIVE-DATE
               MOVE WS-DIR-WDN(WS-DIR-IDX) TO SD-WITHDRAWN-DATE
               MOVE WS-DIR-CLR(WS-DIR-IDX) TO SD-CLEARANCE
               MOVE WS-DIR-CLR-DATE(WS-DIR-IDX) TO SD-CLEARANCE-DATE
               MOVE WS-DIR-KIND(WS-DIR-IDX) TO SD-KIND
               MOVE WS-DIR-MEMBERS(WS-DIR-IDX) TO SD-MEMBER-LIST
               WRITE STATION-RECORD
           END-PERFORM
           CLOSE STATION-DIR-FILE.
