       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "DECRYPT.DST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
      *> One physical input file serves every delivery file in turn,
      *> named DECRYPT.<routing-code> or EXPRESS.<routing-code> at
      *> run time the way DECRYPT names them when it writes them.
           SELECT DELIVERY-FILE ASSIGN USING WS-DELIVERY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT FORMS-FILE ASSIGN TO "MSGFORM.PRT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
           01 MANIFEST-REC PIC X(80).
       FD DELIVERY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 110 CHARACTERS
           DEPENDING ON WS-DLV-REC-LEN.
           01 DELIVERY-REC PIC X(110).
       FD FORMS-FILE.
           01 FORMS-REC PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CIPHENV.
           01 WS-MAN-STATUS PIC XX.
           01 WS-MAN-EOF PIC X VALUE "N".
           01 WS-DLV-STATUS PIC XX.
           01 WS-DLV-EOF PIC X.
           01 WS-DLV-REC-LEN PIC 9(4).
           01 WS-DELIVERY-FILE-NAME PIC X(12) VALUE SPACES.
           01 WS-TODAY PIC X(21).
      *> The destination in hand, the manifest line that named it and
      *> the count that line gives, against what the delivery files
      *> actually hold -- express and routine counted separately.
           01 WS-THIS-DEST PIC X(4).
           01 WS-MAN-LINE PIC X(80).
           01 WS-MAN-COUNT PIC 9(6).
      *> A routing code can appear on more than one DEST line -- the
      *> night's group, then a supplementary group appended when
      *> held-back traffic is released late -- while its delivery
      *> files hold all of it. The manifest is read whole first and
      *> each code printed once, against the sum of its lines.
           01 WS-MDEST-TABLE.
               05 WS-MDEST-ENTRY OCCURS 50 TIMES.
                   10 WS-MDEST-CODE PIC X(4).
                   10 WS-MDEST-LINE PIC X(80).
                   10 WS-MDEST-COUNT PIC 9(6).
                   10 WS-MDEST-SUPP-LINES PIC 99.
                   10 WS-MDEST-SUPP-COUNT PIC 9(6).
           01 WS-MDEST-USED PIC 99 VALUE ZERO.
           01 WS-MDEST-IDX PIC 99.
           01 WS-MDEST-SLOT PIC 99.
           01 WS-LINE-COUNT PIC 9(6).
           01 WS-EXPR-COUNT PIC 9(6).
           01 WS-ROUT-COUNT PIC 9(6).
           01 WS-FORM-COUNT PIC 9(6).
           01 WS-FILE-COUNT PIC 9(6).
           01 WS-DEST-COUNT PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-FORMS PIC 9(6) VALUE ZERO.
           01 WS-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
      *> Every form line is written after advancing -- one line, or
      *> to a new page where a cover sheet or a form begins -- so
      *> the print file carries its own carriage control.
      *> Pages are numbered across the destination's whole package
      *> -- the cover sheet is page 1 and each message form one page
      *> after it -- so a desk can tell at a glance that a page has
      *> gone missing between the printer and the in-tray.
           01 WS-PAGE-NUM PIC 9(6).
           01 WS-PAGE-TOTAL PIC 9(6).
           01 WS-PAGE-DISP PIC Z(5)9.
           01 WS-PAGE-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
      *> The header block's words for the envelope's codes.
           01 WS-PRECEDENCE-WORD PIC X(9).
           01 WS-CLASS-WORD PIC X(12).
           01 WS-DATE-DISP PIC X(10).
      *> Word wrap: the text is broken at the last blank that fits
      *> the form's text width, or hard at the width when a single
      *> word is longer than the line.
           01 WS-WRAP-WIDTH PIC 99 VALUE 60.
           01 WS-WRAP-TEXT PIC X(79).
           01 WS-WRAP-LEN PIC 999.
           01 WS-WRAP-TRIM PIC 999.
           01 WS-WRAP-POS PIC 999.
           01 WS-WRAP-END PIC 999.
           01 WS-WRAP-BREAK PIC 999.
           01 WS-WRAP-PIECE PIC 999.
           01 WS-RULE PIC X(64) VALUE ALL "=".
           01 WS-THIN-RULE PIC X(64) VALUE ALL "-".
       PROCEDURE DIVISION.
      *> Turns each destination's delivery files into printed
      *> message forms the desk can read without counting columns:
      *> a cover sheet per destination listing its traffic and
      *> proving the count against the DECRYPT.DST manifest line,
      *> then one form per message -- precedence in words, from, to,
      *> date and message id above the plaintext, the
      *> classification at head and foot, and "PAGE n OF m" at the
      *> bottom. Flash traffic (EXPRESS.<code>) is printed ahead of
      *> the routine file. HOLD is parked traffic, not a delivery,
      *> and gets no forms. A destination named again in a
      *> supplementary manifest group is still printed once, its
      *> count proved against all of its DEST lines together. Ends
      *> RC=8 when any destination's forms disagree with its
      *> manifest, RC=12 with no manifest.
       MAIN-PROCEDURE.
           DISPLAY "MSGFORM"

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STATUS = "35"
               DISPLAY "MSGFORM: no DECRYPT.DST manifest"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FORMS-FILE
           PERFORM UNTIL WS-MAN-EOF = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-MAN-EOF
                   NOT AT END
                       IF MANIFEST-REC(1:5) = "DEST "
                               AND MANIFEST-REC(6:4) NOT = "HOLD"
                           PERFORM NOTE-MANIFEST-DEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           PERFORM VARYING WS-MDEST-IDX FROM 1 BY 1
                   UNTIL WS-MDEST-IDX > WS-MDEST-USED
               PERFORM PRINT-ONE-DESTINATION
           END-PERFORM
           CLOSE FORMS-FILE

           MOVE WS-DEST-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-FORMS TO WS-COUNT-DISP-2
           DISPLAY "MSGFORM: " WS-COUNT-DISP " destination(s), "
               WS-COUNT-DISP-2 " form(s) printed"
           IF WS-MISMATCH-COUNT > ZERO
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISP
               DISPLAY "MSGFORM: " WS-COUNT-DISP
                   " destination(s) DO NOT AGREE with the manifest"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The manifest's DEST line carries the destination's record
      *> count at columns 14-19, express traffic included. The first
      *> line for a code is the one quoted on the cover sheet; any
      *> later one only adds to the count.
       NOTE-MANIFEST-DEST.
           MOVE ZERO TO WS-LINE-COUNT
           IF MANIFEST-REC(14:6) NOT = SPACES
               COMPUTE WS-LINE-COUNT =
                   FUNCTION NUMVAL(MANIFEST-REC(14:6))
           END-IF
           MOVE ZERO TO WS-MDEST-SLOT
           PERFORM VARYING WS-MDEST-IDX FROM 1 BY 1
                   UNTIL WS-MDEST-IDX > WS-MDEST-USED
               IF WS-MDEST-CODE(WS-MDEST-IDX) = MANIFEST-REC(6:4)
                   MOVE WS-MDEST-IDX TO WS-MDEST-SLOT
               END-IF
           END-PERFORM
           IF WS-MDEST-SLOT > ZERO
               ADD 1 TO WS-MDEST-SUPP-LINES(WS-MDEST-SLOT)
               ADD WS-LINE-COUNT TO WS-MDEST-SUPP-COUNT(WS-MDEST-SLOT)
               ADD WS-LINE-COUNT TO WS-MDEST-COUNT(WS-MDEST-SLOT)
               EXIT PARAGRAPH
           END-IF
           IF WS-MDEST-USED >= 50
               DISPLAY "MSGFORM: destination table full, "
                   MANIFEST-REC(6:4) " not printed"
               ADD 1 TO WS-MISMATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MDEST-USED
           MOVE MANIFEST-REC(6:4) TO WS-MDEST-CODE(WS-MDEST-USED)
           MOVE MANIFEST-REC TO WS-MDEST-LINE(WS-MDEST-USED)
           MOVE WS-LINE-COUNT TO WS-MDEST-COUNT(WS-MDEST-USED)
           MOVE ZERO TO WS-MDEST-SUPP-LINES(WS-MDEST-USED)
           MOVE ZERO TO WS-MDEST-SUPP-COUNT(WS-MDEST-USED).

       PRINT-ONE-DESTINATION.
           ADD 1 TO WS-DEST-COUNT
           MOVE WS-MDEST-LINE(WS-MDEST-IDX) TO WS-MAN-LINE
           MOVE WS-MDEST-CODE(WS-MDEST-IDX) TO WS-THIS-DEST
           MOVE WS-MDEST-COUNT(WS-MDEST-IDX) TO WS-MAN-COUNT

           PERFORM NAME-EXPRESS-FILE
           PERFORM COUNT-DELIVERY-FILE
           MOVE WS-FILE-COUNT TO WS-EXPR-COUNT
           PERFORM NAME-ROUTINE-FILE
           PERFORM COUNT-DELIVERY-FILE
           MOVE WS-FILE-COUNT TO WS-ROUT-COUNT
           COMPUTE WS-FORM-COUNT = WS-EXPR-COUNT + WS-ROUT-COUNT
           COMPUTE WS-PAGE-TOTAL = WS-FORM-COUNT + 1
           MOVE 1 TO WS-PAGE-NUM

           PERFORM PRINT-COVER-SHEET

           IF WS-EXPR-COUNT > ZERO
               PERFORM NAME-EXPRESS-FILE
               PERFORM PRINT-DELIVERY-FILE
           END-IF
           IF WS-ROUT-COUNT > ZERO
               PERFORM NAME-ROUTINE-FILE
               PERFORM PRINT-DELIVERY-FILE
           END-IF
           ADD WS-FORM-COUNT TO WS-TOTAL-FORMS.

       NAME-EXPRESS-FILE.
           MOVE SPACES TO WS-DELIVERY-FILE-NAME
           STRING "EXPRESS." DELIMITED BY SIZE
               WS-THIS-DEST DELIMITED BY SPACE
               INTO WS-DELIVERY-FILE-NAME.

       NAME-ROUTINE-FILE.
           MOVE SPACES TO WS-DELIVERY-FILE-NAME
           STRING "DECRYPT." DELIMITED BY SIZE
               WS-THIS-DEST DELIMITED BY SPACE
               INTO WS-DELIVERY-FILE-NAME.

      *> A delivery file that is not there holds nothing -- DECRYPT
      *> only cuts EXPRESS.<code> when there is flash traffic.
       COUNT-DELIVERY-FILE.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "N" TO WS-DLV-EOF
           OPEN INPUT DELIVERY-FILE
           IF WS-DLV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DLV-EOF = "Y"
               READ DELIVERY-FILE
                   AT END
                       MOVE "Y" TO WS-DLV-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE.

      *> Page 1 of the package: which destination, the manifest line
      *> word for word, the count in hand against it, and the list
      *> of messages that follow in print order.
       PRINT-COVER-SHEET.
           MOVE SPACES TO FORMS-REC
           STRING "MESSAGE FORMS FOR DESTINATION " WS-THIS-DEST
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING PAGE
           MOVE WS-RULE TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "PRINTED     " WS-TODAY(1:4) "-" WS-TODAY(5:2)
               "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "MANIFEST    " WS-MAN-LINE
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           IF WS-MDEST-SUPP-LINES(WS-MDEST-IDX) > ZERO
               MOVE WS-MDEST-SUPP-LINES(WS-MDEST-IDX)
                   TO WS-COUNT-DISP
               MOVE WS-MDEST-SUPP-COUNT(WS-MDEST-IDX)
                   TO WS-COUNT-DISP-2
               MOVE SPACES TO FORMS-REC
               STRING "            PLUS" WS-COUNT-DISP
                   " SUPPLEMENTARY DEST LINE(S) FOR"
                   WS-COUNT-DISP-2 " RECORD(S)"
                   DELIMITED BY SIZE INTO FORMS-REC
               WRITE FORMS-REC AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-FORM-COUNT TO WS-COUNT-DISP
           MOVE WS-EXPR-COUNT TO WS-COUNT-DISP-2
           MOVE WS-ROUT-COUNT TO WS-COUNT-DISP-3
           MOVE SPACES TO FORMS-REC
           STRING "FORMS       " WS-COUNT-DISP " ("
               WS-COUNT-DISP-2 " EXPRESS, "
               WS-COUNT-DISP-3 " ROUTINE)"
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           IF WS-FORM-COUNT = WS-MAN-COUNT
               MOVE "            AGREES WITH THE MANIFEST"
                   TO FORMS-REC
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-MAN-COUNT TO WS-COUNT-DISP
               STRING "            *** DOES NOT AGREE -- MANIFEST SAYS "
                   WS-COUNT-DISP " ***"
                   DELIMITED BY SIZE INTO FORMS-REC
               DISPLAY "MSGFORM: destination " WS-THIS-DEST
                   " forms " WS-FORM-COUNT " manifest " WS-MAN-COUNT
           END-IF
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE "CONTENTS" TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           IF WS-FORM-COUNT = ZERO
               MOVE "  NONE" TO FORMS-REC
               WRITE FORMS-REC AFTER ADVANCING 1 LINE
           END-IF
           IF WS-EXPR-COUNT > ZERO
               PERFORM NAME-EXPRESS-FILE
               PERFORM LIST-DELIVERY-FILE
           END-IF
           IF WS-ROUT-COUNT > ZERO
               PERFORM NAME-ROUTINE-FILE
               PERFORM LIST-DELIVERY-FILE
           END-IF
           PERFORM PRINT-PAGE-FOOTER.

       LIST-DELIVERY-FILE.
           MOVE "N" TO WS-DLV-EOF
           OPEN INPUT DELIVERY-FILE
           PERFORM UNTIL WS-DLV-EOF = "Y"
               READ DELIVERY-FILE
                   AT END
                       MOVE "Y" TO WS-DLV-EOF
                   NOT AT END
                       PERFORM TAKE-DELIVERY-RECORD
                       PERFORM NAME-PRECEDENCE
                       PERFORM NAME-CLASSIFICATION
                       MOVE SPACES TO FORMS-REC
                       STRING "  " ENV-MSG-ID "  "
                           WS-PRECEDENCE-WORD "  FROM " ENV-ORIGIN
                           "  " WS-CLASS-WORD
                           DELIMITED BY SIZE INTO FORMS-REC
                       WRITE FORMS-REC AFTER ADVANCING 1 LINE
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE.

       PRINT-DELIVERY-FILE.
           MOVE "N" TO WS-DLV-EOF
           OPEN INPUT DELIVERY-FILE
           PERFORM UNTIL WS-DLV-EOF = "Y"
               READ DELIVERY-FILE
                   AT END
                       MOVE "Y" TO WS-DLV-EOF
                   NOT AT END
                       PERFORM TAKE-DELIVERY-RECORD
                       ADD 1 TO WS-PAGE-NUM
                       PERFORM PRINT-ONE-FORM
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE.

       TAKE-DELIVERY-RECORD.
           MOVE SPACES TO ENVELOPE-RECORD
           MOVE DELIVERY-REC(1:WS-DLV-REC-LEN)
               TO ENVELOPE-RECORD(1:WS-DLV-REC-LEN).

      *> One message, one page. A RETRANS repeat says so, so the
      *> desk does not act on it twice; a copy that came by a
      *> collective routing code names the collective.
       PRINT-ONE-FORM.
           PERFORM NAME-PRECEDENCE
           PERFORM NAME-CLASSIFICATION
           MOVE SPACES TO FORMS-REC
           STRING "CLASSIFICATION  " WS-CLASS-WORD
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING PAGE
           MOVE WS-RULE TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "PRECEDENCE      " WS-PRECEDENCE-WORD
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "FROM            " ENV-ORIGIN
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "TO              " WS-THIS-DEST
               DELIMITED BY SIZE INTO FORMS-REC
           IF ENV-DEST NOT = WS-THIS-DEST AND ENV-DEST NOT = SPACES
               STRING "VIA " ENV-DEST
                   DELIMITED BY SIZE INTO FORMS-REC(22:8)
           END-IF
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-DATE-DISP
           STRING ENV-DATE(1:4) "-" ENV-DATE(5:2) "-" ENV-DATE(7:2)
               DELIMITED BY SIZE INTO WS-DATE-DISP
           MOVE SPACES TO FORMS-REC
           STRING "DATE            " WS-DATE-DISP
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "MESSAGE ID      " ENV-MSG-ID
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           IF ENV-RECORD-TYPE = "R"
               MOVE "                REPEAT -- RETRANSMITTED COPY"
                   TO FORMS-REC
               WRITE FORMS-REC AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-THIN-RULE TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           PERFORM PRINT-WRAPPED-TEXT
           MOVE SPACES TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE WS-THIN-RULE TO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO FORMS-REC
           STRING "CLASSIFICATION  " WS-CLASS-WORD
               DELIMITED BY SIZE INTO FORMS-REC
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           PERFORM PRINT-PAGE-FOOTER.

       PRINT-PAGE-FOOTER.
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE WS-PAGE-TOTAL TO WS-PAGE-DISP-2
           MOVE SPACES TO FORMS-REC
           STRING WS-THIS-DEST "  PAGE " WS-PAGE-DISP
               " OF " WS-PAGE-DISP-2
               DELIMITED BY SIZE INTO FORMS-REC(40:30)
           WRITE FORMS-REC AFTER ADVANCING 2 LINES.

      *> Walks the trimmed text a line at a time: the break is the
      *> last blank inside the width, so words are never split
      *> unless one word alone is wider than the line.
       PRINT-WRAPPED-TEXT.
           MOVE ENV-TEXT TO WS-WRAP-TEXT
           MOVE ZERO TO WS-WRAP-TRIM
           INSPECT FUNCTION REVERSE(WS-WRAP-TEXT)
               TALLYING WS-WRAP-TRIM FOR LEADING SPACE
           COMPUTE WS-WRAP-LEN = LENGTH OF WS-WRAP-TEXT - WS-WRAP-TRIM
           IF WS-WRAP-LEN = ZERO
               MOVE "(NO TEXT)" TO FORMS-REC
               WRITE FORMS-REC AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                       OR WS-WRAP-TEXT(WS-WRAP-POS:1) NOT = SPACE
                   ADD 1 TO WS-WRAP-POS
               END-PERFORM
               IF WS-WRAP-POS <= WS-WRAP-LEN
                   PERFORM PRINT-ONE-TEXT-LINE
               END-IF
           END-PERFORM.

       PRINT-ONE-TEXT-LINE.
           COMPUTE WS-WRAP-END = WS-WRAP-POS + WS-WRAP-WIDTH - 1
           IF WS-WRAP-END >= WS-WRAP-LEN
               COMPUTE WS-WRAP-PIECE = WS-WRAP-LEN - WS-WRAP-POS + 1
           ELSE
               MOVE ZERO TO WS-WRAP-BREAK
               IF WS-WRAP-TEXT(WS-WRAP-END + 1:1) = SPACE
                   COMPUTE WS-WRAP-BREAK = WS-WRAP-END + 1
               ELSE
                   PERFORM VARYING WS-WRAP-BREAK FROM WS-WRAP-END
                           BY -1
                           UNTIL WS-WRAP-BREAK <= WS-WRAP-POS
                           OR WS-WRAP-TEXT(WS-WRAP-BREAK:1) = SPACE
                       CONTINUE
                   END-PERFORM
               END-IF
               IF WS-WRAP-BREAK <= WS-WRAP-POS
                   MOVE WS-WRAP-WIDTH TO WS-WRAP-PIECE
               ELSE
                   COMPUTE WS-WRAP-PIECE = WS-WRAP-BREAK - WS-WRAP-POS
               END-IF
           END-IF
           MOVE SPACES TO FORMS-REC
           MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-PIECE)
               TO FORMS-REC(1:WS-WRAP-PIECE)
           WRITE FORMS-REC AFTER ADVANCING 1 LINE
           ADD WS-WRAP-PIECE TO WS-WRAP-POS.

       NAME-PRECEDENCE.
           MOVE "UNMARKED" TO WS-PRECEDENCE-WORD
           IF ENV-PRIORITY = "1"
               MOVE "FLASH" TO WS-PRECEDENCE-WORD
           END-IF
           IF ENV-PRIORITY = "2"
               MOVE "IMMEDIATE" TO WS-PRECEDENCE-WORD
           END-IF
           IF ENV-PRIORITY = "3"
               MOVE "ROUTINE" TO WS-PRECEDENCE-WORD
           END-IF.

       NAME-CLASSIFICATION.
           MOVE "UNMARKED" TO WS-CLASS-WORD
           IF ENV-CLASS = "U"
               MOVE "UNCLASSIFIED" TO WS-CLASS-WORD
           END-IF
           IF ENV-CLASS = "C"
               MOVE "CONFIDENTIAL" TO WS-CLASS-WORD
           END-IF
           IF ENV-CLASS = "S"
               MOVE "SECRET" TO WS-CLASS-WORD
           END-IF
           IF ENV-CLASS = "T"
               MOVE "TOP SECRET" TO WS-CLASS-WORD
           END-IF.
       END PROGRAM MSGFORM.
