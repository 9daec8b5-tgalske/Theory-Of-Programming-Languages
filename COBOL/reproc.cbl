       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       FD KEY-FILE.
           01 KEY-REC PIC X(24).
       WORKING-STORAGE SECTION.
           COPY CIPHENV.
           COPY CIPHHDR.
           01 WS-SHIFT PIC 99 VALUE 05.
           01 WS-MODE PIC X VALUE "U".
           01 WS-DIGITS PIC X VALUE "N".
           01 WS-MULT PIC 99 VALUE 01.
           01 WS-KEY-DATE PIC X(8) VALUE SPACES.
           01 WS-KEY-ID PIC X(6) VALUE SPACES.
           01 WS-KEY-CARDED PIC X VALUE "N".
           01 WS-TEXT-LEN PIC 9(4).
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-RUN-STAMP PIC X(21).
      *> The replacement record blank-filled to full width, and the
      *> check group summed over it for the C record behind it.
           01 WS-CHK-IMAGE PIC X(110).
           01 WS-CHK-IDX PIC 9(4).
           01 WS-CHK-SUM PIC 9(9).
           01 WS-CHK-GROUP PIC 9(5).
       PROCEDURE DIVISION.
      *> Redoes a bad slice of a finished run without rerunning the
      *> other 49,000 records: the request cards name record-number
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL REPROCESSED: " WS-COUNT-DISP
               " UNDER SHIFT " WS-SHIFT
               " MULTIPLIER " WS-MULT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           DISPLAY "REPROC: " WS-COUNT-DISP " message(s) redone"
           STOP RUN.

      *> K card: "K" + shift(2)/mode(1)/digit-flag(1)/multiplier(2)
      *> in columns 2-7, the same field layout the ENCRYPT control
      *> card carries (a blank multiplier is a plain shift, 01).
      *> R card: "R" + from(6)/thru(6) record numbers in columns
      *> 2-13. M card: "M" + message id in columns 2-9.
       READ-REQUEST-CARDS.
           IF REQUEST-CARD-REC(1:1) = "K"
               MOVE "Y" TO WS-KEY-CARDED
               MOVE REQUEST-CARD-REC(2:2) TO WS-SHIFT
               IF REQUEST-CARD-REC(6:2) IS NUMERIC
                   MOVE REQUEST-CARD-REC(6:2) TO WS-MULT
               ELSE
                   MOVE 01 TO WS-MULT
               END-IF
               IF REQUEST-CARD-REC(4:1) NOT = SPACE
                   MOVE REQUEST-CARD-REC(4:1) TO WS-MODE
               END-IF
               READ KEY-FILE
                   NOT AT END
                       MOVE KEY-REC(1:2) TO WS-SHIFT
                       IF KEY-REC(23:2) IS NUMERIC
                           MOVE KEY-REC(23:2) TO WS-MULT
                       END-IF
                       IF KEY-REC(3:1) NOT = SPACE
                           MOVE KEY-REC(3:1) TO WS-MODE
                       END-IF
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE ENV-TEXT TO WS-INPUT-TEXT
           CALL "ENCRYPT-ONE" USING WS-INPUT-TEXT WS-SHIFT
               WS-MODE WS-DIGITS WS-MULT WS-OUTPUT-TEXT
           MOVE WS-OUTPUT-TEXT TO ENV-TEXT

           MOVE ZERO TO WS-TRIM-COUNT
               FOR LEADING SPACE
           SUBTRACT WS-TRIM-COUNT FROM LENGTH OF ENV-TEXT
               GIVING WS-TEXT-LEN
           COMPUTE WS-OUT-REC-LEN = 31 + WS-TEXT-LEN
           MOVE SPACES TO REPLACEMENT-REC
           MOVE ENVELOPE-RECORD(1:WS-OUT-REC-LEN)
               TO REPLACEMENT-REC(1:WS-OUT-REC-LEN)
           WRITE REPLACEMENT-REC
           ADD 1 TO WS-REDONE-COUNT
           ADD WS-TEXT-LEN TO WS-CHAR-COUNT
           PERFORM WRITE-CHECK-RECORD

           MOVE WS-RECORD-NUM TO WS-RECORD-NUM-DISP
           MOVE SPACES TO REPORT-REC
           STRING "MSG " ENV-MSG-ID
               " RECORD " WS-RECORD-NUM-DISP
               " RE-ENCIPHERED UNDER SHIFT " WS-SHIFT
               " MULTIPLIER " WS-MULT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "REPROC: msg " ENV-MSG-ID " redone".

      *> Each replacement record is vouched for by a check record,
      *> summed exactly as ENCRYPT sums the nightly file's, so
      *> DECRYPT holds a replacement garbled in transfer back the
      *> same way.
       WRITE-CHECK-RECORD.
           MOVE SPACES TO WS-CHK-IMAGE
           MOVE REPLACEMENT-REC(1:WS-OUT-REC-LEN)
               TO WS-CHK-IMAGE(1:WS-OUT-REC-LEN)
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
           MOVE 14 TO WS-OUT-REC-LEN
           MOVE SPACES TO REPLACEMENT-REC
           MOVE BATCH-CHECK-RECORD TO REPLACEMENT-REC(1:14)
           WRITE REPLACEMENT-REC.

      *> The replacement file is bracketed like any interchange
      *> batch, so the receiving DECRYPT proves its completeness the
      *> same way it proves the nightly file's.
