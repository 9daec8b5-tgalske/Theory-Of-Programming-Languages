           SELECT DECRYPTED-FILE ASSIGN TO "RECON.DEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
      *> DECRYPT's corrupted-message file: a message held back
      *> because its check group failed is not missing from the
      *> decrypted file, it is accounted for -- and counted apart
      *> from the mismatches.
           SELECT CORRUPT-FILE ASSIGN TO "RECON.COR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT DISCREPANCY-FILE ASSIGN TO "RECON.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORTED-DEC-FILE ASSIGN TO "RECON.SRT3"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORTED-COR-FILE ASSIGN TO "RECON.SRT4"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORIGINAL-FILE.
           01 ENCRYPTED-REC PIC X(110).
       FD DECRYPTED-FILE.
           01 DECRYPTED-REC PIC X(110).
       FD CORRUPT-FILE.
           01 CORRUPT-REC PIC X(110).
       FD DISCREPANCY-FILE.
           01 DISCREPANCY-REC PIC X(320).
       FD AUDIT-LOG-FILE.
           01 SORTED-DEC-REC.
               05 SD-MSG-ID PIC X(8).
               05 SD-TEXT PIC X(80).
       FD SORTED-COR-FILE.
           01 SORTED-COR-REC.
               05 SC-MSG-ID PIC X(8).
               05 SC-TEXT PIC X(80).
       WORKING-STORAGE SECTION.
           COPY CIPHENV.
           01 WS-RECORD-NUM PIC 9(6) VALUE ZERO.
           01 WS-ORIG-STATUS PIC XX.
           01 WS-ENC-STATUS PIC XX.
           01 WS-DEC-STATUS PIC XX.
           01 WS-COR-STATUS PIC XX.
           01 WS-CORRUPT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-AUD-STATUS PIC XX.
           01 WS-AUD-EOF PIC X VALUE "N".
           01 WS-REL-EOF PIC X.
      *> written last -- that record's AUD-CIPHER-MODE is this run's
      *> mode, and it is what COMPARE-ONE-MESSAGE compares under.
           01 WS-DECRYPT-MODE PIC X VALUE "U".
      *> The matched walk's four stream cursors: the current
      *> message id and text from each sorted file, with the id
      *> pushed to HIGH-VALUES at end of file so an exhausted
      *> stream simply never holds the lowest key again.
           01 WS-ENC-CUR-TEXT PIC X(80).
           01 WS-DEC-CUR-ID PIC X(8).
           01 WS-DEC-CUR-TEXT PIC X(80).
           01 WS-COR-CUR-ID PIC X(8).
           01 WS-MATCH-KEY PIC X(8).
           01 WS-ORIG-HERE PIC X.
           01 WS-ENC-HERE PIC X.
           01 WS-DEC-HERE PIC X.
           01 WS-COR-HERE PIC X.
           01 WS-RUN-STATUS PIC XX.
           01 WS-RUN-EOF PIC X VALUE "N".
           01 WS-PRED-SEEN PIC X VALUE "N".
               ON ASCENDING KEY SR-MSG-ID
               INPUT PROCEDURE IS RELEASE-DECRYPTED
               GIVING SORTED-DEC-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-MSG-ID
               INPUT PROCEDURE IS RELEASE-CORRUPTED
               GIVING SORTED-COR-FILE

           OPEN INPUT SORTED-ORIG-FILE
           OPEN INPUT SORTED-ENC-FILE
           OPEN INPUT SORTED-DEC-FILE
           OPEN INPUT SORTED-COR-FILE
           OPEN OUTPUT DISCREPANCY-FILE

           PERFORM READ-NEXT-ORIGINAL
           PERFORM READ-NEXT-ENCRYPTED
           PERFORM READ-NEXT-DECRYPTED
           PERFORM READ-NEXT-CORRUPTED

           PERFORM MATCH-ONE-KEY
               UNTIL WS-ORIG-CUR-ID = HIGH-VALUES
               AND WS-DEC-CUR-ID = HIGH-VALUES
               AND WS-COR-CUR-ID = HIGH-VALUES

           PERFORM REPORT-CORRUPT-SUMMARY
           PERFORM REPORT-SECURITY-SUMMARY

           DISPLAY "RECON: " WS-MATCH-COUNT " matched, "
               WS-MISMATCH-COUNT " mismatched, "
               WS-CORRUPT-COUNT " corrupted in transfer"

           CLOSE SORTED-ORIG-FILE
           CLOSE SORTED-ENC-FILE
           CLOSE SORTED-DEC-FILE
           CLOSE SORTED-COR-FILE
           CLOSE DISCREPANCY-FILE

           PERFORM WRITE-RUN-END
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE "RUN" TO RC-STATUS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE "OK" TO RC-STATUS
           MOVE WS-RECORD-NUM TO RC-RECORD-COUNT
           MOVE ZERO TO RC-BALANCE-COUNTS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

               CLOSE AUDIT-LOG-FILE
           END-IF.

      *> The release paragraphs feed the sorts. Originals go
      *> through wholesale, as they always have; the encrypted and
      *> decrypted files carry batch headers and trailers (and the
      *> encrypted file its check records) around their data, so
      *> only "D" envelope records are released. The corrupted
      *> file holds nothing but messages, and every one goes
      *> through -- its type byte may be the very thing garbled. A
      *> file that is not allocated releases nothing -- the same
      *> tolerance the old table loads had.
       RELEASE-ORIGINALS.
               CLOSE DECRYPTED-FILE
           END-IF.

       RELEASE-CORRUPTED.
           MOVE "N" TO WS-REL-EOF
           OPEN INPUT CORRUPT-FILE
           IF WS-COR-STATUS = "35"
               MOVE "Y" TO WS-REL-EOF
           END-IF
           PERFORM UNTIL WS-REL-EOF = "Y"
               READ CORRUPT-FILE
                   AT END
                       MOVE "Y" TO WS-REL-EOF
                   NOT AT END
                       MOVE CORRUPT-REC TO ENVELOPE-RECORD
                       MOVE ENV-MSG-ID TO SR-MSG-ID
                       MOVE ENV-TEXT TO SR-TEXT
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           IF WS-COR-STATUS NOT = "35"
               CLOSE CORRUPT-FILE
           END-IF.

       READ-NEXT-ORIGINAL.
           READ SORTED-ORIG-FILE
               AT END
                   MOVE SD-TEXT TO WS-DEC-CUR-TEXT
           END-READ.

       READ-NEXT-CORRUPTED.
           READ SORTED-COR-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-COR-CUR-ID
               NOT AT END
                   MOVE SC-MSG-ID TO WS-COR-CUR-ID
           END-READ.

      *> One step of the matched walk: the lowest message id across
      *> the four streams is the key in hand, and which streams
      *> hold it says everything. An original with no encrypted
      *> partner is missing from the encrypted file; one with no
      *> decrypted partner is missing there -- unless DECRYPT held
      *> it back as corrupted, which is counted on its own; a
      *> decrypted record with no original is a record the round
      *> trip manufactured, and a corrupted one with no original
      *> most likely had its message id garbled.
      *> Ciphertext with no original is not an error anyone asked
      *> about -- it is simply walked past, as the old table pass
      *> ignored it too. Every stream holding the key advances, so
           IF WS-DEC-CUR-ID < WS-MATCH-KEY
               MOVE WS-DEC-CUR-ID TO WS-MATCH-KEY
           END-IF
           IF WS-COR-CUR-ID < WS-MATCH-KEY
               MOVE WS-COR-CUR-ID TO WS-MATCH-KEY
           END-IF

           MOVE "N" TO WS-ORIG-HERE
           MOVE "N" TO WS-ENC-HERE
           MOVE "N" TO WS-DEC-HERE
           MOVE "N" TO WS-COR-HERE
           IF WS-ORIG-CUR-ID = WS-MATCH-KEY
               MOVE "Y" TO WS-ORIG-HERE
           END-IF
           IF WS-DEC-CUR-ID = WS-MATCH-KEY
               MOVE "Y" TO WS-DEC-HERE
           END-IF
           IF WS-COR-CUR-ID = WS-MATCH-KEY
               MOVE "Y" TO WS-COR-HERE
           END-IF

           IF WS-ORIG-HERE = "Y"
               ADD 1 TO WS-RECORD-NUM
                   PERFORM CHECK-SECURITY
               END-IF
               IF WS-DEC-HERE = "N"
                   IF WS-COR-HERE = "Y"
                       PERFORM WRITE-CORRUPTED
                   ELSE
                       PERFORM WRITE-MISSING-DECRYPTED
                   END-IF
               ELSE
                   IF WS-ENC-HERE = "Y"
                       PERFORM COMPARE-ONE-MESSAGE
               IF WS-DEC-HERE = "Y"
                   PERFORM WRITE-EXTRA-DECRYPTED
               END-IF
               IF WS-COR-HERE = "Y"
                   PERFORM WRITE-CORRUPTED
               END-IF
           END-IF

           IF WS-ORIG-HERE = "Y"
           END-IF
           IF WS-DEC-HERE = "Y"
               PERFORM READ-NEXT-DECRYPTED
           END-IF
      *> The corrupted stream advances past every copy of the key --
      *> a message garbled on two transfers the same night (the
      *> nightly file and a RETRANS repeat, say) is one message.
           PERFORM READ-NEXT-CORRUPTED
               UNTIL WS-COR-CUR-ID NOT = WS-MATCH-KEY.

      *> Classic cipher mode (ENCRYPT/DECRYPT's default) force
      *> upper-cases every message before shifting it, so a
               DELIMITED BY SIZE INTO DISCREPANCY-REC
           WRITE DISCREPANCY-REC.

       WRITE-CORRUPTED.
           ADD 1 TO WS-CORRUPT-COUNT
           MOVE SPACES TO DISCREPANCY-REC
           IF WS-ORIG-HERE = "Y"
               STRING "MSG " WS-MATCH-KEY
                   " CORRUPTED IN TRANSFER -- HELD BY DECRYPT,"
                   " CHECK GROUP FAILED"
                   DELIMITED BY SIZE INTO DISCREPANCY-REC
           ELSE
               STRING "MSG " WS-MATCH-KEY
                   " CORRUPTED IN TRANSFER -- ID NOT AMONG THE"
                   " ORIGINALS, MAY ITSELF BE GARBLED"
                   DELIMITED BY SIZE INTO DISCREPANCY-REC
           END-IF
           WRITE DISCREPANCY-REC.

       WRITE-EXTRA-DECRYPTED.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE SPACES TO DISCREPANCY-REC
               WRITE DISCREPANCY-REC
           END-IF.

      *> The corrupted messages are neither matches nor
      *> mismatches -- nothing about them says the cipher is
      *> wrong -- so they get a count line of their own.
       REPORT-CORRUPT-SUMMARY.
           IF WS-CORRUPT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISCREPANCY-REC
           STRING "CORRUPTED IN TRANSFER -- " WS-CORRUPT-COUNT
               " MESSAGE(S) HELD BACK BY DECRYPT, NOT COUNTED AS"
               " MISMATCHES"
               DELIMITED BY SIZE INTO DISCREPANCY-REC
           WRITE DISCREPANCY-REC.

      *> The security exceptions get their own summary line and
      *> drive the job's return code to 8 -- the scheduler tests
      *> that code to hold the delivery step, which a clean-looking
