       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSG.MAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MM-MSG-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "MASTER.BKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MSTRECOV.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "MSTRECOV.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MESSAGE-MASTER-FILE.
           COPY CIPHMST.
      *> The backup is a dated generation of MSTMAINT's reload file:
      *> the whole live cluster as the housekeeping run left it, one
      *> CIPHMST image per line, sized like the history file.
       FD BACKUP-FILE.
           01 BACKUP-REC PIC X(120).
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD REPORT-FILE.
           01 REPORT-REC PIC X(132).
       FD CONTROL-CARD-FILE.
           01 CONTROL-CARD-REC PIC X(29).
       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX.
           01 WS-BKP-STATUS PIC XX.
           01 WS-JRN-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-BKP-EOF PIC X VALUE "N".
           01 WS-JRN-EOF PIC X VALUE "N".
      *> When the backup was taken and how far to roll forward, both
      *> as YYYYMMDDHHMMSS. A date alone on the card is widened to
      *> the start of that day for the backup and to the end of it
      *> for the cutoff; no cutoff replays the whole journal.
           01 WS-BACKUP-STAMP PIC X(14) VALUE SPACES.
           01 WS-CUTOFF-STAMP PIC X(14) VALUE SPACES.
           01 WS-FOUND PIC X.
           01 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-BREAK-COUNT PIC 9(6) VALUE ZERO.
           01 WS-LATER-COUNT PIC 9(6) VALUE ZERO.
           01 WS-COUNT-DISP PIC Z(5)9.
           01 WS-COUNT-DISP-2 PIC Z(5)9.
           01 WS-COUNT-DISP-3 PIC Z(5)9.
           01 WS-COUNT-DISP-4 PIC Z(5)9.
           01 WS-BACKED-STATUS PIC X(10).
           01 WS-JRN-FROM PIC X(10).
       PROCEDURE DIVISION.
      *> Forward recovery for the message master. MSG.MAST is
      *> updated in place all night, so a cluster damaged partway
      *> through the cycle used to mean restoring an old copy and
      *> losing every status change since. This job rebuilds it
      *> instead: the dated backup is loaded into an empty cluster
      *> and the status journal is replayed over it, oldest entry
      *> first, up to the cutoff on the control card. Each journal
      *> entry carries the whole record as its change left it, so
      *> applying one is a plain write of the after-image -- but
      *> only once the entry is shown to follow on from the record
      *> in hand. An entry the backup already reflects is skipped;
      *> one whose old status is not what the rebuilt record says
      *> is a break in that message's history, left unapplied and
      *> reported so the operator decides, rather than papering
      *> over a missing journal segment or the wrong backup.
       MAIN-PROCEDURE.
           DISPLAY "MSTRECOV"

           PERFORM READ-CONTROL-CARD
           IF WS-BACKUP-STAMP = SPACES
               DISPLAY "MSTRECOV: no backup date, master untouched"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = "00"
               DISPLAY "MSTRECOV: master backup unavailable, status "
                   WS-BKP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MESSAGE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MSTRECOV: message master unavailable, status "
                   WS-MST-STATUS
               CLOSE BACKUP-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "MESSAGE MASTER FORWARD RECOVERY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BACKUP AS OF " WS-BACKUP-STAMP
               "  CUTOFF " WS-CUTOFF-STAMP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM LOAD-BACKUP
           CLOSE BACKUP-FILE
           CLOSE MESSAGE-MASTER-FILE

           MOVE "HISTORY BREAKS" TO REPORT-REC
           WRITE REPORT-REC
           OPEN I-O MESSAGE-MASTER-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               DISPLAY "MSTRECOV: no status journal, backup only"
           ELSE
               PERFORM UNTIL WS-JRN-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-JRN-EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE MESSAGE-MASTER-FILE

           IF WS-BREAK-COUNT = ZERO
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "LOADED FROM BACKUP " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP-2
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISP-3
           MOVE WS-LATER-COUNT TO WS-COUNT-DISP-4
           MOVE SPACES TO REPORT-REC
           STRING "APPLIED " WS-COUNT-DISP
               "  ALREADY APPLIED " WS-COUNT-DISP-2
               "  HISTORY BREAKS " WS-COUNT-DISP-3
               "  PAST CUTOFF " WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY "MSTRECOV: " WS-COUNT-DISP " applied, "
               WS-COUNT-DISP-2 " already applied, "
               WS-COUNT-DISP-3 " break(s)"
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The card carries the backup's stamp in columns 1-14 (the
      *> BACKUP STAMP line of the MSTMAINT run that cut the backup)
      *> and the cutoff in columns 16-29, each YYYYMMDD with an
      *> optional HHMMSS -- the shape the journal's timestamps lead
      *> with, so both tests below are plain character compares.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               DISPLAY "MSTRECOV: no control card"
           ELSE
               READ CONTROL-CARD-FILE
                   AT END
                       DISPLAY "MSTRECOV: blank control card"
               END-READ
               IF CONTROL-CARD-REC NOT = SPACES
                   MOVE CONTROL-CARD-REC(1:14) TO WS-BACKUP-STAMP
                   MOVE CONTROL-CARD-REC(16:14) TO WS-CUTOFF-STAMP
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BACKUP-STAMP NOT = SPACES
               INSPECT WS-BACKUP-STAMP REPLACING ALL SPACE BY "0"
           END-IF
           INSPECT WS-CUTOFF-STAMP REPLACING ALL SPACE BY "9".

       LOAD-BACKUP.
           PERFORM UNTIL WS-BKP-EOF = "Y"
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BKP-EOF
                   NOT AT END
                       MOVE BACKUP-REC TO MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               DISPLAY "MSTRECOV: duplicate on backup "
                                   MM-MSG-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.

      *> Entries stamped before the backup was taken are already in
      *> it, and so is any entry whose after-image matches the record
      *> exactly (a change made while the backup was being cut). An
      *> ARCHIVED entry for a message not on the backup means the
      *> housekeeping run that took the backup also archived it.
      *> What is left must chain: a creation entry (blank old status)
      *> for a message the backup does not hold, or an old status
      *> equal to the rebuilt record's current one.
       REPLAY-ONE-ENTRY.
           IF JR-TIMESTAMP(1:14) > WS-CUTOFF-STAMP
               ADD 1 TO WS-LATER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JR-TIMESTAMP(1:14) < WS-BACKUP-STAMP
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE JR-MSG-ID TO MM-MSG-ID
           MOVE "Y" TO WS-FOUND
           READ MESSAGE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
               EVALUATE TRUE
                   WHEN JR-NEW-STATUS = "ARCHIVED"
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN JR-OLD-STATUS = SPACES
                       MOVE SPACES TO MASTER-RECORD
                       MOVE JR-AFTER-IMAGE TO MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               DISPLAY "MSTRECOV: write failed for "
                                   JR-MSG-ID
                       END-WRITE
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN OTHER
                       MOVE "(none)" TO WS-BACKED-STATUS
                       PERFORM NOTE-HISTORY-BREAK
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           IF JR-NEW-STATUS NOT = "ARCHIVED"
                   AND MASTER-RECORD = JR-AFTER-IMAGE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JR-OLD-STATUS NOT = MM-STATUS
               MOVE MM-STATUS TO WS-BACKED-STATUS
               PERFORM NOTE-HISTORY-BREAK
               EXIT PARAGRAPH
           END-IF

           IF JR-NEW-STATUS = "ARCHIVED"
               DELETE MESSAGE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "MSTRECOV: delete failed for "
                           JR-MSG-ID
               END-DELETE
           ELSE
               MOVE SPACES TO MASTER-RECORD
               MOVE JR-AFTER-IMAGE TO MASTER-RECORD
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "MSTRECOV: rewrite failed for "
                           JR-MSG-ID
               END-REWRITE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

       NOTE-HISTORY-BREAK.
           IF JR-OLD-STATUS = SPACES
               MOVE "(new)" TO WS-JRN-FROM
           ELSE
               MOVE JR-OLD-STATUS TO WS-JRN-FROM
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "  MSG " JR-MSG-ID
               " RECORD " WS-BACKED-STATUS
               " JOURNAL " WS-JRN-FROM " -> " JR-NEW-STATUS
               " " JR-PROGRAM " " JR-TIMESTAMP(1:14)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-BREAK-COUNT.
       END PROGRAM MSTRECOV.
