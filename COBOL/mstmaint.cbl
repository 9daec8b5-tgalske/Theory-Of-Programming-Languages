           SELECT HISTORY-FILE ASSIGN TO "MASTER.HIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSG.JRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT WORK-FILE ASSIGN TO "MASTER.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
      *> archived history -- the trailing pad never reaches disk.
       FD HISTORY-FILE.
           01 HISTORY-REC PIC X(120).
       FD JOURNAL-FILE.
           COPY CIPHJRN.
       FD WORK-FILE.
           01 WORK-REC PIC X(120).
       FD REPORT-FILE.
           01 WS-MST-STATUS PIC XX.
           01 WS-HIS-STATUS PIC XX.
           01 WS-WRK-STATUS PIC XX.
           01 WS-JRN-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-MST-EOF PIC X VALUE "N".
           01 WS-WRK-EOF PIC X VALUE "N".
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT WORK-FILE
           OPEN OUTPUT REPORT-FILE

               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BACKUP STAMP " WS-TODAY(1:14)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "INTEGRITY EXCEPTIONS" TO REPORT-REC
           WRITE REPORT-REC

           CLOSE MESSAGE-MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE JOURNAL-FILE
           CLOSE WORK-FILE

           IF WS-STUCK-COUNT = ZERO
      *> receipt) with a decrypt stamp older than the retention
      *> date. Everything else is retained -- and while it is in
      *> hand, the transient states are aged so the stuck ones get
      *> a report line. Leaving the cluster is the last entry in a
      *> message's journal timeline: ARCHIVED, with the record as it
      *> went to the history file.
       SPLIT-ONE-RECORD.
           IF (MM-STATUS = "DELIVERED" OR MM-STATUS = "ACKED")
                   AND MM-DEC-STAMP(1:8) < WS-RETENTION-DATE
               MOVE MASTER-RECORD TO HISTORY-REC
               WRITE HISTORY-REC
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE MM-MSG-ID TO JR-MSG-ID
               MOVE MM-STATUS TO JR-OLD-STATUS
               MOVE "ARCHIVED" TO JR-NEW-STATUS
               MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
               MOVE "MSTMAINT" TO JR-PROGRAM
               MOVE "*BATCH*" TO JR-OPERATOR-ID
               MOVE SPACES TO JR-AFTER-IMAGE
               MOVE MASTER-RECORD TO JR-AFTER-IMAGE
               WRITE JOURNAL-RECORD
           ELSE
               MOVE SPACES TO WORK-REC
               MOVE MASTER-RECORD TO WORK-REC
      *> cluster returns it that way), so the load is a straight
      *> copy -- and it is the safety net: if this job dies between
      *> the two phases, the original cluster is still intact and
      *> the run can simply be repeated. The work file is kept as
      *> the dated master backup MSTRECOV rolls forward from; the
      *> BACKUP STAMP on the report is the run's start, before the
      *> first ARCHIVED journal entry, and goes on MSTRECOV's card.
       RELOAD-LIVE-MASTER.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT MESSAGE-MASTER-FILE
