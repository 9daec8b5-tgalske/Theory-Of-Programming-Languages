       *> One line of the message status journal MSG.JRNL, appended
       *> every time a program moves a message master record from
       *> one status to another -- MSG.MAST only ever says where a
       *> message is now, the journal says how it got there. The old
       *> status is blank when the change created the master record.
       *> JR-OPERATOR-ID is the signed-on operator for terminal work,
       *> "*BATCH*" for the scheduled jobs, the same convention the
       *> audit trail uses. The after-image is the whole master
       *> record as the change left it, so the journal replayed over
       *> a MASTER.HIST backup rebuilds the cluster, not just the
       *> statuses; it is sized well ahead of CIPHMST, as the
       *> history file is.
           01 JOURNAL-RECORD.
               05 JR-MSG-ID PIC X(8).
               05 JR-OLD-STATUS PIC X(10).
               05 JR-NEW-STATUS PIC X(10).
               05 JR-TIMESTAMP PIC X(21).
               05 JR-PROGRAM PIC X(8).
               05 JR-OPERATOR-ID PIC X(8).
               05 JR-AFTER-IMAGE PIC X(160).
