       *> DATE = envelope date is not a real calendar date, PRIO =
       *> priority outside 1-3, DUPL = message id already enciphered
       *> (suspected duplicate -- the master record it would have
       *> overwritten is left untouched), CLRN = classification
       *> marking missing or unknown, or the destination is not
       *> cleared for it. REJ-RUN-DATE is the date of the ENCRYPT
       *> run that quarantined the record (blank on records from
       *> before it was kept), so the night's quarantines can be
       *> told from older ones still waiting in the file.
           01 REJECT-RECORD.
               05 REJ-REASON PIC X(4).
               05 REJ-RECORD-NUM PIC 9(6).
               05 REJ-ENVELOPE PIC X(110).
               05 REJ-RUN-DATE PIC X(8).
