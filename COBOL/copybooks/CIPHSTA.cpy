       *> the entry stays on file so old traffic still resolves, but
       *> new traffic naming it is turned away. STATDIR is the only
       *> program that writes this file; ENCRYPT and DECRYPT read it.
       *> SD-CLEARANCE is the highest classification (U, C, S or T,
       *> as on the envelope) a routing code may receive, and
       *> SD-CLEARANCE-DATE when it was last set; entries written
       *> before clearances existed carry it blank, which every
       *> reader takes as U. SD-KIND "G" marks a collective routing
       *> code: traffic addressed to it goes to every routing code in
       *> SD-MEMBER-LIST (up to ten, left-justified, the rest blank),
       *> each of which must itself be an ordinary effective code.
       *> Blank is an ordinary station or routing code.
           01 STATION-RECORD.
               05 SD-CODE PIC X(8).
               05 SD-STATUS PIC X.
               05 SD-EFFECTIVE-DATE PIC X(8).
               05 SD-WITHDRAWN-DATE PIC X(8).
               05 SD-CLEARANCE PIC X.
               05 SD-CLEARANCE-DATE PIC X(8).
               05 SD-KIND PIC X.
               05 SD-MEMBER-LIST.
                   10 SD-MEMBER PIC X(4) OCCURS 10 TIMES.
