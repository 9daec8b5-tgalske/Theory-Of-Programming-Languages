       *> Message envelope carried end to end: ENCRYPT.IN arrives in
       *> this shape, ENCRYPT passes columns 1-31 through untouched
       *> and enciphers only ENV-TEXT, and DECRYPT undoes exactly
       *> that -- so a message keeps its identity through the whole
       *> round trip instead of being "whatever happened to be record
       *> 17". ENV-RECORD-TYPE is "D" for a message, "R" for a
       *> repeat of one RETRANS re-cut because it was never
       *> acknowledged; other values are reserved for control
       *> records an interchange file may carry around the data.
       *> ENV-DEST is the routing code DECRYPT distributes delivered
       *> plaintext by -- each destination is cleared only for its
       *> own traffic. The envelope fields are
       *> never enciphered: RECON matches the three files on
       *> ENV-MSG-ID, so a single lost message is one discrepancy,
       *> not a misalignment of every record after it.
       *> ENV-CLASS is the message's security classification, lowest
       *> to highest: U unclassified, C confidential, S secret, T top
       *> secret. ENCRYPT quarantines traffic for a destination whose
       *> STATION.DIR clearance is below it, and DECRYPT holds it back
       *> if the clearance has been lowered since. It took its column
       *> from the text, which is why ENV-TEXT is one short of 80 --
       *> the envelope stays a 110-byte record everywhere it goes.
           01 ENVELOPE-RECORD.
               05 ENV-RECORD-TYPE PIC X.
               05 ENV-MSG-ID PIC X(8).
               05 ENV-DATE PIC X(8).
               05 ENV-PRIORITY PIC X.
               05 ENV-DEST PIC X(4).
               05 ENV-CLASS PIC X.
               05 ENV-TEXT PIC X(79).
