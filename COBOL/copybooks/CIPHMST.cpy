       *> DECRYPT.SUS) and the distribution pass to DELIVERED.
       *> ACKPROC advances DELIVERED to ACKED once the destination's
       *> ack file confirms receipt, and the DISPATCH inquiry option
       *> reads the record back by key. A message its origin
       *> cancelled goes to CANCELLED instead, from ENCRYPT (never
       *> enciphered) or DECRYPT (pulled before delivery). Each of
       *> those changes is also appended to the status journal
       *> MSG.JRNL (CIPHJRN).
       *> MM-RETRY-COUNT is how many times RETRANS has re-cut the
       *> delivery for want of an ack; past the limit on its control
       *> card the message goes to ESCALATED instead of out again.
       *> Records written before the count existed carry it blank,
       *> which every reader takes as zero. MM-CLASS is the
       *> envelope's classification marking (blank on records
       *> written before the marking existed). MM-MEMBER-ACKS is
       *> for traffic to a collective routing code: one "Y" per
       *> member that has acked, by the member's position in the
       *> collective's STATION.DIR member list -- the message is
       *> ACKED only once every member's flag is set. An "H" marks
       *> a member whose copy DECRYPT parked under HOLD because the
       *> member is not cleared for the marking; the message stays
       *> DECRYPTED, and owes no ack from that member, until
       *> DISPATCH releases the member's copy.
       *> MM-MULTIPLIER is the affine half of the key beside
       *> MM-SHIFT (01 = plain Caesar shift, blank on older records).
           01 MASTER-RECORD.
               05 MM-MSG-ID PIC X(8).
               05 MM-STATUS PIC X(10).
               05 MM-SHIFT PIC 99.
               05 MM-MSG-LENGTH PIC 9(4).
               05 MM-UNSHIFTED PIC 9(4).
               05 MM-RETRY-COUNT PIC 99.
               05 MM-CLASS PIC X.
               05 MM-MEMBER-ACKS.
                   10 MM-MEMBER-ACK PIC X OCCURS 10 TIMES.
               05 MM-MULTIPLIER PIC 99.
