       *> One cancellation request as the originating stations send
       *> them in on CANCEL.REQ: the message id to stop, the station
       *> asking (only the message's own origin may cancel it), and
       *> the free-text reason. ENCRYPT refuses to encipher a
       *> cancelled message, DECRYPT pulls one already enciphered
       *> before it reaches a delivery file, and CANCRPT reports how
       *> every request came out.
           01 CANCEL-RECORD.
               05 CN-MSG-ID PIC X(8).
               05 CN-ORIGIN PIC X(8).
               05 CN-REASON PIC X(40).
