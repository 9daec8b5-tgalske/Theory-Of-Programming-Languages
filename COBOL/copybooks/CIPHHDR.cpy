       *> reader of the file tells control records and messages
       *> apart the same way. The header is 23 bytes, the trailer
       *> 15 -- both too short to be mistaken for an envelope.
       *> The header names the general key; each net key the batch
       *> enciphers under follows it as a 19-byte "K" record giving
       *> the routing code and the key's date and key-id, so the
       *> receiving side resolves every message under its own
       *> destination's key.
       *> Every data record is followed by a 14-byte "C" check
       *> record carrying its message id and a check group summed
       *> over the record exactly as it went out (envelope and
       *> ciphertext, blank-filled to the full 110 bytes): each
       *> character's code times its position, modulo 99991. One
       *> character changed in transfer, or two swapped, moves the
       *> sum by less than the modulus, so it cannot come back the
       *> same. The trailer totals count data records only -- the
       *> check records ride alongside them.
           01 BATCH-HEADER-RECORD.
               05 BH-RECORD-TYPE PIC X.
               05 BH-RUN-DATE PIC X(8).
               05 BH-KEY-DATE PIC X(8).
               05 BH-KEY-ID PIC X(6).
           01 BATCH-NET-KEY-RECORD.
               05 BK-RECORD-TYPE PIC X.
               05 BK-NET PIC X(4).
               05 BK-KEY-DATE PIC X(8).
               05 BK-KEY-ID PIC X(6).
           01 BATCH-TRAILER-RECORD.
               05 BT-RECORD-TYPE PIC X.
               05 BT-RECORD-COUNT PIC 9(6).
               05 BT-CHAR-COUNT PIC 9(8).
           01 BATCH-CHECK-RECORD.
               05 BC-RECORD-TYPE PIC X.
               05 BC-MSG-ID PIC X(8).
               05 BC-CHECK-GROUP PIC 9(5).
