       *> One enciphered message in the ciphertext store CIPHER.STO,
       *> keyed by message id and written by ENCRYPT as the record
       *> goes into the batch -- the copy RETRANS re-cuts when a
       *> destination never acknowledges the delivery, so nobody has
       *> to dig the original out of an old CIPH.ENCRYPTED by hand.
       *> CS-NET names the routing code whose net key enciphered the
       *> record, blank when it went out under the general key; the
       *> key's date and key-id go with it, so the repeat can be
       *> bracketed under exactly the key the receiving side needs.
       *> CS-CIPHER-REC is the output record as written, envelope and
       *> ciphertext, CS-REC-LEN bytes long.
           01 STORE-RECORD.
               05 CS-MSG-ID PIC X(8).
               05 CS-NET PIC X(4).
               05 CS-KEY-DATE PIC X(8).
               05 CS-KEY-ID PIC X(6).
               05 CS-STORE-STAMP PIC X(21).
               05 CS-REC-LEN PIC 9(4).
               05 CS-CIPHER-REC PIC X(110).
