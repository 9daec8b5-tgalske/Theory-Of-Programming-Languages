       *> ("A" or blank means the key is, or was, the live one for
       *> its date). A superseded key still resolves by key-id, so
       *> traffic enciphered before the cutover decrypts under the
       *> key that actually cut it. Each record also names the key
       *> net it belongs to -- the routing code whose traffic it
       *> enciphers, so a key lost at one desk exposes only that
       *> desk's traffic. A blank KH-NET is the general key, which
       *> covers unrouted traffic and any destination with no net
       *> key of its own. No key goes live on one person's say-so:
       *> KEYGEN (daily issue or emergency rekey) writes the entry
       *> "P" pending with the requesting operator and the time of
       *> the request, and it becomes the live key only when a
       *> second analyst activates it at DISPATCH -- that operator
       *> and time are kept alongside. An entry with a requester
       *> and no approver never went live. KH-MULTIPLIER is the
       *> affine half of the key (01 = plain Caesar shift). Records
       *> written before these fields existed read back with them
       *> blank, and a blank multiplier is taken as 01.
           01 KEY-HISTORY-RECORD.
               05 KH-EFFECTIVE-DATE PIC X(8).
               05 KH-KEY-ID PIC 9(6).
               05 KH-DIGITS PIC X.
               05 KH-STATUS PIC X.
               05 KH-CUTOVER-STAMP PIC X(14).
               05 KH-NET PIC X(4).
               05 KH-REQ-OPR PIC X(8).
               05 KH-REQ-STAMP PIC X(14).
               05 KH-APV-OPR PIC X(8).
               05 KH-APV-STAMP PIC X(14).
               05 KH-MULTIPLIER PIC 99.
