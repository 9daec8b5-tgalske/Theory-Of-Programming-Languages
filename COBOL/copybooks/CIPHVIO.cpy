       *> One security violation, written by DISPATCH to SECURITY.VIO
       *> the moment it happens and read back by VIORPT. VL-SESSION
       *> is the terminal session's start stamp (YYYYMMDDHHMMSSss),
       *> taken before the sign-on prompt, so every violation from
       *> one session -- the failed tries, the lockout that ends
       *> them, the refusals after a good sign-on -- carries the
       *> same value. VL-OPERATOR-ID is the id given at the prompt
       *> for a sign-on failure (it may not be on file at all) and
       *> the signed-on operator otherwise. VL-EVENT is SIGN-ON (a
       *> failed try, VL-ATTEMPT its number), LOCKOUT (the third
       *> failure ended the session) or REFUSED (VL-OPTION is the
       *> menu option turned away, VL-AUTH the level that was
       *> refused). VL-REASON says why, in words.
           01 VIOLATION-RECORD.
               05 VL-TIMESTAMP PIC X(21).
               05 VL-SESSION PIC X(16).
               05 VL-OPERATOR-ID PIC X(8).
               05 VL-EVENT PIC X(8).
               05 VL-ATTEMPT PIC 9.
               05 VL-OPTION PIC X.
               05 VL-AUTH PIC X.
               05 VL-REASON PIC X(24).
