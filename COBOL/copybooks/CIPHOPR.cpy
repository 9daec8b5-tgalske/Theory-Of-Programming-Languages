       *> One operator per record in OPERATOR.PRF: id, display name,
       *> authorization level. "A" (analyst) reaches every DISPATCH
       *> option including the SOLVE cracker; "O" (operator) is
       *> limited to encrypt and decrypt -- cracking traffic is an
       *> analyst function. OPR-STATUS "E" means the profile is
       *> effective from OPR-EFFECTIVE-DATE on; "R" means revoked
       *> on OPR-REVOKED-DATE -- the entry stays on file so the
       *> audit trail's operator ids still resolve to a person, but
       *> the id no longer signs on. OPR-AUTH-DATE is when the
       *> authorization level was last set. OPRMAINT is the only
       *> program that writes this file; DISPATCH reads it.
       *> Profiles written before these dates existed read back
       *> with them blank, which DISPATCH takes as effective.
           01 OPERATOR-REC.
               05 OPR-ID PIC X(8).
               05 OPR-NAME PIC X(20).
               05 OPR-AUTH PIC X.
               05 OPR-STATUS PIC X.
               05 OPR-EFFECTIVE-DATE PIC X(8).
               05 OPR-REVOKED-DATE PIC X(8).
               05 OPR-AUTH-DATE PIC X(8).
