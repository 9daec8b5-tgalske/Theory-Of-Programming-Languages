       *> AUD-OPERATOR-ID says who ran it: the signed-on operator
       *> for DISPATCH's interactive one-message calls, "*BATCH*"
       *> for the scheduled jobs -- no cipher activity is
       *> unattributed. AUD-MULTIPLIER is the affine multiplier the
       *> record ran under alongside AUD-NUM-SHIFTS (01 = plain
       *> Caesar shift). AUD-MSG-ID and AUD-ROUTE say what a DISPATCH
       *> action touched: the message and the routing code it went
       *> to for a HOLD release (HOLD-RLS), the key id and its net
       *> for a key activation (KEY-ACTV), blank for everything else.
       *> Records written before these fields existed read back with
       *> them blank.
           01 AUDIT-RECORD.
               05 AUD-TIMESTAMP PIC X(21).
               05 AUD-PROGRAM PIC X(8).
               05 AUD-UNSHIFTED-COUNT PIC 9(4).
               05 AUD-CIPHER-MODE PIC X.
               05 AUD-OPERATOR-ID PIC X(8).
               05 AUD-MULTIPLIER PIC 99.
               05 AUD-MSG-ID PIC X(8).
               05 AUD-ROUTE PIC X(4).
