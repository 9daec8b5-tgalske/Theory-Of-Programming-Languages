       *> END means the upstream job died mid-file and its output
       *> must not be consumed. The file doubles as the scheduler's
       *> one-glance view of how far last night's pipeline got.
       *> The balance counts on an END record are the figures the
       *> end-of-day control balance (BALRPT) ties the cycle
       *> together with: RC-INPUT-COUNT is the records ENCRYPT read
       *> from ENCRYPT.IN; RC-FAILED-COUNT the data records DECRYPT
       *> held back in failed batches; RC-CANCEL-COUNT the records
       *> stopped because their origin cancelled them (ENCRYPT
       *> before enciphering, DECRYPT before release);
       *> RC-PULLED-COUNT the released records DECRYPT's
       *> distribution pass pulled for a cancellation; and
       *> RC-CORRUPT-COUNT the data records DECRYPT held back
       *> because their check group did not verify -- garbled in
       *> transfer, not deciphered under the wrong key. A program
       *> with nothing to say writes them zero; entries from before
       *> the counts existed read back blank.
           01 RUN-CONTROL-RECORD.
               05 RC-PROGRAM PIC X(8).
               05 RC-PHASE PIC X(5).
               05 RC-TIMESTAMP PIC X(21).
               05 RC-STATUS PIC X(4).
               05 RC-RECORD-COUNT PIC 9(6).
               05 RC-BALANCE-COUNTS.
                   10 RC-INPUT-COUNT PIC 9(6).
                   10 RC-FAILED-COUNT PIC 9(6).
                   10 RC-CANCEL-COUNT PIC 9(6).
                   10 RC-PULLED-COUNT PIC 9(6).
                   10 RC-CORRUPT-COUNT PIC 9(6).
