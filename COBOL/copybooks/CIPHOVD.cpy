       *> One delivery still unacknowledged past the grace period, as
       *> ACKPROC lists it on ACK.OVD alongside the report line: the
       *> message, the routing code it was delivered to, and its age
       *> in days. RETRANS works its repeats off this list.
           01 OVERDUE-RECORD.
               05 OV-MSG-ID PIC X(8).
               05 OV-DEST PIC X(4).
               05 OV-AGE-DAYS PIC 9(5).
