       *> The classification levels in rising order -- a level's
       *> rank is its position in WS-CLASS-LEVELS, so "cleared for"
       *> is a plain comparison of ranks. WS-CLASS-CODE is looked up
       *> into WS-CLASS-RANK by each program's CLASSIFICATION-RANK
       *> paragraph; a code that is not a level ranks zero.
           01 WS-CLASS-LEVELS PIC X(4) VALUE "UCST".
           01 WS-CLASS-CODE PIC X.
           01 WS-CLASS-RANK PIC 9.
           01 WS-CLASS-IDX PIC 9.
