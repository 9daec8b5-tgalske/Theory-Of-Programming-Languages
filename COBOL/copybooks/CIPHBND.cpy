       *> compiled-in set of defaults shared by both programs.
       *> WS-CIPHER-MODE "U" = classic, force upper case, letters only.
       *> "C" = preserve case, shift upper and lower ranges separately.
       *> WS-CIPHER-MULT turns the shift into an affine key: each
       *> letter's alphabet position is multiplied by it before the
       *> shift is added, so the key is two numbers instead of one.
       *> 01 is the plain Caesar shift every key before it used, and
       *> only a multiplier with no factor in common with 26 (odd,
       *> not 13) can be undone -- anything else is taken as 01 the
       *> same way on both sides. Digits always take the shift alone.
           01 numShifts PIC 99 VALUE 05.
           01 WS-CIPHER-MULT PIC 99 VALUE 01.
           01 WS-CIPHER-MODE PIC X VALUE "U".
           01 WS-SHIFT-DIGITS PIC X VALUE "N".
           01 strIn PIC X(80).
