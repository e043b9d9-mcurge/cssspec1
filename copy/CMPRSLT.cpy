000066*    IS THE ONE SLOT WHOSE VALUE SITS FURTHEST FROM THAT    *
000068*    MEDIAN, OR ZERO WHEN NO SINGLE SLOT STANDS OUT (ALL    *
000069*    EQUAL, OR TWO OR MORE TIED FOR FURTHEST).              *
000070*    CMP-CHOSEN-VALUE IS THE VALUE PUBLISHED AS THE WINNER  *
000071*    UNDER CMP-SELECT-RULE AND CMP-CHOSEN-RULE THE RULE     *
000072*    THAT ACTUALLY CHOSE IT - 'H' HIGHEST, 'M' MEDIAN, 'L'  *
000073*    LOWEST, 'P' PREFERRED FEED, OR 'F' WHEN THE PREFERRED  *
000074*    FEED WAS NOT IN THE SET AND THE MEDIAN WAS TAKEN.      *
000075************************************************************
000080 01  CMP-RESULT.
000090     05  CMP-MAX-VALUE           PIC S9(07)V99.
000100     05  CMP-MIN-VALUE           PIC S9(07)V99.
000160         88  CMP-IS-WINNER               VALUE 'Y'.
000170     05  CMP-MEDIAN-VALUE        PIC S9(07)V99.
000180     05  CMP-OUTLIER-POS         PIC 9(02) COMP.
000190     05  CMP-CHOSEN-VALUE        PIC S9(07)V99.
000200     05  CMP-CHOSEN-RULE         PIC X(01).
000210         88  CMP-CHOSE-HIGHEST           VALUE 'H'.
000220         88  CMP-CHOSE-MEDIAN            VALUE 'M'.
000230         88  CMP-CHOSE-LOWEST            VALUE 'L'.
000240         88  CMP-CHOSE-PREFERRED         VALUE 'P'.
000250         88  CMP-CHOSE-FALLBACK          VALUE 'F'.
