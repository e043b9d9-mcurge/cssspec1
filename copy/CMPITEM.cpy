000010*
000020************************************************************
000030*    CMPITEM - ITEM MASTER RECORD (CMPRITEM FILE, KEYED BY   *
000040*    ITEM ID).  EVERY COMPARISON SET IS QUOTED AGAINST AN    *
000050*    ITEM ON THIS MASTER, SO A MISKEYED PRODUCT OR CONTRACT  *
000060*    CAN NEVER START A HISTORY OF ITS OWN.  AN INACTIVE ITEM *
000070*    STAYS ON FILE FOR OLD REPORTING BUT IS REFUSED ON NEW   *
000080*    TRANSACTIONS.                                           *
000090*    CMPI-SELECT-RULE SAYS WHICH VALUE OF THE SET IS         *
000100*    PUBLISHED AS THE WINNER FOR THE ITEM - 'H' THE HIGHEST  *
000110*    (THE ORIGINAL RULE, ALSO TAKEN FOR SPACES), 'M' THE     *
000120*    MEDIAN (CONSENSUS), 'L' THE LOWEST, OR 'P' THE VALUE    *
000130*    QUOTED BY CMPI-PREFERRED-FEED, FALLING BACK TO THE      *
000140*    MEDIAN WHEN THAT FEED IS NOT IN THE SET.                *
000150************************************************************
000160 01  CMPI-ITEM-RECORD.
000170     05  CMPI-ITEM-ID            PIC X(08).
000180     05  CMPI-DESCRIPTION        PIC X(30).
000190     05  CMPI-ACTIVE-FLAG        PIC X(01).
000200         88  CMPI-ACTIVE                 VALUE 'A'.
000210         88  CMPI-INACTIVE               VALUE 'I'.
000220     05  CMPI-SELECT-RULE        PIC X(01).
000230         88  CMPI-RULE-HIGHEST           VALUES 'H' SPACE.
000240         88  CMPI-RULE-MEDIAN            VALUE 'M'.
000250         88  CMPI-RULE-LOWEST            VALUE 'L'.
000260         88  CMPI-RULE-PREFERRED         VALUE 'P'.
000270         88  CMPI-RULE-VALID             VALUES 'H' 'M' 'L' 'P'.
000280     05  CMPI-PREFERRED-FEED     PIC X(04).
