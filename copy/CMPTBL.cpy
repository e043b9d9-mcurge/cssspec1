000040*    SHARED BY CONDITIONALS, CONDBAT AND CONDCALC.         *
000050*    CMP-COUNT DRIVES HOW MANY OF THE 10 SLOTS ARE IN USE  *
000060*    FOR A GIVEN COMPARISON.                               *
000062*    CMP-SELECT-RULE AND CMP-PREFERRED-FEED CARRY THE ITEM *
000064*    MASTER'S PRICE SELECTION RULE INTO CONDCALC (SEE      *
000066*    CMPITEM).  ANY RULE OTHER THAN 'M', 'L' OR 'P' TAKES  *
000068*    THE HIGHEST VALUE.                                    *
000070************************************************************
000080 01  CMP-TABLE.
000090     05  CMP-COUNT               PIC 9(02) COMP.
000110                     INDEXED BY CMP-IDX.
000120         10  CMP-VALUE           PIC S9(07)V99.
000130         10  CMP-FEED-ID         PIC X(04).
000140     05  CMP-SELECT-RULE         PIC X(01).
000150     05  CMP-PREFERRED-FEED      PIC X(04).
