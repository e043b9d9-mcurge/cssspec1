000070*    FROM; THE TRAILER CARRIES THE DETAIL RECORD COUNT AND   *
000080*    A HASH TOTAL OF THE CMPX-WINNER-VALUE AMOUNTS, SO THE   *
000090*    RECEIVER CAN BALANCE THE FILE THE SAME WAY CONDCNVT     *
000093*    BALANCES THE INBOUND PRICING FILE.  THE COUNT TAKES IN  *
000096*    CANCEL ('X') DETAILS AS WELL AS COMPARISONS, BUT THE    *
000099*    HASH IS NET - A CANCEL'S WINNER VALUE IS SUBTRACTED.    *
000102*    THE HEADER ALSO NAMES THE BATCH CYCLE OF THE RUN DATE,  *
000105*    SINCE ONE DATE MAY NOW BE PUBLISHED ONCE PER CYCLE.     *
000110************************************************************
000120 01  CMPX-HEADER-RECORD.
000130     05  CMPX-HDR-REC-TYPE       PIC X(01).
000140         88  CMPX-HEADER-TYPE            VALUE 'H'.
000150     05  CMPX-HDR-RUN-DATE       PIC 9(08).
000160     05  CMPX-HDR-RUN-NBR        PIC 9(06).
000165     05  CMPX-HDR-CYCLE-NBR      PIC 9(02).
000170 01  CMPX-TRAILER-RECORD.
000180     05  CMPX-TRL-REC-TYPE       PIC X(01).
000190         88  CMPX-TRAILER-TYPE           VALUE 'T'.
