000010*
000020************************************************************
000030*    CMPALRT - OPERATIONAL ALERT (CMPRALRT FILE, KEYED BY    *
000040*    CMPV-ALERT-NBR).  ONE PLACE FOR EVERYTHING THAT NEEDS A *
000050*    HUMAN: CONDFMON, CONDRECN, CONDXREL, CONDCNVT, CONDEXCP *
000060*    AND CONDNITE (A FAILED STEP) EACH RAISE THEIR ALERTS    *
000070*    HERE THROUGH CONDALRT INSTEAD OF LEAVING THEM ON A      *
000080*    REPORT.  THE LAST CONDNITE STEP, CONDASND, SENDS EVERY  *
000090*    ALERT NOT YET SENT TO THE MONITORING TOOL AND STAMPS    *
000100*    CMPV-SENT-DATE; OPERATORS ACKNOWLEDGE THEM ON THE       *
000110*    CONDALRB ALERT BOARD.                                   *
000120*    CMPV-SEVERITY - 'C' CRITICAL (THE NIGHT STREAM          *
000130*    STOPPED), 'E' ERROR (A FILE REFUSED, A FEED MISSING, A  *
000140*    RUN OUT OF BALANCE OR HELD), 'W' WARNING (SOMETHING     *
000150*    AGEING THAT SOMEONE SHOULD LOOK AT).                    *
000160*    CMPV-OBJECT-TYPE NAMES WHAT CMPV-OBJECT-ID IS: 'FEED'   *
000170*    A FEED ID, 'SEQ ' AN AUDIT SEQUENCE NUMBER, 'STEP' A    *
000180*    CONDNITE STEP NAME, 'RUN ' A CMPRLEDG RUN NUMBER,       *
000190*    'DATE' A RUN DATE.                                      *
000200*    CMPV-STATUS - 'O' OPEN, 'A' ACKNOWLEDGED.  ACKNOWLEDGED *
000210*    ALERTS STAY ON FILE WITH WHO AND WHEN.  CMPV-SENT-DATE  *
000220*    IS ZERO UNTIL CONDASND HAS SENT THE ALERT.              *
000230************************************************************
000240 01  CMPV-ALERT-RECORD.
000250     05  CMPV-ALERT-NBR          PIC 9(08).
000260     05  CMPV-SEVERITY           PIC X(01).
000270         88  CMPV-CRITICAL               VALUE 'C'.
000280         88  CMPV-ERROR                  VALUE 'E'.
000290         88  CMPV-WARNING                VALUE 'W'.
000300     05  CMPV-SOURCE-PGM         PIC X(08).
000310     05  CMPV-RUN-DATE           PIC 9(08).
000320     05  CMPV-CYCLE-NBR          PIC 9(02).
000330     05  CMPV-OBJECT-TYPE        PIC X(04).
000340         88  CMPV-OBJECT-FEED            VALUE 'FEED'.
000350         88  CMPV-OBJECT-SEQ             VALUE 'SEQ '.
000360         88  CMPV-OBJECT-STEP            VALUE 'STEP'.
000370         88  CMPV-OBJECT-RUN             VALUE 'RUN '.
000380         88  CMPV-OBJECT-DATE            VALUE 'DATE'.
000390     05  CMPV-OBJECT-ID          PIC X(12).
000400     05  CMPV-MESSAGE            PIC X(60).
000410     05  CMPV-RAISED-DATE        PIC 9(08).
000420     05  CMPV-RAISED-TIME        PIC 9(08).
000430     05  CMPV-STATUS             PIC X(01).
000440         88  CMPV-OPEN                   VALUE 'O'.
000450         88  CMPV-ACKNOWLEDGED           VALUE 'A'.
000460     05  CMPV-ACK-USERID         PIC X(08).
000470     05  CMPV-ACK-DATE           PIC 9(08).
000480     05  CMPV-ACK-TIME           PIC 9(08).
000490     05  CMPV-SENT-DATE          PIC 9(08).
000500         88  CMPV-NOT-SENT               VALUE ZERO.
000510     05  CMPV-SENT-TIME          PIC 9(08).
