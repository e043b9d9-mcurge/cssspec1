000010*
000020************************************************************
000030*    CMPSUSP - REJECT SUSPENSE RECORD (CMPRSUSP FILE, KEYED  *
000040*    BY CMPU-SEQ-NBR).  CONDBAT FILES ONE FOR EVERY REJECT,  *
000050*    UNDER THE SAME SEQUENCE NUMBER AS THE TYPE 'R' AUDIT    *
000060*    RECORD, HOLDING THE ORIGINAL CMPRTRAN RECORD BYTE FOR   *
000070*    BYTE IN CMPU-TRAN-DATA SO NOTHING REJECTED IS EVER      *
000080*    LOST.  CONDSUSP CORRECTS, CANCELS OR RELEASES IT AND    *
000090*    CONDSREL PUTS A RELEASED ITEM BACK ON THE NEXT NIGHT'S  *
000100*    CMPRTRAN.                                               *
000110*    CMPU-STATUS - 'O' OPEN (IN SUSPENSE), 'R' RELEASED FOR  *
000120*    THE NEXT NIGHT, 'S' RESUBMITTED ONTO CMPRTRAN ON        *
000130*    CMPU-RESUB-DATE, 'X' CANCELLED.                         *
000137*    CMPU-AGE-DAYS IS THE AGE OF THE ITEM IN BUSINESS DAYS   *
000145*    SINCE CMPU-RUN-DATE ON THE CMPRCALN PROCESSING          *
000152*    CALENDAR, REFRESHED BY THE CONDSAGE REPORT.             *
000160*    REASON CODES - CMPU-REASON-CODE IS THE FIRST FAILURE    *
000170*    FOUND; THE ITEM, COUNT AND PER-SLOT FIELDS CARRY EVERY  *
000180*    FAILURE, SPACES WHERE THE FIELD OR SLOT PASSED:         *
000190*        ITBL  ITEM ID BLANK                                 *
000192*        ITUK  ITEM NOT ON THE CMPRITEM MASTER               *
000194*        ITIN  ITEM ON THE MASTER BUT INACTIVE               *
000200*        CTNN  VALUE COUNT NOT NUMERIC                       *
000210*        CTRG  VALUE COUNT NOT 01-10                         *
000220*        VLNN  VALUE NOT A VALID SIGNED AMOUNT               *
000230*        FDUK  FEED NOT ON THE CMPRFEED MASTER               *
000240*        FDIN  FEED ON THE MASTER BUT INACTIVE               *
000250*        RTNF  NO CMPRRATE FILE TO CONVERT WITH              *
000255*        RTMS  NO CMPRRATE RATE FOR THE CURRENCY AND DATE,   *
000260*              NOR ONE WITHIN ITS CMPRCPOL FALLBACK DAYS     *
000270*        RTSZ  CONVERTED AMOUNT TOO WIDE FOR THE VALUE       *
000280************************************************************
000290 01  CMPU-SUSPENSE-RECORD.
000300     05  CMPU-SEQ-NBR            PIC 9(08).
000310     05  CMPU-RUN-DATE           PIC 9(08).
000320     05  CMPU-RUN-TIME           PIC 9(08).
000330     05  CMPU-STATUS             PIC X(01).
000340         88  CMPU-OPEN                   VALUE 'O'.
000350         88  CMPU-RELEASED               VALUE 'R'.
000360         88  CMPU-RESUBMITTED            VALUE 'S'.
000370         88  CMPU-CANCELLED              VALUE 'X'.
000380     05  CMPU-AGE-DAYS           PIC 9(04).
000390     05  CMPU-REASON-CODE        PIC X(04).
000400     05  CMPU-ITEM-REASON        PIC X(04).
000410     05  CMPU-COUNT-REASON       PIC X(04).
000420     05  CMPU-SLOT-REASON OCCURS 10 TIMES PIC X(04).
000430     05  CMPU-USERID             PIC X(08).
000440     05  CMPU-ACTION-DATE        PIC 9(08).
000450     05  CMPU-RESUB-DATE         PIC 9(08).
000460     05  CMPU-TRAN-DATA.
000470         10  CMPU-ITEM-ID        PIC X(08).
000480         10  CMPU-COUNT          PIC 9(02).
000490         10  CMPU-ENTRY OCCURS 10 TIMES.
000500             15  CMPU-FEED-ID    PIC X(04).
000510             15  CMPU-VALUE      PIC S9(07)V99
000520                 SIGN IS LEADING SEPARATE.
