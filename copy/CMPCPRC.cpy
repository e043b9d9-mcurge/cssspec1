000010*
000020************************************************************
000030*    CMPCPRC - CURRENT-PRICE RECORD (CMPRCPRC FILE, KEYED BY *
000040*    ITEM ID).  ONE RECORD PER ITEM HOLDING THE LATEST       *
000050*    COMPARISON POSTED FOR IT AND THE ONE BEFORE, SO TODAY'S *
000060*    PRICE AND HOW FAR IT MOVED CAN BE READ DIRECTLY.  THE   *
000070*    CONDCPUP NIGHT STEP POSTS EVERY NEW CMPRHIST COMPARE    *
000080*    AFTER CONDBAT: THE CURRENT GROUP SHIFTS TO THE PRIOR    *
000090*    GROUP AND THE NEW COMPARE BECOMES CURRENT.              *
000100*    CMPC-CUR-WINNER-VALUE IS THE VALUE PUBLISHED UNDER THE  *
000110*    ITEM'S SELECTION RULE (THE MAX ON COMPARES WRITTEN      *
000120*    BEFORE RULES WERE CARRIED), CMPC-CUR-OUTLIER-FEED THE   *
000130*    FEED FURTHEST FROM THE MEDIAN (SPACES WHEN NONE STANDS  *
000140*    OUT) AND CMPC-CUR-SEQ-NBR THE CMPRHIST SEQUENCE NUMBER  *
000150*    THE VALUES CAME FROM.  CMPC-POSTED-DATE IS THE NIGHT    *
000160*    THE CURRENT GROUP WAS POSTED.                           *
000170*    WHEN THE CURRENT COMPARE IS LATER VOIDED ON CONDVOID,   *
000180*    THE PRIOR GROUP MOVES BACK UP TO CURRENT AND THE PRIOR  *
000190*    GROUP IS CLEARED (CMPC-NO-PRIOR).                       *
000200************************************************************
000210 01  CMPC-CURRENT-PRICE-RECORD.
000220     05  CMPC-ITEM-ID            PIC X(08).
000230     05  CMPC-POSTED-DATE        PIC 9(08).
000240     05  CMPC-POST-COUNT         PIC 9(07).
000250     05  CMPC-CURRENT-GROUP.
000260         10  CMPC-CUR-SEQ-NBR    PIC 9(08).
000270         10  CMPC-CUR-RUN-DATE   PIC 9(08).
000280         10  CMPC-CUR-WINNER-VALUE PIC S9(07)V99
000290                 SIGN IS LEADING SEPARATE.
000300         10  CMPC-CUR-MEDIAN-VALUE PIC S9(07)V99
000310                 SIGN IS LEADING SEPARATE.
000320         10  CMPC-CUR-OUTLIER-FEED PIC X(04).
000330         10  CMPC-CUR-SELECT-RULE PIC X(01).
000340     05  CMPC-PRIOR-GROUP.
000350         10  CMPC-PRV-SEQ-NBR    PIC 9(08).
000360             88  CMPC-NO-PRIOR           VALUE ZERO.
000370         10  CMPC-PRV-RUN-DATE   PIC 9(08).
000380         10  CMPC-PRV-WINNER-VALUE PIC S9(07)V99
000390                 SIGN IS LEADING SEPARATE.
000400         10  CMPC-PRV-MEDIAN-VALUE PIC S9(07)V99
000410                 SIGN IS LEADING SEPARATE.
000420         10  CMPC-PRV-OUTLIER-FEED PIC X(04).
000430         10  CMPC-PRV-SELECT-RULE PIC X(01).
