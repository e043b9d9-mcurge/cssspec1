000010*
000020************************************************************
000030*    CMPPEND - PENDING MASTER CHANGE (CMPRPEND FILE, KEYED   *
000040*    BY CMPQ-PEND-NBR).  UNDER DUAL CONTROL CONDFEED,        *
000050*    CONDRATE AND CONDPROF NO LONGER TOUCH THEIR MASTERS -   *
000060*    THE OPERATOR WHO KEYS A CHANGE (THE MAKER) FILES IT     *
000070*    HERE THROUGH CONDPEND, AND IT ONLY REACHES THE MASTER   *
000080*    WHEN A DIFFERENT LEVEL-3 OPERATOR (THE CHECKER)         *
000090*    APPROVES IT ON CONDAPRV.  THE IMAGES ARE THE SAME       *
000100*    BEFORE/AFTER IMAGES CMPRMAUD CARRIES: AN ADD HAS A      *
000110*    BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE.    *
000120*    CMPQ-PROGRAM IS THE MAINTENANCE SCREEN THE CHANGE WAS   *
000130*    KEYED ON, WHICH ALSO SAYS WHICH MASTER IT IS FOR.       *
000140*    CMPQ-STATUS - 'P' PENDING, 'A' APPROVED AND APPLIED,    *
000150*    'R' DECLINED.  DECIDED RECORDS STAY ON FILE, SO THE     *
000160*    FILE IS ALSO THE RECORD OF WHAT WAS TURNED DOWN.        *
000170************************************************************
000180 01  CMPQ-PENDING-RECORD.
000190     05  CMPQ-PEND-NBR           PIC 9(08).
000200     05  CMPQ-PROGRAM            PIC X(08).
000210         88  CMPQ-FEED-CHANGE            VALUE 'CONDFEED'.
000220         88  CMPQ-RATE-CHANGE            VALUE 'CONDRATE'.
000230         88  CMPQ-PROFILE-CHANGE         VALUE 'CONDPROF'.
000240     05  CMPQ-ACTION             PIC X(01).
000250         88  CMPQ-ADD                    VALUE 'A'.
000260         88  CMPQ-CHANGE                 VALUE 'C'.
000270         88  CMPQ-DELETE                 VALUE 'D'.
000280         88  CMPQ-DEACTIVATE             VALUE 'X'.
000290     05  CMPQ-RECORD-KEY         PIC X(16).
000300     05  CMPQ-STATUS             PIC X(01).
000310         88  CMPQ-PENDING                VALUE 'P'.
000320         88  CMPQ-APPROVED               VALUE 'A'.
000330         88  CMPQ-DECLINED               VALUE 'R'.
000340     05  CMPQ-MAKER-USERID       PIC X(08).
000350     05  CMPQ-MADE-DATE          PIC 9(08).
000360     05  CMPQ-MADE-TIME          PIC 9(08).
000370     05  CMPQ-CHECKER-USERID     PIC X(08).
000380     05  CMPQ-DECIDED-DATE       PIC 9(08).
000390     05  CMPQ-DECIDED-TIME       PIC 9(08).
000400     05  CMPQ-BEFORE-IMAGE       PIC X(160).
000410     05  CMPQ-AFTER-IMAGE        PIC X(160).
