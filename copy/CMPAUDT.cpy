000030*    CMPAUDT - COMPARISON AUDIT / HISTORY RECORD             *
000040*    LAID OUT ONCE AND SHARED BY THE CMPRAUDT SEQUENTIAL     *
000050*    AUDIT LOG AND THE CMPRHIST FILE (KEYED BY RUN DATE).    *
000051*    REC-TYPE 'C' IS A COMPLETED COMPARISON, 'R' IS A        *
000052*    VALIDATION REJECT LOGGED FOR THE DAILY TALLY, 'V' IS A  *
000053*    VOID (REVERSAL) OF AN EARLIER 'C' ENTERED ON CONDVOID.  *
000054*    CMPR-AUD-SEQ-NBR IS THE RECORD KEY FOR CMPRHIST - A     *
000055*    RUN DATE IS NOT UNIQUE (MANY COMPARISONS SHARE A DAY),  *
000056*    SO THE DATE IS CARRIED AS AN ALTERNATE KEY INSTEAD AND  *
000057*    THIS SEQUENCE NUMBER, ASSIGNED FROM CMPRHSEQ, IS THE    *
000058*    ONE FIELD GUARANTEED NEVER TO REPEAT.                   *
000059*    CMPR-AUD-FEED-ID(N) NAMES THE CMPRFEED MASTER ENTRY THE *
000060*    VALUE IN SLOT N CAME FROM - SPACES ON RECORDS WRITTEN   *
000061*    BEFORE FEEDS WERE CARRIED.                              *
000062*    CMPR-AUD-ITEM-ID NAMES THE PRODUCT OR CONTRACT THE SET  *
000063*    WAS QUOTED AGAINST AND IS A SECOND ALTERNATE KEY ON     *
000064*    CMPRHIST, SO EVERY COMPARISON EVER RUN FOR ONE ITEM CAN *
000065*    BE PULLED DIRECTLY - SPACES ON RECORDS WRITTEN BEFORE   *
000066*    ITEMS WERE CARRIED.                                     *
000067*    CMPR-AUD-MEDIAN-VALUE IS THE MEDIAN OF THE IN-USE       *
000068*    VALUES AND CMPR-AUD-OUTLIER-POS THE ONE SLOT FURTHEST   *
000069*    FROM IT (ZERO WHEN NO SINGLE SLOT STANDS OUT) - BOTH    *
000070*    ZERO ON RECORDS WRITTEN BEFORE THE ENGINE RETURNED      *
000071*    THEM.                                                   *
000072*    CMPR-AUD-VALUE(N) IS THE AMOUNT IN BASE CURRENCY (USD)  *
000073*    AS COMPARED; CMPR-AUD-ORIG-VALUE(N) IS THE AMOUNT AS    *
000074*    QUOTED BY THE FEED AND CMPR-AUD-CURR-CODE(N) THE        *
000075*    CURRENCY IT WAS QUOTED IN.  ON RECORDS WRITTEN BEFORE   *
000076*    CURRENCIES WERE CARRIED THE ORIGINALS ARE ZERO AND THE  *
000077*    CODES SPACES.                                           *
000078*    ON A 'V' RECORD CMPR-AUD-VOID-SEQ-NBR NAMES THE 'C'     *
000079*    IT CANCELS AND CMPR-AUD-VOID-REASON SAYS WHY; USERID,   *
000080*    DATE AND TIME ARE WHO VOIDED IT AND WHEN, AND THE REST  *
000081*    OF THE RECORD REPEATS THE CANCELLED SET.  ON CMPRHIST   *
000082*    ONLY, A VOIDED 'C' CARRIES THE 'V' RECORD'S SEQUENCE    *
000083*    NUMBER IN CMPR-AUD-VOIDED-BY-SEQ - THE CMPRAUDT LOG IS  *
000084*    NEVER REWRITTEN, SO THERE IT IS ALWAYS ZERO.  ALL THREE *
000085*    ARE ZERO/SPACES ON RECORDS WRITTEN BEFORE VOIDS WERE    *
000086*    CARRIED.                                                *
000087*    CMPR-AUD-WINNER-VALUE IS THE VALUE PUBLISHED AS THE     *
000088*    WINNER UNDER THE ITEM'S CMPRITEM SELECTION RULE AND     *
000089*    CMPR-AUD-SELECT-RULE THE RULE THAT CHOSE IT ('H', 'M',  *
000090*    'L', 'P', OR 'F' FOR A MISSING PREFERRED FEED - SEE     *
000091*    CMPRSLT).  ZERO AND SPACE ON RECORDS WRITTEN BEFORE     *
000092*    RULES WERE CARRIED, WHEN THE WINNER WAS ALWAYS THE MAX. *
000093*    CMPR-AUD-CYCLE-NBR IS THE BATCH CYCLE OF THE RUN DATE   *
000094*    THE RECORD WAS WRITTEN UNDER (THE CMPCYCLE SETTING -    *
000095*    01 OVERNIGHT, 02 AND UP FOR LATER CYCLES), SO CONDRECN  *
000096*    CAN BALANCE EACH CYCLE ON ITS OWN.  SPACES OR ZERO ON   *
000097*    RECORDS WRITTEN BEFORE CYCLES WERE CARRIED, WHICH COUNT *
000098*    AS CYCLE 01.                                            *
000099*    CMPR-AUD-RATE-DATE(N) IS THE DATE OF THE CMPRRATE RATE  *
000100*    SLOT N WAS CONVERTED AT - ZERO FOR A BASE CURRENCY      *
000101*    (USD) SLOT.  CMPR-AUD-FALLBACK-SW IS 'Y' WHEN ANY SLOT  *
000102*    HAD NO RATE FOR THE RUN DATE AND WAS CONVERTED AT THE   *
000103*    CURRENCY'S MOST RECENT PRIOR RATE UNDER ITS CMPRCPOL    *
000104*    POLICY; THAT SLOT'S RATE DATE SAYS WHICH DAY.  ZERO AND *
000105*    SPACE ON RECORDS WRITTEN BEFORE RATE DATES WERE         *
000106*    CARRIED.                                                *
000107*    CMPR-AUD-XTR-SW IS 'Y' WHEN AN EXTRACT RECORD WAS       *
000108*    STAGED ON CMPRXTRS FOR THIS RECORD - EVERY CONDBAT 'C', *
000109*    AND A 'V' WHOSE CANCEL CONDVOID STAGED.  'N' ON AN      *
000110*    INTERACTIVE 'C' (NEVER EXTRACTED) AND ON A 'V' OF A     *
000111*    COMPARE THAT NEVER REACHED THE EXTRACT.  SPACE ON       *
000112*    RECORDS WRITTEN BEFORE THE SWITCH WAS CARRIED, WHICH    *
000113*    COUNT AS NEVER STAGED.                                  *
000114************************************************************
000115 01  CMPR-AUDIT-RECORD.
000116     05  CMPR-AUD-SEQ-NBR        PIC 9(08).
000117     05  CMPR-AUD-RUN-DATE       PIC 9(08).
000118     05  CMPR-AUD-RUN-TIME       PIC 9(08).
000120     05  CMPR-AUD-USERID         PIC X(08).
000130     05  CMPR-AUD-REC-TYPE       PIC X(01).
000140         88  CMPR-AUD-COMPARE            VALUE 'C'.
000150         88  CMPR-AUD-REJECT             VALUE 'R'.
000155         88  CMPR-AUD-VOID               VALUE 'V'.
000160     05  CMPR-AUD-COUNT          PIC 9(02).
000170     05  CMPR-AUD-VALUE OCCURS 10 TIMES PIC S9(07)V99
000172             SIGN IS LEADING SEPARATE.
000320     05  CMPR-AUD-MEDIAN-VALUE   PIC S9(07)V99
000322             SIGN IS LEADING SEPARATE.
000330     05  CMPR-AUD-OUTLIER-POS    PIC 9(02).
000340     05  CMPR-AUD-VOID-SEQ-NBR   PIC 9(08).
000350     05  CMPR-AUD-VOID-REASON    PIC X(40).
000360     05  CMPR-AUD-VOIDED-BY-SEQ  PIC 9(08).
000370         88  CMPR-AUD-NOT-VOIDED         VALUE ZERO.
000380     05  CMPR-AUD-WINNER-VALUE   PIC S9(07)V99
000390             SIGN IS LEADING SEPARATE.
000400     05  CMPR-AUD-SELECT-RULE    PIC X(01).
000410         88  CMPR-AUD-NO-RULE            VALUE SPACE.
000420     05  CMPR-AUD-CYCLE-NBR      PIC 9(02).
000430     05  CMPR-AUD-RATE-DATE OCCURS 10 TIMES PIC 9(08).
000440     05  CMPR-AUD-FALLBACK-SW    PIC X(01).
000450         88  CMPR-AUD-RATE-FALLBACK      VALUE 'Y'.
000460         88  CMPR-AUD-NO-FALLBACK        VALUES 'N' SPACE.
000470     05  CMPR-AUD-XTR-SW         PIC X(01).
000480         88  CMPR-AUD-XTR-STAGED         VALUE 'Y'.
000490         88  CMPR-AUD-NOT-STAGED         VALUES 'N' SPACE.
