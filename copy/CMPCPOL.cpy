000010*
000020************************************************************
000030*    CMPCPOL - RATE POLICY RECORD (CMPRCPOL FILE, KEYED BY   *
000040*    CURRENCY CODE, MAINTAINED THROUGH CONDRPOL).  ONE PER   *
000050*    NON-USD CURRENCY THAT NEEDS ONE.                        *
000060*    CMPG-FALLBACK-DAYS IS HOW MANY BUSINESS DAYS BACK       *
000070*    CONDBAT MAY REACH FOR THE MOST RECENT PRIOR CMPRRATE    *
000080*    RATE WHEN THE RUN DATE HAS NONE.  ZERO, OR NO RECORD    *
000090*    FOR THE CURRENCY, MEANS NO FALLBACK - THE TRANSACTION   *
000100*    REJECTS AS IT ALWAYS HAS.                               *
000110*    CMPG-MOVE-PCT IS THE DAY-ON-DAY MOVE, AS A WHOLE        *
000120*    PERCENTAGE, ABOVE WHICH CONDRLOD FLAGS A TREASURY RATE  *
000130*    FOR THE CURRENCY.  ZERO TAKES THE LOADER'S OWN SETTING  *
000140*    FOR THE NIGHT.                                          *
000150************************************************************
000160 01  CMPG-RATE-POLICY-RECORD.
000170     05  CMPG-CURRENCY-CODE      PIC X(03).
000180     05  CMPG-FALLBACK-DAYS      PIC 9(02).
000190         88  CMPG-NO-FALLBACK            VALUE ZERO.
000200     05  CMPG-MOVE-PCT           PIC 9(03).
000210     05  CMPG-DESCRIPTION        PIC X(30).
