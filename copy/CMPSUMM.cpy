000010*
000020************************************************************
000030*    CMPSUMM - DAILY SUMMARY RECORD (CMPRSUMM FILE, KEYED BY *
000040*    RUN DATE, ITEM AND FEED).  BUILT FROM CMPRHIST BY       *
000050*    CONDSUMB - EVERY NIGHT THROUGH THE CONDSUMN STEP, FOR   *
000060*    THE DAYS ABOUT TO GO BY CONDARCH, AND ON REQUEST FROM   *
000070*    CONDTRND OR CONDBIAS, FROM CMPRHIST OR CMPRARCH.        *
000080*    CONDARCH NEVER PURGES IT, SO TREND AND BIAS REPORTING   *
000090*    RUN OFF IT FOR YEARS AFTER THE DETAIL HAS GONE.         *
000100*    CMPS-SUM-FEED-ID SPACES IS THE SET LINE - THE ITEM'S    *
000110*    COMPARE SETS AS A WHOLE FOR THE DAY.  ANY OTHER FEED ID *
000120*    IS THAT FEED'S SHOWING IN THOSE SETS, ONE APPEARANCE    *
000130*    PER SLOT.  VOIDS AND THE COMPARES THEY CANCEL ARE LEFT  *
000140*    OUT; REJECTS ARE COUNTED ON THE SET LINE AND ON A LINE  *
000150*    FOR EACH FEED NAMED ON THE REJECTED TRANSACTION.        *
000160*    COUNTS - CMPS-COMPARE-COUNT IS COMPARE SETS (SET LINE)  *
000170*    OR APPEARANCES (FEED LINE).  TIE, EXCEPTION AND         *
000180*    OUTLIER COUNT SETS THAT TIED, RAISED AN EXCEPTION OR    *
000190*    HAD ONE SLOT STANDING OUT; ON A FEED LINE TIE IS A      *
000200*    SHARED WIN AND OUTLIER MEANS THE FEED WAS THE ONE.      *
000210*    WIN, HIGH AND LOW (FEED LINE ONLY) ARE TIMES THE FEED   *
000220*    WAS PUBLISHED AS WINNER, QUOTED THE MAXIMUM, QUOTED THE *
000230*    MINIMUM.  A WIN IS THE SLOT THE SET'S SELECTION RULE    *
000240*    CHOSE - THE PREFERRED FEED'S SLOT UNDER 'P', OTHERWISE  *
000250*    ANY SLOT QUOTING THE WINNER VALUE (NONE WHEN A MEDIAN   *
000260*    FELL BETWEEN TWO QUOTES).  ON SETS WRITTEN BEFORE RULES *
000270*    WERE CARRIED IT IS ANY SLOT QUOTING THE MAXIMUM.        *
000280*    SUMS - THE LINE'S VALUE IS THE CHOSEN WINNER VALUE ON   *
000290*    THE SET LINE (THE MAXIMUM ON SETS WRITTEN BEFORE RULES  *
000300*    WERE CARRIED) AND THE FEED'S OWN VALUE ON A FEED LINE.  *
000310*    CMPS-SUM-VALUE / CMPS-COMPARE-COUNT IS ITS AVERAGE.     *
000320*    CMPS-SUM-DEV-MID IS THE SUM OF VALUE LESS THE SET'S     *
000330*    MIDPOINT ((MAX+MIN)/2), WITH ABOVE AND BELOW COUNTING   *
000340*    THE SIDE; CMPS-SUM-DEV-MEDIAN THE SUM OF VALUE LESS THE *
000350*    SET'S MEDIAN OVER THE CMPS-MEDIAN-COUNT SETS THAT       *
000360*    CARRIED ONE.  HIGH AND LOW VALUE ARE THE HIGHEST        *
000370*    MAXIMUM AND LOWEST MINIMUM (SET LINE) OR THE FEED'S OWN *
000380*    HIGHEST AND LOWEST QUOTE - MEANINGLESS WHEN THE COMPARE *
000390*    COUNT IS ZERO.                                          *
000400************************************************************
000410 01  CMPS-SUMMARY-RECORD.
000420     05  CMPS-SUMMARY-KEY.
000430         10  CMPS-SUM-RUN-DATE   PIC 9(08).
000440         10  CMPS-SUM-ITEM-ID    PIC X(08).
000450         10  CMPS-SUM-FEED-ID    PIC X(04).
000460             88  CMPS-SET-LINE           VALUE SPACES.
000470     05  CMPS-COMPARE-COUNT      PIC 9(07).
000480     05  CMPS-REJECT-COUNT       PIC 9(07).
000490     05  CMPS-TIE-COUNT          PIC 9(07).
000500     05  CMPS-WIN-COUNT          PIC 9(07).
000510     05  CMPS-HIGH-COUNT         PIC 9(07).
000520     05  CMPS-LOW-COUNT          PIC 9(07).
000530     05  CMPS-OUTLIER-COUNT      PIC 9(07).
000540     05  CMPS-EXCEPTION-COUNT    PIC 9(07).
000550     05  CMPS-ABOVE-MID-COUNT    PIC 9(07).
000560     05  CMPS-BELOW-MID-COUNT    PIC 9(07).
000570     05  CMPS-MEDIAN-COUNT       PIC 9(07).
000580     05  CMPS-SUM-VALUE          PIC S9(11)V99
000590             SIGN IS LEADING SEPARATE.
000600     05  CMPS-SUM-DEV-MID        PIC S9(11)V99
000610             SIGN IS LEADING SEPARATE.
000620     05  CMPS-SUM-DEV-MEDIAN     PIC S9(11)V99
000630             SIGN IS LEADING SEPARATE.
000640     05  CMPS-HIGH-VALUE         PIC S9(07)V99
000650             SIGN IS LEADING SEPARATE.
000660     05  CMPS-LOW-VALUE          PIC S9(07)V99
000670             SIGN IS LEADING SEPARATE.
000680     05  CMPS-BUILT-DATE         PIC 9(08).
000690     05  CMPS-BUILT-SOURCE       PIC X(01).
000700         88  CMPS-BUILT-FROM-HISTORY     VALUE 'H'.
000710         88  CMPS-BUILT-FROM-ARCHIVE     VALUE 'A'.
