000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000101*    08/08/2026  DWS  ORIGINAL - FRONT-END MENU TYING THE    *
000102*                     COMPARATOR TOOLSET TOGETHER SO AN      *
000103*                     OPERATOR DOES NOT HAVE TO KNOW THE     *
000104*                     INDIVIDUAL PROGRAM NAMES.               *
000105*    08/22/2026  DWS  ADDED THE CONDARCH ARCHIVE/RESTORE     *
000106*                     HOUSEKEEPING OPTION AND THE CONDFEED   *
000107*                     FEED MASTER MAINTENANCE OPTION.        *
000108*    08/22/2026  DWS  ADDED THE CONDEXCP TOLERANCE EXCEPTION *
000109*                     REPORT OPTION, THE CONDTRND TREND      *
000110*                     REPORT OPTION, AND A TWO-CHARACTER     *
000111*                     OPTION CODE NOW THE LIST PASSES NINE.  *
000112*    08/22/2026  DWS  ADDED THE CONDTMNT TRANSACTION FILE    *
000113*                     MAINTENANCE OPTION.                    *
000114*    08/22/2026  DWS  ADDED THE CONDLEDG RUN LEDGER DISPLAY  *
000115*                     OPTION.                                *
000116*    09/03/2026  DWS  ADDED THE CONDRATE DAILY RATE          *
000117*                     MAINTENANCE OPTION.                    *
000118*    09/03/2026  DWS  ADDED THE CONDXDSP EXCEPTION REVIEW    *
000119*                     OPTION.                                *
000120*    09/03/2026  DWS  EVERY OPTION IS NOW GATED BY THE       *
000121*                     OPERATOR'S CMPRPROF AUTHORITY LEVEL    *
000122*                     (1 INQUIRY, 2 OPERATIONS, 3            *
000123*                     MAINTENANCE), CHECKED BEFORE THE       *
000124*                     DISPATCH.  NO PROFILE FILE AT ALL      *
000125*                     MEANS NO CHECKING, SO THE FIRST        *
000126*                     PROFILE CAN BE SET UP; A USERID WITH   *
000127*                     NO PROFILE MAY ONLY EXIT.  ADDED THE   *
000128*                     CONDPROF PROFILE MAINTENANCE OPTION.   *
000129*    09/03/2026  DWS  ADDED THE CONDBIAS FEED BIAS REPORT    *
000130*                     OPTION.                                *
000131*    10/15/2026  DWS  ADDED THE CONDSUSP REJECT SUSPENSE     *
000132*                     MAINTENANCE AND CONDSAGE AGED SUSPENSE *
000133*                     REPORT OPTIONS.  THE LIST NOW RUNS ON  *
000134*                     INTO A SECOND COLUMN.                  *
000135*    10/15/2026  DWS  ADDED THE CONDVOID VOID-A-COMPARISON   *
000136*                     OPTION (LEVEL 3).  EXIT MOVES TO 19.   *
000137*    10/15/2026  DWS  ADDED THE CONDITEM ITEM MASTER         *
000138*                     MAINTENANCE OPTION (LEVEL 3).  EXIT    *
000139*                     MOVES TO 20.                           *
000140*    10/15/2026  DWS  ADDED THE CONDCPIQ CURRENT PRICE       *
000141*                     INQUIRY OPTION (LEVEL 1).  EXIT MOVES  *
000142*                     TO 21.                                 *
000143*    10/15/2026  DWS  ADDED THE CONDCALM PROCESSING CALENDAR *
000144*                     MAINTENANCE OPTION (LEVEL 3).  EXIT    *
000145*                     MOVES TO 22.  CONDCALN IS CANCELLED    *
000146*                     AFTER THE OPTIONS THAT USE IT.         *
000147*    10/15/2026  DWS  ADDED OPTION 22, APPROVE PENDING       *
000148*                     CHANGES (CONDAPRV), FOR LEVEL 3 ONLY;  *
000149*                     EXIT MOVES TO 23.  CONDPEND IS         *
000150*                     CANCELLED AFTER THE FEED, RATE AND     *
000151*                     PROFILE SCREENS THAT CALL IT.          *
000152*    10/15/2026  DWS  ADDED THE CONDRPOL RATE FALLBACK       *
000153*                     POLICY MAINTENANCE OPTION (LEVEL 3).   *
000154*                     EXIT MOVES TO 24.  CONDCALN IS         *
000155*                     CANCELLED AFTER A BATCH COMPARE, WHICH *
000156*                     NOW CALLS IT FOR FALLBACK RATES.       *
000157*    10/15/2026  DWS  ADDED OPTION 24, THE CONDALRB ALERT    *
000158*                     BOARD (LEVEL 2).  EXIT MOVES TO 25.    *
000159*                     CONDALRT IS CANCELLED AFTER THE        *
000160*                     EXCEPTION SCREEN, WHICH NOW RAISES     *
000161*                     AGED-EXCEPTION ALERTS.                 *
000162*    10/15/2026  DWS  CONDSUMB, THE CMPRSUMM SUMMARY         *
000163*                     BUILDER, IS CANCELLED AFTER THE        *
000164*                     ARCHIVE, TREND AND BIAS OPTIONS.       *
000165*    10/15/2026  DWS  CONDCALN IS NOW CANCELLED AFTER THE    *
000166*                     CONDSAGE, CONDVOID AND CONDCALM        *
000167*                     OPTIONS, WHICH CALL IT.                *
000174************************************************************
000175 ENVIRONMENT DIVISION.
000176 CONFIGURATION SECTION.
000507     DISPLAY "13. EXCEPTION REVIEW"        LINE 15 COL 5.
000508     DISPLAY "14. OPERATOR PROFILES"       LINE 16 COL 5.
000509     DISPLAY "15. FEED BIAS REPORT"        LINE 17 COL 5.
000510     DISPLAY "16. SUSPENSE MAINTENANCE"    LINE 18 COL 5.
000511     DISPLAY "17. AGED SUSPENSE REPORT"    LINE 3 COL 42.
000512     DISPLAY "18. VOID A COMPARISON"       LINE 4 COL 42.
000513     DISPLAY "19. ITEM MASTER MAINTENANCE" LINE 5 COL 42.
000514     DISPLAY "20. CURRENT PRICE INQUIRY"   LINE 6 COL 42.
000515     DISPLAY "21. PROCESSING CALENDAR"     LINE 7 COL 42.
000516     DISPLAY "22. APPROVE PENDING CHANGES" LINE 8 COL 42.
000517     DISPLAY "23. RATE FALLBACK POLICY"    LINE 9 COL 42.
000518     DISPLAY "24. ALERT BOARD"             LINE 10 COL 42.
000519     DISPLAY "25. EXIT"                    LINE 11 COL 42.
000520     DISPLAY "SELECT AN OPTION (1-25):" LINE 20 COL 1.
000521     ACCEPT WS-MENU-CHOICE LINE 20 COL 26.
000522     PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT.
000524     IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
000526         DISPLAY "NOT AUTHORIZED FOR THAT OPTION" LINE 21 COL 1
000580             CALL "CONDBAT"
000590             CANCEL "CONDBAT"
000592             CANCEL "CONDTCHK"
000596             CANCEL "CONDCALN"
000600         WHEN '3'
000610             CALL "CONDVIEW"
000620             CANCEL "CONDVIEW"
000630         WHEN '4'
000640             CALL "CONDTALY"
000641             CANCEL "CONDTALY"
000642         WHEN '5'
000643             CALL "CONDHIST"
000644             CANCEL "CONDHIST"
000645         WHEN '6'
000646             CALL "CONDARCH"
000647             CANCEL "CONDARCH"
000648             CANCEL "CONDCALN"
000649             CANCEL "CONDSUMB"
000650         WHEN '7'
000651             CALL "CONDFEED"
000652             CANCEL "CONDFEED"
000653             CANCEL "CONDPEND"
000654         WHEN '8'
000655             CALL "CONDEXCP"
000656             CANCEL "CONDEXCP"
000657             CANCEL "CONDCALN"
000658             CANCEL "CONDALRT"
000659         WHEN '9'
000660             CALL "CONDTRND"
000661             CANCEL "CONDTRND"
000662             CANCEL "CONDCALN"
000663             CANCEL "CONDSUMB"
000671         WHEN '10'
000672             CALL "CONDTMNT"
000673             CANCEL "CONDTMNT"
000674         WHEN '11'
000675             CALL "CONDLEDG"
000676             CANCEL "CONDLEDG"
000677         WHEN '12'
000678             CALL "CONDRATE"
000679             CANCEL "CONDRATE"
000680             CANCEL "CONDPEND"
000684         WHEN '13'
000685             CALL "CONDXDSP"
000686             CANCEL "CONDXDSP"
000687         WHEN '14'
000688             CALL "CONDPROF"
000689             CANCEL "CONDPROF"
000690             CANCEL "CONDPEND"
000691         WHEN '15'
000692             CALL "CONDBIAS"
000693             CANCEL "CONDBIAS"
000694             CANCEL "CONDSUMB"
000695         WHEN '16'
000696             CALL "CONDSUSP"
000697             CANCEL "CONDSUSP"
000698         WHEN '17'
000699             CALL "CONDSAGE"
000700             CANCEL "CONDSAGE"
000701             CANCEL "CONDCALN"
000702         WHEN '18'
000703             CALL "CONDVOID"
000704             CANCEL "CONDVOID"
000705             CANCEL "CONDCALN"
000706         WHEN '19'
000707             CALL "CONDITEM"
000708             CANCEL "CONDITEM"
000709         WHEN '20'
000710             CALL "CONDCPIQ"
000711             CANCEL "CONDCPIQ"
000712         WHEN '21'
000713             CALL "CONDCALM"
000714             CANCEL "CONDCALM"
000715             CANCEL "CONDCALN"
000716         WHEN '22'
000717             CALL "CONDAPRV"
000718             CANCEL "CONDAPRV"
000719         WHEN '23'
000720             CALL "CONDRPOL"
000721             CANCEL "CONDRPOL"
000722         WHEN '24'
000723             CALL "CONDALRB"
000724             CANCEL "CONDALRB"
000725         WHEN '25'
000726             SET WS-QUIT-REQUESTED TO TRUE
000727         WHEN OTHER
000728             DISPLAY "INVALID OPTION - TRY AGAIN" LINE 21 COL 1
000729             DISPLAY "PRESS ENTER TO CONTINUE" LINE 22 COL 1
000730             ACCEPT WS-MENU-CHOICE LINE 22 COL 25
000731     END-EVALUATE.
000732 1000-EXIT.
000740     EXIT.
000750*
000760************************************************************
000870         WHEN '9'
000880         WHEN '11'
000882         WHEN '15'
000886         WHEN '20'
000890             MOVE 1 TO WS-REQUIRED-LEVEL
000900         WHEN '1'
000910         WHEN '2'
000920         WHEN '4'
000930         WHEN '8'
000940         WHEN '13'
000943         WHEN '17'
000946         WHEN '24'
000950             MOVE 2 TO WS-REQUIRED-LEVEL
000960         WHEN '6'
000970         WHEN '7'
000980         WHEN '10'
000990         WHEN '12'
001000         WHEN '14'
001001         WHEN '16'
001002         WHEN '18'
001003         WHEN '19'
001004         WHEN '21'
001005         WHEN '22'
001006         WHEN '23'
001010             MOVE 3 TO WS-REQUIRED-LEVEL
001020         WHEN OTHER
001030             MOVE ZERO TO WS-REQUIRED-LEVEL
