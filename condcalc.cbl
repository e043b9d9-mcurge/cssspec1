000172*                     SINGLE FURTHEST SLOT (ALL EQUAL, OR A  *
000173*                     TIE FOR FURTHEST) RETURNS POSITION     *
000174*                     ZERO.                                  *
000175*    10/15/2026  DWS  NOW ALSO APPLIES THE ITEM'S PRICE      *
000176*                     SELECTION RULE (HIGHEST, MEDIAN,       *
000177*                     LOWEST OR PREFERRED FEED) AND RETURNS  *
000178*                     THE CHOSEN VALUE AND THE RULE THAT     *
000179*                     CHOSE IT.  A PREFERRED FEED MISSING    *
000180*                     FROM THE SET FALLS BACK TO THE MEDIAN. *
000181************************************************************
000182 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
000210 OBJECT-COMPUTER.   IBM-370.
000265     05  WS-DEVIATION            PIC 9(08)V99.
000266     05  WS-MAX-DEVIATION        PIC 9(08)V99.
000267     05  WS-FURTHEST-COUNT       PIC 9(02) COMP.
000268 01  WS-RULE-WORK.
000269     05  WS-PREF-SWITCH          PIC X(01).
000270         88  WS-PREF-FOUND               VALUE 'Y'.
000271         88  WS-PREF-NOT-FOUND           VALUE 'N'.
000272 LINKAGE SECTION.
000273 COPY CMPTBL.
000280 COPY CMPRSLT.
000290*
000300 PROCEDURE DIVISION USING CMP-TABLE CMP-RESULT.
000380     PERFORM 3000-FLAG-WINNERS THRU 3000-EXIT.
000382     PERFORM 4000-FIND-MEDIAN THRU 4000-EXIT.
000384     PERFORM 5000-FLAG-OUTLIER THRU 5000-EXIT.
000387     PERFORM 6000-APPLY-SELECT-RULE THRU 6000-EXIT.
000390     GOBACK.
000400*
000410************************************************************
000470     MOVE ZERO TO CMP-WINNER-COUNT.
000472     MOVE ZERO TO CMP-MEDIAN-VALUE.
000474     MOVE ZERO TO CMP-OUTLIER-POS.
000476     MOVE ZERO TO CMP-CHOSEN-VALUE.
000478     MOVE SPACES TO CMP-CHOSEN-RULE.
000480     SET CMP-NOT-TIE TO TRUE.
000490     PERFORM 1100-CLEAR-FLAG THRU 1100-EXIT
000500         VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > 10.
001820     END-IF.
001830 5100-EXIT.
001840     EXIT.
001850*
001860************************************************************
001870*    6000-APPLY-SELECT-RULE - PICK THE VALUE PUBLISHED AS   *
001880*    THE WINNER UNDER THE ITEM'S SELECTION RULE.  A         *
001890*    PREFERRED FEED MISSING FROM THE SET FALLS BACK TO THE  *
001900*    MEDIAN AND SAYS SO WITH RULE 'F'.  THE MAXIMUM, TIE    *
001910*    AND WINNER FLAGS ABOVE ARE NOT AFFECTED.               *
001920************************************************************
001930 6000-APPLY-SELECT-RULE.
001940     EVALUATE CMP-SELECT-RULE
001950         WHEN 'M'
001960             MOVE CMP-MEDIAN-VALUE TO CMP-CHOSEN-VALUE
001970             SET CMP-CHOSE-MEDIAN TO TRUE
001980         WHEN 'L'
001990             MOVE CMP-MIN-VALUE TO CMP-CHOSEN-VALUE
002000             SET CMP-CHOSE-LOWEST TO TRUE
002010         WHEN 'P'
002020             SET WS-PREF-NOT-FOUND TO TRUE
002030             PERFORM 6100-FIND-PREFERRED THRU 6100-EXIT
002040                 VARYING CMP-IDX FROM 1 BY 1
002050                 UNTIL CMP-IDX > CMP-COUNT OR WS-PREF-FOUND
002060             IF WS-PREF-NOT-FOUND
002070                 MOVE CMP-MEDIAN-VALUE TO CMP-CHOSEN-VALUE
002080                 SET CMP-CHOSE-FALLBACK TO TRUE
002090             END-IF
002100         WHEN OTHER
002110             MOVE CMP-MAX-VALUE TO CMP-CHOSEN-VALUE
002120             SET CMP-CHOSE-HIGHEST TO TRUE
002130     END-EVALUATE.
002140 6000-EXIT.
002150     EXIT.
002160*
002170 6100-FIND-PREFERRED.
002180     IF CMP-FEED-ID(CMP-IDX) = CMP-PREFERRED-FEED
002190         MOVE CMP-VALUE(CMP-IDX) TO CMP-CHOSEN-VALUE
002200         SET CMP-CHOSE-PREFERRED TO TRUE
002210         SET WS-PREF-FOUND TO TRUE
002220     END-IF.
002230 6100-EXIT.
002240     EXIT.
