000233*                     AND THE OUTLIER FEED, SO A FEED THAT   *
000234*                     IS THE OUTLIER DAY AFTER DAY SHOWS     *
000236*                     UP ON A PLAIN LISTING.                 *
000237*    10/15/2026  DWS  A VOID ('V') LISTS AS VOID AND A       *
000238*                     COMPARE IT CANCELLED LISTS AS VOIDED.  *
000239*                     A VOID CANNOT BE REPLAYED.             *
000240*    10/15/2026  DWS  THE MEDIAN LINE UNDER EACH COMPARE NOW *
000241*                     ALSO SHOWS THE CHOSEN VALUE AND THE    *
000242*                     ITEM SELECTION RULE THAT CHOSE IT,     *
000243*                     WHERE THE RECORD CARRIES THEM.         *
000244************************************************************
000245 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000576     05  WS-LOOKUP-ITEM          PIC X(08).
000578     05  WS-WHEN-DISP            PIC 9(08).
000579     05  WS-OUTLIER-DISP         PIC X(06).
000581     05  WS-WIN-DISP             PIC -(7)9.99.
000583     05  WS-DETAIL-POINTER       PIC 9(04) COMP.
000585     05  WS-MORE-REPLY           PIC X(01).
000590     05  WS-SEQ-EDIT             PIC X(08).
000600     05  WS-SLOT-EDIT            PIC X(02).
000610     05  WS-AMT-EDIT             PIC X(11).
001440************************************************************
001450 4000-SHOW-RECORD.
001460     MOVE SPACES TO WS-DETAIL-LINE.
001465     EVALUATE TRUE
001470         WHEN CMPR-AUD-VOID OF CMPR-HIST-RECORD
001475             MOVE "VOID    " TO WS-TYPE-DISP
001480         WHEN CMPR-AUD-REJECT OF CMPR-HIST-RECORD
001485             MOVE "REJECT  " TO WS-TYPE-DISP
001490         WHEN CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD NUMERIC
001495             AND NOT CMPR-AUD-NOT-VOIDED OF CMPR-HIST-RECORD
001500             MOVE "VOIDED  " TO WS-TYPE-DISP
001505         WHEN OTHER
001510             MOVE "COMPARE " TO WS-TYPE-DISP
001515     END-EVALUATE.
001520     MOVE CMPR-AUD-COUNT OF CMPR-HIST-RECORD TO WS-COUNT-DISP.
001530     MOVE CMPR-AUD-MAX-VALUE OF CMPR-HIST-RECORD TO WS-VALUE-DISP.
001531     IF WS-LOOKUP-BY-ITEM
001710     PERFORM 3000-READ-NEXT THRU 3000-EXIT.
001720 4000-EXIT.
001730     EXIT.
001732*
001734************************************************************
001736*    4200-SHOW-MEDIAN-LINE - THE STORED MEDIAN (CONSENSUS)   *
001738*    AND THE OUTLIER FEED UNDER EACH COMPARE LINE, WITH THE  *
001740*    CHOSEN VALUE AND ITS SELECTION RULE WHERE CARRIED.      *
001744************************************************************
001745 4200-SHOW-MEDIAN-LINE.
001746     MOVE SPACES TO WS-DETAIL-LINE.
001761         " OUTLIER:" DELIMITED BY SIZE
001762         WS-OUTLIER-DISP DELIMITED BY SIZE
001763         INTO WS-DETAIL-LINE.
001764     IF NOT CMPR-AUD-NO-RULE OF CMPR-HIST-RECORD
001765         AND CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD NUMERIC
001766         MOVE CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD
001767             TO WS-WIN-DISP
001768         MOVE 40 TO WS-DETAIL-POINTER
001769         STRING " WIN:" DELIMITED BY SIZE
001770             WS-WIN-DISP DELIMITED BY SIZE
001771             " RULE:" DELIMITED BY SIZE
001772             CMPR-AUD-SELECT-RULE OF CMPR-HIST-RECORD
001773             DELIMITED BY SIZE
001774             INTO WS-DETAIL-LINE
001775             WITH POINTER WS-DETAIL-POINTER
001776     END-IF.
001777     ADD 1 TO WS-LINE-ON-PAGE.
001778     DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 5) COL 1.
001779 4200-EXIT.
001780     EXIT.
001781*
001782 4500-PAGE-BREAK.
001783     DISPLAY "MORE (Y/N)?" LINE 22 COL 1.
001784     ACCEPT WS-MORE-REPLY LINE 22 COL 13.
001785     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
001790         SET WS-END-OF-DATE TO TRUE
001800     ELSE
001810         DISPLAY ERASE
002320                 PERFORM 5200-RUN-ONE-WHAT-IF THRU 5200-EXIT
002322             ELSE
002324                 DISPLAY "ONLY COMPLETED COMPARES CAN BE "
002326                     "REPLAYED - THAT SEQ IS A REJECT OR VOID"
002328                     LINE 22 COL 1
002329             END-IF
002330     END-READ.
002470     MOVE CMPR-AUD-TIE-SWITCH OF CMPR-HIST-RECORD
002480         TO WS-ORIG-TIE.
002490     MOVE CMPR-AUD-COUNT OF CMPR-HIST-RECORD TO CMP-COUNT.
002493     MOVE SPACES TO CMP-SELECT-RULE.
002496     MOVE SPACES TO CMP-PREFERRED-FEED.
002500     PERFORM 5250-LOAD-ONE-SLOT THRU 5250-EXIT
002510         VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > 10.
002520     PERFORM 5300-SHOW-THE-SET THRU 5300-EXIT.
