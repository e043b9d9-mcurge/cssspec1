000270*                     ON IT, WRITTEN TO CMPRBIAS.  RUNNABLE  *
000280*                     FROM CONDMENU OR AS A MONTH-END STEP   *
000290*                     NEXT TO CONDTRND.                      *
000291*    10/15/2026  DWS  A COMPARE SINCE VOIDED ON CONDVOID IS  *
000292*                     LEFT OUT OF THE FEED TALLIES.          *
000293*    10/15/2026  DWS  NOW READ OFF THE CMPRSUMM DAILY        *
000294*                     SUMMARY FEED LINES INSTEAD OF          *
000295*                     CMPRHIST, SO A RANGE CAN RUN BACK PAST *
000296*                     THE ARCHIVE PURGE.  ADDED THE AVERAGE  *
000297*                     DEVIATION FROM THE MEDIAN AND THE      *
000298*                     TIMES CHOSEN AS WINNER AND AS THE      *
000299*                     OUTLIER.  A THIRD SYSIN ANSWER (H OR   *
000300*                     A) REBUILDS THE RANGE THROUGH CONDSUMB *
000301*                     FIRST.                                 *
000302************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CMPRSUMM ASSIGN TO "CMPRSUMM"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CMPS-SUMMARY-KEY
000450         FILE STATUS IS WS-SUMM-STATUS.
000480     SELECT CMPRFEED ASSIGN TO "CMPRFEED"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000550         FILE STATUS IS WS-BIAS-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CMPRSUMM
000590     RECORDING MODE IS F.
000600 COPY CMPSUMM.
000610 FD  CMPRFEED
000620     RECORDING MODE IS F.
000630 COPY CMPFEED.
000660 01  BIAS-PRINT-LINE             PIC X(80).
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-SUMM-STATUS          PIC X(02) VALUE SPACES.
000700     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000710     05  WS-BIAS-STATUS          PIC X(02) VALUE SPACES.
000720     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000860         10  WS-BIAS-LOWEST      PIC 9(08) COMP.
000870         10  WS-BIAS-ABOVE       PIC 9(08) COMP.
000880         10  WS-BIAS-BELOW       PIC 9(08) COMP.
000882         10  WS-BIAS-WON         PIC 9(08) COMP.
000884         10  WS-BIAS-OUTLIER     PIC 9(08) COMP.
000886         10  WS-BIAS-MED-SEEN    PIC 9(08) COMP.
000888         10  WS-BIAS-SUM-MED     PIC S9(13)V99.
000890     05  WS-OVERFLOW-SLOTS       PIC 9(08) COMP VALUE ZERO.
000900 01  WS-CALC-WORK.
000930     05  WS-AVG-DEVIATION        PIC S9(08)V99 VALUE ZERO.
000940     05  WS-SIDE-RATE            PIC 9(04) COMP VALUE ZERO.
000960 01  WS-EDIT-FIELDS.
000970     05  WS-DATE-EDIT            PIC X(08).
000975     05  WS-REBUILD-EDIT         PIC X(01).
000980     05  WS-LOOKUP-ID            PIC X(04).
000990     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
001000     05  WS-VALUE-DISP           PIC -(8)9.99.
001040     05  WS-CURRENT-DATE         PIC 9(08).
001050     05  WS-FROM-DATE            PIC 9(08).
001060     05  WS-TO-DATE              PIC 9(08).
001065 COPY CMPSMRQ.
001070*
001080 PROCEDURE DIVISION.
001090*
001120************************************************************
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-WALK-SUMMARY THRU 2000-EXIT.
001160     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
001170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001180     GOBACK.
001210*    1000-INITIALIZE - FROM/TO DATES FROM SYSIN (OR THE      *
001220*    TERMINAL), THE SAME WAY CONDTRND TAKES THEM.  A BLANK   *
001230*    FROM DATE MEANS THE START OF THE FILE, A BLANK TO       *
001235*    DATE MEANS TODAY.  THE THIRD ANSWER IS THE SAME         *
001240*    CMPRSUMM REBUILD CHOICE CONDTRND OFFERS - H, A OR       *
001245*    BLANK.                                                  *
001250************************************************************
001260 1000-INITIALIZE.
001270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001390     ELSE
001400         MOVE WS-CURRENT-DATE TO WS-TO-DATE
001410     END-IF.
001411     DISPLAY "CONDBIAS - REBUILD SUMMARY FIRST (H=CMPRHIST "
001412         "A=CMPRARCH BLANK=NO)".
001413     MOVE SPACE TO WS-REBUILD-EDIT.
001414     ACCEPT WS-REBUILD-EDIT.
001415     EVALUATE WS-REBUILD-EDIT
001416         WHEN 'H'
001417         WHEN 'h'
001418             SET CMPS-REQ-FROM-HISTORY TO TRUE
001419         WHEN 'A'
001420         WHEN 'a'
001421             SET CMPS-REQ-FROM-ARCHIVE TO TRUE
001422         WHEN OTHER
001423             MOVE SPACE TO CMPS-REQ-SOURCE
001424     END-EVALUATE.
001425     OPEN INPUT CMPRFEED.
001430     IF WS-FEED-STATUS = "00"
001440         SET WS-FEED-MASTER-OK TO TRUE
001450     END-IF.
001510         WS-TO-DATE DELIMITED BY SIZE
001520         INTO BIAS-PRINT-LINE.
001530     WRITE BIAS-PRINT-LINE.
001535     PERFORM 1500-REBUILD-SUMMARY THRU 1500-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560*
001570************************************************************
001580*    1500-REBUILD-SUMMARY - WHEN ASKED, CONDSUMB SUMS THE    *
001590*    RANGE AGAIN FROM THE CHOSEN SOURCE BEFORE THE REPORT IS *
001600*    READ OFF CMPRSUMM, AS IN CONDTRND, WITH THE OUTCOME     *
001610*    UNDER THE HEADING.                                      *
001611************************************************************
001612 1500-REBUILD-SUMMARY.
001613     IF CMPS-REQ-SOURCE = SPACE
001614         GO TO 1500-EXIT
001615     END-IF.
001616     MOVE WS-FROM-DATE TO CMPS-REQ-FROM-DATE.
001617     MOVE WS-TO-DATE TO CMPS-REQ-TO-DATE.
001618     CALL "CONDSUMB" USING CMPS-SUMMARY-REQUEST.
001619     MOVE SPACES TO BIAS-PRINT-LINE.
001620     MOVE CMPS-REQ-DAYS-BUILT TO WS-COUNT-DISP.
001621     EVALUATE TRUE
001622         WHEN CMPS-REQ-BUILT AND CMPS-REQ-FROM-HISTORY
001623             STRING "SUMMARY REBUILT FROM CMPRHIST - DAYS: "
001624                 DELIMITED BY SIZE
001625                 WS-COUNT-DISP DELIMITED BY SIZE
001626                 INTO BIAS-PRINT-LINE
001627         WHEN CMPS-REQ-BUILT
001628             STRING "SUMMARY REBUILT FROM CMPRARCH - DAYS: "
001629                 DELIMITED BY SIZE
001630                 WS-COUNT-DISP DELIMITED BY SIZE
001631                 INTO BIAS-PRINT-LINE
001632         WHEN CMPS-REQ-NO-SOURCE
001633             MOVE "REBUILD SOURCE NOT ON FILE - NOTHING REBUILT"
001634                 TO BIAS-PRINT-LINE
001635         WHEN OTHER
001636             MOVE "SUMMARY REBUILD FAILED - SUMMARY AS IT STANDS"
001637                 TO BIAS-PRINT-LINE
001638     END-EVALUATE.
001639     WRITE BIAS-PRINT-LINE.
001640 1500-EXIT.
001641     EXIT.
001642*
001643************************************************************
001644*    2000-WALK-SUMMARY - POSITION ON THE FIRST CMPRSUMM LINE *
001645*    AT OR AFTER THE FROM DATE AND ROLL FORWARD UNTIL THE    *
001646*    DATE PASSES THE TO DATE, TALLYING EVERY FEED LINE.      *
001647*    CMPRSUMM OUTLIVES THE CMPRHIST PURGE, SO THE RANGE MAY  *
001648*    RUN BACK YEARS.                                         *
001649************************************************************
001650 2000-WALK-SUMMARY.
001651     OPEN INPUT CMPRSUMM.
001652     IF WS-SUMM-STATUS NOT = "00"
001660         SET WS-END-OF-RANGE TO TRUE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     MOVE WS-FROM-DATE TO CMPS-SUM-RUN-DATE.
001700     MOVE LOW-VALUES TO CMPS-SUM-ITEM-ID.
001710     MOVE LOW-VALUES TO CMPS-SUM-FEED-ID.
001720     START CMPRSUMM KEY IS NOT LESS THAN CMPS-SUMMARY-KEY
001730         INVALID KEY SET WS-END-OF-RANGE TO TRUE
001740     END-START.
001750     PERFORM 2100-READ-NEXT-SUMM THRU 2100-EXIT.
001760     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT
001770         UNTIL WS-END-OF-RANGE.
001780     CLOSE CMPRSUMM.
001790 2000-EXIT.
001800     EXIT.
001810*
001820 2100-READ-NEXT-SUMM.
001830     IF NOT WS-END-OF-RANGE
001840         READ CMPRSUMM NEXT
001850             AT END SET WS-END-OF-RANGE TO TRUE
001860         END-READ
001870         IF WS-SUMM-STATUS NOT = "00" AND NOT WS-END-OF-RANGE
001880             SET WS-END-OF-RANGE TO TRUE
001890         END-IF
001900         IF NOT WS-END-OF-RANGE
001915             IF CMPS-SUM-RUN-DATE > WS-TO-DATE
001930                 SET WS-END-OF-RANGE TO TRUE
001940             END-IF
001950         END-IF
001970 2100-EXIT.
001980     EXIT.
001990*
001998************************************************************
002006*    2200-TALLY-ONE-LINE - ONE FEED'S SHOWINGS FOR ONE ITEM  *
002014*    ON ONE DAY, ALREADY SUMMED BY CONDSUMB: APPEARANCES,    *
002022*    THE SIGNED DEVIATIONS FROM THE SETS' MIDPOINTS AND      *
002030*    MEDIANS, TIMES HIGHEST, LOWEST, CHOSEN AND THE OUTLIER, *
002038*    AND WHICH SIDE OF THE MIDPOINT IT SAT ON.  SET LINES    *
002046*    AND LINES CARRYING ONLY REJECTS ARE PASSED OVER.        *
002054************************************************************
002062 2200-TALLY-ONE-LINE.
002070     IF CMPS-SET-LINE
002078         GO TO 2200-DONE
002090     END-IF.
002143     IF CMPS-COMPARE-COUNT = ZERO
002196         GO TO 2200-DONE
002250     END-IF.
002265     MOVE CMPS-SUM-FEED-ID TO WS-LOOKUP-ID.
002280     PERFORM 2400-FIND-OR-ADD-FEED THRU 2400-EXIT.
002290     IF NOT WS-FEED-FOUND
002300         GO TO 2200-DONE
002310     END-IF.
002325     ADD CMPS-COMPARE-COUNT TO WS-BIAS-SEEN(WS-BIAS-SUB).
002340     ADD CMPS-SUM-DEV-MID TO WS-BIAS-SUM-DEV(WS-BIAS-SUB).
002355     ADD CMPS-HIGH-COUNT TO WS-BIAS-HIGHEST(WS-BIAS-SUB).
002370     ADD CMPS-LOW-COUNT TO WS-BIAS-LOWEST(WS-BIAS-SUB).
002385     ADD CMPS-ABOVE-MID-COUNT TO WS-BIAS-ABOVE(WS-BIAS-SUB).
002400     ADD CMPS-BELOW-MID-COUNT TO WS-BIAS-BELOW(WS-BIAS-SUB).
002415     ADD CMPS-WIN-COUNT TO WS-BIAS-WON(WS-BIAS-SUB).
002430     ADD CMPS-OUTLIER-COUNT TO WS-BIAS-OUTLIER(WS-BIAS-SUB).
002445     ADD CMPS-MEDIAN-COUNT TO WS-BIAS-MED-SEEN(WS-BIAS-SUB).
002460     ADD CMPS-SUM-DEV-MEDIAN TO WS-BIAS-SUM-MED(WS-BIAS-SUB).
002475 2200-DONE.
002490     PERFORM 2100-READ-NEXT-SUMM THRU 2100-EXIT.
002505 2200-EXIT.
002520     EXIT.
002530*
002540************************************************************
002550*    2400-FIND-OR-ADD-FEED - THE FEED'S SLOT IN THE TALLY    *
002560*    TABLE, OPENED ON FIRST SIGHT.  WS-BIAS-SUB POINTS AT    *
002570*    IT ON THE WAY OUT.  A FULL TABLE COUNTS THE LINE'S      *
002580*    APPEARANCES IN THE OVERFLOW TOTAL AND PASSES IT OVER.   *
002590************************************************************
002600 2400-FIND-OR-ADD-FEED.
002610     MOVE 'N' TO WS-FOUND-SWITCH.
002760         MOVE ZERO TO WS-BIAS-LOWEST(WS-BIAS-SUB)
002770         MOVE ZERO TO WS-BIAS-ABOVE(WS-BIAS-SUB)
002780         MOVE ZERO TO WS-BIAS-BELOW(WS-BIAS-SUB)
002782         MOVE ZERO TO WS-BIAS-WON(WS-BIAS-SUB)
002784         MOVE ZERO TO WS-BIAS-OUTLIER(WS-BIAS-SUB)
002786         MOVE ZERO TO WS-BIAS-MED-SEEN(WS-BIAS-SUB)
002788         MOVE ZERO TO WS-BIAS-SUM-MED(WS-BIAS-SUB)
002790         SET WS-FEED-FOUND TO TRUE
002800     ELSE
002810         ADD CMPS-COMPARE-COUNT TO WS-OVERFLOW-SLOTS
002820     END-IF.
002830 2400-EXIT.
002840     EXIT.
003540         WS-VALUE-DISP DELIMITED BY SIZE
003550         INTO BIAS-PRINT-LINE.
003560     WRITE BIAS-PRINT-LINE.
003561     MOVE SPACES TO BIAS-PRINT-LINE.
003562     IF WS-BIAS-MED-SEEN(WS-BIAS-SUB) > ZERO
003563         COMPUTE WS-AVG-DEVIATION ROUNDED =
003564             WS-BIAS-SUM-MED(WS-BIAS-SUB)
003565             / WS-BIAS-MED-SEEN(WS-BIAS-SUB)
003566         MOVE WS-AVG-DEVIATION TO WS-VALUE-DISP
003567         STRING "  AVG DEV FROM MEDIAN     : " DELIMITED BY SIZE
003568             WS-VALUE-DISP DELIMITED BY SIZE
003569             INTO BIAS-PRINT-LINE
003570     ELSE
003571         MOVE "  AVG DEV FROM MEDIAN     :   (NO MEDIANS)"
003572             TO BIAS-PRINT-LINE
003573     END-IF.
003574     WRITE BIAS-PRINT-LINE.
003575     MOVE WS-BIAS-HIGHEST(WS-BIAS-SUB) TO WS-COUNT-DISP.
003580     MOVE SPACES TO BIAS-PRINT-LINE.
003590     STRING "  TIMES HIGHEST           : " DELIMITED BY SIZE
003600         WS-COUNT-DISP DELIMITED BY SIZE
003630     MOVE WS-BIAS-LOWEST(WS-BIAS-SUB) TO WS-COUNT-DISP.
003640     MOVE SPACES TO BIAS-PRINT-LINE.
003650     STRING "  TIMES LOWEST            : " DELIMITED BY SIZE
003651         WS-COUNT-DISP DELIMITED BY SIZE
003652         INTO BIAS-PRINT-LINE.
003653     WRITE BIAS-PRINT-LINE.
003654     MOVE WS-BIAS-WON(WS-BIAS-SUB) TO WS-COUNT-DISP.
003655     MOVE SPACES TO BIAS-PRINT-LINE.
003656     STRING "  TIMES CHOSEN AS WINNER  : " DELIMITED BY SIZE
003657         WS-COUNT-DISP DELIMITED BY SIZE
003658         INTO BIAS-PRINT-LINE.
003659     WRITE BIAS-PRINT-LINE.
003660     MOVE WS-BIAS-OUTLIER(WS-BIAS-SUB) TO WS-COUNT-DISP.
003661     MOVE SPACES TO BIAS-PRINT-LINE.
003662     STRING "  TIMES THE OUTLIER       : " DELIMITED BY SIZE
003663         WS-COUNT-DISP DELIMITED BY SIZE
003670         INTO BIAS-PRINT-LINE.
003680     WRITE BIAS-PRINT-LINE.
003690     MOVE WS-BIAS-ABOVE(WS-BIAS-SUB) TO WS-COUNT-DISP.
