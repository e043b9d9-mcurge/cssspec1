000216*    09/03/2026  DWS  CMPRHIST NOW CARRIES AN ITEM           *
000217*                     ALTERNATE KEY - SELECT UPDATED TO      *
000218*                     MATCH THE SHARED FILE DEFINITION.      *
000219*    10/15/2026  DWS  VOIDS ('V') AND THE COMPARES THEY      *
000220*                     CANCEL ARE LEFT OUT OF THE DAILY LINES *
000221*                     AND THE PERIOD TOTALS.                 *
000222*    10/15/2026  DWS  DAILY AVERAGES ARE NOW PER BUSINESS    *
000223*                     DAY ON THE CMPRCALN PROCESSING         *
000224*                     CALENDAR, WITH THE NUMBER OF BUSINESS  *
000225*                     DAYS IN THE PERIOD SHOWN, AND ACTIVITY *
000226*                     ON A NON-BUSINESS DAY IS MARKED.       *
000227*    10/15/2026  DWS  NOW READ OFF THE CMPRSUMM DAILY        *
000228*                     SUMMARY SET LINES INSTEAD OF CMPRHIST, *
000229*                     SO A RANGE CAN RUN BACK PAST THE       *
000230*                     ARCHIVE PURGE.  THE DAY TABLE HOLDS    *
000231*                     TEN YEARS.  A THIRD SYSIN ANSWER (H OR *
000232*                     A) REBUILDS THE RANGE FROM CMPRHIST OR *
000233*                     CMPRARCH THROUGH CONDSUMB FIRST.       *
000234************************************************************
000235 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CMPRSUMM ASSIGN TO "CMPRSUMM"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CMPS-SUMMARY-KEY
000350         FILE STATUS IS WS-SUMM-STATUS.
000370     SELECT CMPRTRND ASSIGN TO "CMPRTRND"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRND-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CMPRSUMM
000430     RECORDING MODE IS F.
000440 COPY CMPSUMM.
000450 FD  CMPRTRND
000460     RECORDING MODE IS F.
000470 01  TRND-PRINT-LINE             PIC X(90).
000480 WORKING-STORAGE SECTION.
000490 01  WS-SWITCHES.
000500     05  WS-SUMM-STATUS          PIC X(02) VALUE SPACES.
000510     05  WS-TRND-STATUS          PIC X(02) VALUE SPACES.
000520     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000530         88  WS-END-OF-RANGE             VALUE 'Y'.
000540 01  WS-DAY-TABLE.
000550     05  WS-DAY-COUNT            PIC 9(04) COMP VALUE ZERO.
000560     05  WS-DAY-ENTRY OCCURS 3660 TIMES.
000570         10  WS-DAY-DATE         PIC 9(08).
000580         10  WS-DAY-COMPARES     PIC 9(08) COMP.
000590         10  WS-DAY-REJECTS      PIC 9(08) COMP.
000710     05  WS-DAY-REJECT-RATE      PIC 9(04) COMP VALUE ZERO.
000720     05  WS-DAY-TIE-RATE         PIC 9(04) COMP VALUE ZERO.
000730     05  WS-DAY-RECORDS          PIC 9(08) COMP VALUE ZERO.
000733     05  WS-BUSINESS-DAYS        PIC 9(05) COMP VALUE ZERO.
000736     05  WS-AVG-PER-DAY          PIC 9(08)V9 VALUE ZERO.
000740 01  WS-EDIT-FIELDS.
000750     05  WS-DATE-EDIT            PIC X(08).
000755     05  WS-REBUILD-EDIT         PIC X(01).
000760     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000770     05  WS-NBR-DISP             PIC ZZZZZZ9.
000780     05  WS-VALUE-DISP           PIC -(7)9.99.
000790     05  WS-VALUE-X              PIC X(11).
000800     05  WS-FLAG-DISP            PIC X(14).
000805     05  WS-AVG-DISP             PIC ZZZZZZZ9.9.
000810     05  WS-LINE-POINTER         PIC 9(04) COMP.
000820 01  WS-DAY-SUB                  PIC 9(04) COMP.
000830 01  WS-DATE-WORK.
000840     05  WS-CURRENT-DATE         PIC 9(08).
000850     05  WS-FROM-DATE            PIC 9(08).
000860     05  WS-TO-DATE              PIC 9(08).
000862     05  WS-PERIOD-START         PIC 9(08).
000864 COPY CMPBCAL.
000866 COPY CMPSMRQ.
000870*
000880 PROCEDURE DIVISION.
000890*
000920************************************************************
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950     PERFORM 2000-WALK-SUMMARY THRU 2000-EXIT.
000960     PERFORM 5000-COMPUTE-AVERAGES THRU 5000-EXIT.
000970     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
000980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001010************************************************************
001020*    1000-INITIALIZE - FROM/TO DATES FROM SYSIN (OR THE      *
001030*    TERMINAL).  A BLANK FROM DATE MEANS THE START OF THE    *
001035*    FILE, A BLANK TO DATE MEANS TODAY.  A THIRD ANSWER OF H *
001040*    OR A REBUILDS CMPRSUMM FOR THE RANGE FROM CMPRHIST OR   *
001045*    CMPRARCH FIRST; BLANK REPORTS THE SUMMARY AS IT STANDS. *
001050************************************************************
001060 1000-INITIALIZE.
001070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001190     ELSE
001200         MOVE WS-CURRENT-DATE TO WS-TO-DATE
001210     END-IF.
001211     DISPLAY "CONDTRND - REBUILD SUMMARY FIRST (H=CMPRHIST "
001212         "A=CMPRARCH BLANK=NO)".
001213     MOVE SPACE TO WS-REBUILD-EDIT.
001214     ACCEPT WS-REBUILD-EDIT.
001215     EVALUATE WS-REBUILD-EDIT
001216         WHEN 'H'
001217         WHEN 'h'
001218             SET CMPS-REQ-FROM-HISTORY TO TRUE
001219         WHEN 'A'
001220         WHEN 'a'
001221             SET CMPS-REQ-FROM-ARCHIVE TO TRUE
001222         WHEN OTHER
001223             MOVE SPACE TO CMPS-REQ-SOURCE
001224     END-EVALUATE.
001225     OPEN OUTPUT CMPRTRND.
001230     MOVE SPACES TO TRND-PRINT-LINE.
001240     MOVE 1 TO WS-LINE-POINTER.
001250     STRING "CONDTRND - TREND REPORT " DELIMITED BY SIZE
001290         INTO TRND-PRINT-LINE
001300         WITH POINTER WS-LINE-POINTER.
001310     WRITE TRND-PRINT-LINE.
001315     PERFORM 1500-REBUILD-SUMMARY THRU 1500-EXIT.
001320     MOVE SPACES TO TRND-PRINT-LINE.
001330     WRITE TRND-PRINT-LINE.
001340     MOVE SPACES TO TRND-PRINT-LINE.
001380     EXIT.
001390*
001400************************************************************
001402*    1500-REBUILD-SUMMARY - WHEN ASKED, CONDSUMB SUMS THE    *
001404*    RANGE AGAIN FROM THE CHOSEN SOURCE BEFORE THE REPORT IS *
001406*    READ OFF CMPRSUMM.  THE OUTCOME GOES UNDER THE HEADING  *
001408*    SO THE READER KNOWS WHAT THE FIGURES STAND ON.          *
001410************************************************************
001412 1500-REBUILD-SUMMARY.
001414     IF CMPS-REQ-SOURCE = SPACE
001416         GO TO 1500-EXIT
001418     END-IF.
001420     MOVE WS-FROM-DATE TO CMPS-REQ-FROM-DATE.
001422     MOVE WS-TO-DATE TO CMPS-REQ-TO-DATE.
001424     CALL "CONDSUMB" USING CMPS-SUMMARY-REQUEST.
001426     MOVE SPACES TO TRND-PRINT-LINE.
001428     MOVE CMPS-REQ-DAYS-BUILT TO WS-COUNT-DISP.
001430     EVALUATE TRUE
001432         WHEN CMPS-REQ-BUILT AND CMPS-REQ-FROM-HISTORY
001434             STRING "SUMMARY REBUILT FROM CMPRHIST - DAYS: "
001436                 DELIMITED BY SIZE
001438                 WS-COUNT-DISP DELIMITED BY SIZE
001440                 INTO TRND-PRINT-LINE
001442         WHEN CMPS-REQ-BUILT
001444             STRING "SUMMARY REBUILT FROM CMPRARCH - DAYS: "
001446                 DELIMITED BY SIZE
001448                 WS-COUNT-DISP DELIMITED BY SIZE
001450                 INTO TRND-PRINT-LINE
001452         WHEN CMPS-REQ-NO-SOURCE
001454             MOVE "REBUILD SOURCE NOT ON FILE - NOTHING REBUILT"
001456                 TO TRND-PRINT-LINE
001458         WHEN OTHER
001460             MOVE "SUMMARY REBUILD FAILED - SUMMARY AS IT STANDS"
001462                 TO TRND-PRINT-LINE
001464     END-EVALUATE.
001466     WRITE TRND-PRINT-LINE.
001468 1500-EXIT.
001470     EXIT.
001472*
001474************************************************************
001476*    2000-WALK-SUMMARY - POSITION ON THE FIRST CMPRSUMM LINE *
001478*    AT OR AFTER THE FROM DATE AND ROLL FORWARD UNTIL THE    *
001480*    DATE PASSES THE TO DATE.  ONLY THE SET LINES (BLANK     *
001482*    FEED) ARE COUNTED - ONE PER ITEM PER DAY, ALREADY SHORN *
001484*    OF VOIDS.  LINES ARRIVE GROUPED BY DATE, SO EACH NEW    *
001486*    DATE OPENS THE NEXT SLOT IN THE DAY TABLE.  CMPRSUMM    *
001488*    OUTLIVES THE CMPRHIST PURGE, SO THE RANGE MAY RUN BACK  *
001490*    YEARS.                                                  *
001492************************************************************
001494 2000-WALK-SUMMARY.
001496     OPEN INPUT CMPRSUMM.
001498     IF WS-SUMM-STATUS NOT = "00"
001500         SET WS-END-OF-RANGE TO TRUE
001510         GO TO 2000-EXIT
001520     END-IF.
001530     MOVE WS-FROM-DATE TO CMPS-SUM-RUN-DATE.
001540     MOVE LOW-VALUES TO CMPS-SUM-ITEM-ID.
001550     MOVE LOW-VALUES TO CMPS-SUM-FEED-ID.
001560     START CMPRSUMM KEY IS NOT LESS THAN CMPS-SUMMARY-KEY
001570         INVALID KEY SET WS-END-OF-RANGE TO TRUE
001580     END-START.
001590     PERFORM 2100-READ-NEXT-SUMM THRU 2100-EXIT.
001600     PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT
001610         UNTIL WS-END-OF-RANGE.
001620     CLOSE CMPRSUMM.
001630 2000-EXIT.
001640     EXIT.
001650*
001660 2100-READ-NEXT-SUMM.
001670     IF NOT WS-END-OF-RANGE
001680         READ CMPRSUMM NEXT
001690             AT END SET WS-END-OF-RANGE TO TRUE
001700         END-READ
001705         IF WS-SUMM-STATUS NOT = "00"
001706             SET WS-END-OF-RANGE TO TRUE
001707         END-IF
001710         IF NOT WS-END-OF-RANGE
001725             IF CMPS-SUM-RUN-DATE > WS-TO-DATE
001740                 SET WS-END-OF-RANGE TO TRUE
001750             END-IF
001760         END-IF
001780 2100-EXIT.
001790     EXIT.
001800*
001804 2200-TALLY-ONE-LINE.
001808     IF NOT CMPS-SET-LINE
001812         GO TO 2200-DONE
001816     END-IF.
001820     IF WS-DAY-COUNT = ZERO
001830         PERFORM 2300-OPEN-NEW-DAY THRU 2300-EXIT
001840     ELSE
001855         IF CMPS-SUM-RUN-DATE NOT = WS-DAY-DATE(WS-DAY-COUNT)
001870             PERFORM 2300-OPEN-NEW-DAY THRU 2300-EXIT
001880         END-IF
001890     END-IF.
001900     IF WS-DAY-COUNT > ZERO AND NOT WS-END-OF-RANGE
001910         PERFORM 2400-ADD-TO-DAY THRU 2400-EXIT
001920     END-IF.
001926 2200-DONE.
001932     PERFORM 2100-READ-NEXT-SUMM THRU 2100-EXIT.
001940 2200-EXIT.
001950     EXIT.
001960*
001970 2300-OPEN-NEW-DAY.
001980     IF WS-DAY-COUNT < 3660
001990         ADD 1 TO WS-DAY-COUNT
002005         MOVE CMPS-SUM-RUN-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
002020         MOVE ZERO TO WS-DAY-COMPARES(WS-DAY-COUNT)
002030         MOVE ZERO TO WS-DAY-REJECTS(WS-DAY-COUNT)
002040         MOVE ZERO TO WS-DAY-TIES(WS-DAY-COUNT)
002050         MOVE -9999999.99 TO WS-DAY-HIGH-MAX(WS-DAY-COUNT)
002060         MOVE 9999999.99 TO WS-DAY-LOW-MIN(WS-DAY-COUNT)
002070     ELSE
002080         DISPLAY "CONDTRND - MORE THAN 3660 DAYS IN RANGE - "
002090             "REPORT TRUNCATED"
002100         SET WS-END-OF-RANGE TO TRUE
002110     END-IF.
002130     EXIT.
002140*
002150 2400-ADD-TO-DAY.
002160     ADD CMPS-REJECT-COUNT TO WS-DAY-REJECTS(WS-DAY-COUNT).
002170     ADD CMPS-REJECT-COUNT TO WS-TOT-REJECTS.
002180     ADD CMPS-COMPARE-COUNT TO WS-DAY-COMPARES(WS-DAY-COUNT).
002190     ADD CMPS-COMPARE-COUNT TO WS-TOT-COMPARES.
002200     ADD CMPS-TIE-COUNT TO WS-DAY-TIES(WS-DAY-COUNT).
002210     ADD CMPS-TIE-COUNT TO WS-TOT-TIES.
002220     IF CMPS-COMPARE-COUNT > ZERO
002230         IF CMPS-HIGH-VALUE > WS-DAY-HIGH-MAX(WS-DAY-COUNT)
002240             MOVE CMPS-HIGH-VALUE TO WS-DAY-HIGH-MAX(WS-DAY-COUNT)
002250         END-IF
002283         IF CMPS-LOW-VALUE < WS-DAY-LOW-MIN(WS-DAY-COUNT)
002316             MOVE CMPS-LOW-VALUE TO WS-DAY-LOW-MIN(WS-DAY-COUNT)
002350         END-IF
002360     END-IF.
002366     ADD CMPS-COMPARE-COUNT TO WS-TOT-RECORDS.
002372     ADD CMPS-REJECT-COUNT TO WS-TOT-RECORDS.
002380 2400-EXIT.
002390     EXIT.
002400*
002410************************************************************
002420*    5000-COMPUTE-AVERAGES - PERIOD REJECT AND TIE RATES IN  *
002430*    PARTS PER THOUSAND, SO THE PER-DAY FLAG TEST NEEDS NO   *
002433*    DECIMAL ARITHMETIC.  DAILY AVERAGES ARE PER BUSINESS    *
002436*    DAY ON THE CMPRCALN PROCESSING CALENDAR, FROM THE FROM  *
002439*    DATE (OR THE FIRST DAY WITH ACTIVITY WHEN NO FROM DATE  *
002442*    WAS GIVEN) THROUGH THE TO DATE, SO A QUIET WEEKEND OR   *
002445*    HOLIDAY DOES NOT DRAG THE AVERAGE DOWN.                 *
002450************************************************************
002460 5000-COMPUTE-AVERAGES.
002465     PERFORM 5100-COUNT-BUSINESS-DAYS THRU 5100-EXIT.
002470     IF WS-TOT-RECORDS > ZERO
002480         COMPUTE WS-AVG-REJECT-RATE =
002490             (WS-TOT-REJECTS * 1000) / WS-TOT-RECORDS
002530             (WS-TOT-TIES * 1000) / WS-TOT-COMPARES
002540     END-IF.
002550 5000-EXIT.
002551     EXIT.
002552*
002553 5100-COUNT-BUSINESS-DAYS.
002554     MOVE ZERO TO WS-BUSINESS-DAYS.
002555     IF WS-FROM-DATE = 00000001
002556         IF WS-DAY-COUNT = ZERO
002557             GO TO 5100-EXIT
002558         END-IF
002559         MOVE WS-DAY-DATE(1) TO WS-PERIOD-START
002560     ELSE
002561         MOVE WS-FROM-DATE TO WS-PERIOD-START
002562     END-IF.
002563     MOVE 'C' TO CMPB-FUNCTION.
002564     MOVE WS-PERIOD-START TO CMPB-DATE-1.
002565     MOVE WS-TO-DATE TO CMPB-DATE-2.
002566     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
002567     IF NOT CMPB-DATE-VALID
002568         GO TO 5100-EXIT
002569     END-IF.
002570     MOVE CMPB-DAY-COUNT TO WS-BUSINESS-DAYS.
002571     MOVE 'B' TO CMPB-FUNCTION.
002572     MOVE WS-PERIOD-START TO CMPB-DATE-1.
002573     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
002574     IF CMPB-BUSINESS-DAY
002575         ADD 1 TO WS-BUSINESS-DAYS
002576     END-IF.
002577 5100-EXIT.
002578     EXIT.
002579*
002580************************************************************
002590*    6000-PRINT-REPORT - ONE LINE PER DAY, FLAGGED WHEN THE  *
002600*    DAY'S REJECT OR TIE RATE RUNS AT MORE THAN TWICE THE    *
002900         WS-COUNT-DISP DELIMITED BY SIZE
002910         INTO TRND-PRINT-LINE.
002920     WRITE TRND-PRINT-LINE.
002921     MOVE WS-BUSINESS-DAYS TO WS-COUNT-DISP.
002922     MOVE SPACES TO TRND-PRINT-LINE.
002923     STRING "BUSINESS DAYS IN PERIOD   : " DELIMITED BY SIZE
002924         WS-COUNT-DISP DELIMITED BY SIZE
002925         INTO TRND-PRINT-LINE.
002926     WRITE TRND-PRINT-LINE.
002927     IF WS-BUSINESS-DAYS > ZERO
002928         COMPUTE WS-AVG-PER-DAY ROUNDED =
002929             WS-TOT-COMPARES / WS-BUSINESS-DAYS
002930         MOVE WS-AVG-PER-DAY TO WS-AVG-DISP
002931         MOVE SPACES TO TRND-PRINT-LINE
002932         STRING "COMPARES PER BUSINESS DAY : " DELIMITED BY SIZE
002933             WS-AVG-DISP DELIMITED BY SIZE
002934             INTO TRND-PRINT-LINE
002935         WRITE TRND-PRINT-LINE
002936         COMPUTE WS-AVG-PER-DAY ROUNDED =
002937             WS-TOT-REJECTS / WS-BUSINESS-DAYS
002938         MOVE WS-AVG-PER-DAY TO WS-AVG-DISP
002939         MOVE SPACES TO TRND-PRINT-LINE
002940         STRING "REJECTS PER BUSINESS DAY  : " DELIMITED BY SIZE
002941             WS-AVG-DISP DELIMITED BY SIZE
002942             INTO TRND-PRINT-LINE
002943         WRITE TRND-PRINT-LINE
002944         COMPUTE WS-AVG-PER-DAY ROUNDED =
002945             WS-TOT-TIES / WS-BUSINESS-DAYS
002946         MOVE WS-AVG-PER-DAY TO WS-AVG-DISP
002947         MOVE SPACES TO TRND-PRINT-LINE
002948         STRING "TIES PER BUSINESS DAY     : " DELIMITED BY SIZE
002949             WS-AVG-DISP DELIMITED BY SIZE
002950             INTO TRND-PRINT-LINE
002951         WRITE TRND-PRINT-LINE
002952     END-IF.
002953 6000-EXIT.
002954     EXIT.
002955*
002960 6100-PRINT-ONE-DAY.
002970     PERFORM 6200-JUDGE-ONE-DAY THRU 6200-EXIT.
002980     MOVE SPACES TO TRND-PRINT-LINE.
003520             MOVE "*TIES HIGH*   " TO WS-FLAG-DISP
003530         END-IF
003540     END-IF.
003541     IF WS-FLAG-DISP = SPACES
003542         MOVE 'B' TO CMPB-FUNCTION
003543         MOVE WS-DAY-DATE(WS-DAY-SUB) TO CMPB-DATE-1
003544         CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST
003545         IF CMPB-DATE-VALID AND NOT CMPB-BUSINESS-DAY
003546             MOVE "(NON-BUS DAY) " TO WS-FLAG-DISP
003547         END-IF
003548     END-IF.
003550 6200-EXIT.
003560     EXIT.
003570*
