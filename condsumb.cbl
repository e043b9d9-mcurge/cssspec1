000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSUMB.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - BUILDS THE CMPRSUMM DAILY   *
000120*                     SUMMARY FOR A RANGE OF RUN DATES FROM  *
000130*                     CMPRHIST OR CMPRARCH, CALLED THE SAME  *
000140*                     WAY CONDPEND IS.  EACH DAY FOUND ON    *
000150*                     THE SOURCE HAS ITS SUMMARY LINES       *
000160*                     DROPPED AND SUMMED AGAIN, SO A REBUILD *
000170*                     CAN BE RUN AS OFTEN AS WANTED.  USED   *
000180*                     BY THE CONDSUMN NIGHT STEP, BY         *
000190*                     CONDARCH AHEAD OF A PURGE, AND BY THE  *
000200*                     CONDTRND AND CONDBIAS REBUILD OPTION.  *
000210*    10/15/2026  DWS  A FEED'S WIN IS NOW THE SLOT THE SET'S *
000220*                     SELECTION RULE ACTUALLY PUBLISHED -    *
000230*                     THE PREFERRED FEED'S SLOT UNDER 'P'    *
000240*                     (ITS FEED TAKEN FROM CMPRITEM), ELSE   *
000250*                     EVERY SLOT QUOTING THE WINNER VALUE.   *
000260*                     ONLY SETS WRITTEN BEFORE RULES WERE    *
000270*                     CARRIED STILL COUNT THE MAXIMUM.       *
000272*    10/15/2026  DWS  A FAILED DELETE, REWRITE OR WRITE ON   *
000274*                     CMPRSUMM NOW ANSWERS 'F' INSTEAD OF    *
000276*                     BUILT, SO CONDARCH DOES NOT PURGE AND  *
000278*                     CONDSUMN ENDS RC 8.                    *
000280************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CMPRSUMM ASSIGN TO "CMPRSUMM"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CMPS-SUMMARY-KEY
000390         FILE STATUS IS WS-SUMM-STATUS.
000400     SELECT CMPRHIST ASSIGN TO "CMPRHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
000440         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000450             OF CMPR-HIST-RECORD
000460             WITH DUPLICATES
000470         ALTERNATE RECORD KEY IS CMPR-AUD-ITEM-ID
000480             OF CMPR-HIST-RECORD
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-HIST-STATUS.
000510     SELECT CMPRARCH ASSIGN TO "CMPRARCH"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ARCH-STATUS.
000540     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CMPI-ITEM-ID
000580         FILE STATUS IS WS-ITEM-STATUS.
000590     SELECT CMPRSUMW ASSIGN TO "CMPRSUMW"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-WORK-RECORD
000630         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000640             OF CMPR-WORK-RECORD
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-SUMW-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CMPRSUMM
000700     RECORDING MODE IS F.
000710 COPY CMPSUMM.
000720 FD  CMPRHIST
000730     RECORDING MODE IS F.
000740 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-HIST-RECORD.
000750 FD  CMPRARCH
000760     RECORDING MODE IS F.
000770 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-ARCH-RECORD.
000780 FD  CMPRITEM
000790     RECORDING MODE IS F.
000800 COPY CMPITEM.
000810 FD  CMPRSUMW
000820     RECORDING MODE IS F.
000830 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-WORK-RECORD.
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-SUMM-STATUS          PIC X(02) VALUE SPACES.
000870     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000880     05  WS-ARCH-STATUS          PIC X(02) VALUE SPACES.
000890     05  WS-SUMW-STATUS          PIC X(02) VALUE SPACES.
000900     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000910     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000920         88  WS-ITEMS-USABLE             VALUE 'Y'.
000930     05  WS-RULE-SWITCH          PIC X(01) VALUE 'N'.
000940         88  WS-RULE-CARRIED             VALUE 'Y'.
000950     05  WS-SLOT-WON-SWITCH      PIC X(01) VALUE 'N'.
000960         88  WS-SLOT-WON                 VALUE 'Y'.
000970     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000980         88  WS-END-OF-SOURCE            VALUE 'Y'.
000990     05  WS-DAY-END-SWITCH       PIC X(01) VALUE 'N'.
001000         88  WS-END-OF-DAY               VALUE 'Y'.
001010     05  WS-SOURCE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001020         88  WS-SOURCE-OPEN              VALUE 'Y'.
001030     05  WS-LINE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001040         88  WS-LINE-FOUND               VALUE 'Y'.
001050     05  WS-MEDIAN-SWITCH        PIC X(01) VALUE 'N'.
001060         88  WS-MEDIAN-USABLE            VALUE 'Y'.
001065     05  WS-SUMM-FAIL-SWITCH     PIC X(01) VALUE 'N'.
001066         88  WS-SUMM-WRITE-FAILED        VALUE 'Y'.
001070 01  WS-COUNTERS.
001080     05  WS-DUPLICATE-COUNT      PIC 9(08) COMP VALUE ZERO.
001090     05  WS-SLOT-SUB             PIC 9(02) COMP VALUE ZERO.
001100     05  WS-SLOT-LIMIT           PIC 9(02) COMP VALUE ZERO.
001110     05  WS-CHOSEN-SLOT          PIC 9(02) COMP VALUE ZERO.
001120     05  WS-WIN-SLOTS            PIC 9(02) COMP VALUE ZERO.
001130 01  WS-LINE-WORK.
001140     05  WS-LINE-KEY.
001150         10  WS-LINE-DATE        PIC 9(08).
001160         10  WS-LINE-ITEM        PIC X(08).
001170         10  WS-LINE-FEED        PIC X(04).
001180     05  WS-LINE-VALUE           PIC S9(07)V99 VALUE ZERO.
001190     05  WS-PREFERRED-FEED       PIC X(04) VALUE SPACES.
001200     05  WS-MIDPOINT             PIC S9(08)V99 VALUE ZERO.
001210     05  WS-DEVIATION            PIC S9(08)V99 VALUE ZERO.
001220 01  WS-DATE-WORK.
001230     05  WS-CURRENT-DATE         PIC 9(08).
001240     05  WS-BUILD-DATE           PIC 9(08).
001250*
001260*    THE RECORD BEING SUMMED, WHICHEVER FILE IT CAME FROM.   *
001270*
001280 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY WS-SOURCE-RECORD.
001290 LINKAGE SECTION.
001300 COPY CMPSMRQ.
001310*
001320 PROCEDURE DIVISION USING CMPS-SUMMARY-REQUEST.
001330*
001340************************************************************
001350*    0000-MAINLINE                                          *
001360************************************************************
001370 0000-MAINLINE.
001380     MOVE ZERO TO CMPS-REQ-DAYS-BUILT.
001390     MOVE ZERO TO CMPS-REQ-RECORDS-READ.
001400     MOVE ZERO TO CMPS-REQ-LINES-WRITTEN.
001410     SET CMPS-REQ-FILE-FAILED TO TRUE.
001420     MOVE 'N' TO WS-SOURCE-OPEN-SWITCH.
001430     MOVE 'N' TO WS-EOF-SWITCH.
001435     MOVE 'N' TO WS-SUMM-FAIL-SWITCH.
001440     MOVE ZERO TO WS-DUPLICATE-COUNT.
001450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001460     PERFORM 1000-OPEN-SOURCE THRU 1000-EXIT.
001470     IF NOT WS-SOURCE-OPEN
001480         GOBACK
001490     END-IF.
001500     PERFORM 1500-OPEN-SUMMARY THRU 1500-EXIT.
001510     IF WS-SUMM-STATUS NOT = "00"
001520         PERFORM 8100-CLOSE-SOURCE THRU 8100-EXIT
001530         GOBACK
001540     END-IF.
001550     PERFORM 1600-OPEN-ITEMS THRU 1600-EXIT.
001560     PERFORM 2000-BUILD-RANGE THRU 2000-EXIT.
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001580     GOBACK.
001590*
001600************************************************************
001610*    1000-OPEN-SOURCE - CMPRHIST IS READ WHERE IT STANDS.    *
001620*    CMPRARCH IS A FLAT FILE WITH NO DATE KEY, AND A DAY     *
001630*    RESTORED AND ARCHIVED AGAIN SITS ON IT TWICE, SO THE    *
001640*    RANGE IS FIRST COPIED TO THE CMPRSUMW WORK FILE KEYED   *
001650*    BY SEQUENCE NUMBER - A SECOND COPY OF A RECORD IS       *
001660*    TURNED AWAY THERE AND NEVER COUNTED TWICE.              *
001670************************************************************
001680 1000-OPEN-SOURCE.
001690     IF CMPS-REQ-FROM-ARCHIVE
001700         PERFORM 1100-LOAD-ARCHIVE THRU 1100-EXIT
001710         GO TO 1000-EXIT
001720     END-IF.
001730     OPEN INPUT CMPRHIST.
001740     IF WS-HIST-STATUS = "35"
001750         SET CMPS-REQ-NO-SOURCE TO TRUE
001760         GO TO 1000-EXIT
001770     END-IF.
001780     IF WS-HIST-STATUS = "00"
001790         SET WS-SOURCE-OPEN TO TRUE
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830*
001840 1100-LOAD-ARCHIVE.
001850     OPEN INPUT CMPRARCH.
001860     IF WS-ARCH-STATUS = "35"
001870         SET CMPS-REQ-NO-SOURCE TO TRUE
001880         GO TO 1100-EXIT
001890     END-IF.
001900     IF WS-ARCH-STATUS NOT = "00"
001910         GO TO 1100-EXIT
001920     END-IF.
001930     OPEN OUTPUT CMPRSUMW.
001940     IF WS-SUMW-STATUS NOT = "00"
001950         CLOSE CMPRARCH
001960         GO TO 1100-EXIT
001970     END-IF.
001980     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
001990     PERFORM 1300-KEEP-ONE-ARCHIVED THRU 1300-EXIT
002000         UNTIL WS-END-OF-SOURCE.
002010     CLOSE CMPRSUMW.
002020     CLOSE CMPRARCH.
002030     MOVE 'N' TO WS-EOF-SWITCH.
002040     OPEN INPUT CMPRSUMW.
002050     IF WS-SUMW-STATUS = "00"
002060         SET WS-SOURCE-OPEN TO TRUE
002070     END-IF.
002080 1100-EXIT.
002090     EXIT.
002100*
002110 1200-READ-ARCHIVE.
002120     READ CMPRARCH
002130         AT END SET WS-END-OF-SOURCE TO TRUE
002140     END-READ.
002150 1200-EXIT.
002160     EXIT.
002170*
002180 1300-KEEP-ONE-ARCHIVED.
002190     IF CMPR-AUD-RUN-DATE OF CMPR-ARCH-RECORD
002200             NOT < CMPS-REQ-FROM-DATE
002210         AND CMPR-AUD-RUN-DATE OF CMPR-ARCH-RECORD
002220             NOT > CMPS-REQ-TO-DATE
002230         MOVE CMPR-ARCH-RECORD TO CMPR-WORK-RECORD
002240         WRITE CMPR-WORK-RECORD
002250             INVALID KEY
002260                 ADD 1 TO WS-DUPLICATE-COUNT
002270         END-WRITE
002280     END-IF.
002290     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
002300 1300-EXIT.
002310     EXIT.
002320*
002330************************************************************
002340*    1500-OPEN-SUMMARY - CREATED EMPTY ON FIRST USE.         *
002350************************************************************
002360 1500-OPEN-SUMMARY.
002370     OPEN I-O CMPRSUMM.
002380     IF WS-SUMM-STATUS = "35"
002390         OPEN OUTPUT CMPRSUMM
002400         CLOSE CMPRSUMM
002410         OPEN I-O CMPRSUMM
002420     END-IF.
002430 1500-EXIT.
002440     EXIT.
002450*
002460************************************************************
002470*    1600-OPEN-ITEMS - THE ITEM MASTER SAYS WHICH FEED IS    *
002480*    PREFERRED UNDER RULE 'P'.  WITHOUT IT THE FIRST SLOT    *
002490*    QUOTING THE WINNER VALUE IS TAKEN AS THE PREFERRED ONE. *
002500************************************************************
002510 1600-OPEN-ITEMS.
002520     MOVE 'N' TO WS-ITEM-OPEN-SWITCH.
002530     OPEN INPUT CMPRITEM.
002540     IF WS-ITEM-STATUS = "00"
002550         SET WS-ITEMS-USABLE TO TRUE
002560     END-IF.
002570 1600-EXIT.
002580     EXIT.
002590*
002600************************************************************
002610*    2000-BUILD-RANGE - POSITION ON THE FROM DATE BY THE     *
002620*    RUN-DATE ALTERNATE KEY AND ROLL FORWARD TO THE TO DATE, *
002630*    AS CONDTRND ALWAYS HAS.  RECORDS ARRIVE GROUPED BY      *
002640*    DATE, SO A NEW DATE CLEARS THAT DAY'S OLD LINES BEFORE  *
002650*    ANYTHING IS ADDED TO THEM.                              *
002660************************************************************
002670 2000-BUILD-RANGE.
002680     MOVE ZERO TO WS-BUILD-DATE.
002690     IF CMPS-REQ-FROM-ARCHIVE
002700         MOVE CMPS-REQ-FROM-DATE
002710             TO CMPR-AUD-RUN-DATE OF CMPR-WORK-RECORD
002720         START CMPRSUMW KEY IS NOT LESS THAN CMPR-AUD-RUN-DATE
002730             OF CMPR-WORK-RECORD
002740             INVALID KEY SET WS-END-OF-SOURCE TO TRUE
002750         END-START
002760     ELSE
002770         MOVE CMPS-REQ-FROM-DATE
002780             TO CMPR-AUD-RUN-DATE OF CMPR-HIST-RECORD
002790         START CMPRHIST KEY IS NOT LESS THAN CMPR-AUD-RUN-DATE
002800             OF CMPR-HIST-RECORD
002810             INVALID KEY SET WS-END-OF-SOURCE TO TRUE
002820         END-START
002830     END-IF.
002840     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
002850     PERFORM 2200-SUMMARISE-ONE THRU 2200-EXIT
002860         UNTIL WS-END-OF-SOURCE.
002870 2000-EXIT.
002880     EXIT.
002890*
002900 2100-READ-SOURCE.
002910     IF WS-END-OF-SOURCE
002920         GO TO 2100-EXIT
002930     END-IF.
002940     IF CMPS-REQ-FROM-ARCHIVE
002950         READ CMPRSUMW NEXT
002960             AT END SET WS-END-OF-SOURCE TO TRUE
002970         END-READ
002980         IF NOT WS-END-OF-SOURCE
002990             MOVE CMPR-WORK-RECORD TO WS-SOURCE-RECORD
003000         END-IF
003010     ELSE
003020         READ CMPRHIST NEXT
003030             AT END SET WS-END-OF-SOURCE TO TRUE
003040         END-READ
003050         IF WS-HIST-STATUS NOT = "00" AND NOT WS-END-OF-SOURCE
003060             SET WS-END-OF-SOURCE TO TRUE
003070         END-IF
003080         IF NOT WS-END-OF-SOURCE
003090             MOVE CMPR-HIST-RECORD TO WS-SOURCE-RECORD
003100         END-IF
003110     END-IF.
003120     IF NOT WS-END-OF-SOURCE
003130         IF CMPR-AUD-RUN-DATE OF WS-SOURCE-RECORD
003140             > CMPS-REQ-TO-DATE
003150             SET WS-END-OF-SOURCE TO TRUE
003160         ELSE
003170             ADD 1 TO CMPS-REQ-RECORDS-READ
003180         END-IF
003190     END-IF.
003200 2100-EXIT.
003210     EXIT.
003220*
003230************************************************************
003240*    2200-SUMMARISE-ONE - VOIDS AND THE COMPARES THEY CANCEL *
003250*    ARE LEFT OUT, THE SAME RULE CONDTRND AND CONDBIAS       *
003260*    APPLIED WHEN THEY READ CMPRHIST THEMSELVES.             *
003270************************************************************
003280 2200-SUMMARISE-ONE.
003290     IF CMPR-AUD-RUN-DATE OF WS-SOURCE-RECORD NOT = WS-BUILD-DATE
003300         PERFORM 2300-CLEAR-DAY THRU 2300-EXIT
003310     END-IF.
003320     EVALUATE TRUE
003330         WHEN CMPR-AUD-VOID OF WS-SOURCE-RECORD
003340             CONTINUE
003350         WHEN CMPR-AUD-VOIDED-BY-SEQ OF WS-SOURCE-RECORD NUMERIC
003360             AND NOT CMPR-AUD-NOT-VOIDED OF WS-SOURCE-RECORD
003370             CONTINUE
003380         WHEN CMPR-AUD-COMPARE OF WS-SOURCE-RECORD
003390             PERFORM 3000-ADD-COMPARE THRU 3000-EXIT
003400         WHEN CMPR-AUD-REJECT OF WS-SOURCE-RECORD
003410             PERFORM 4000-ADD-REJECT THRU 4000-EXIT
003420     END-EVALUATE.
003430     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
003440 2200-EXIT.
003450     EXIT.
003460*
003470************************************************************
003480*    2300-CLEAR-DAY - EVERY LINE ALREADY ON CMPRSUMM FOR     *
003490*    THE NEW DATE GOES BEFORE THE DAY IS SUMMED AGAIN.       *
003500************************************************************
003510 2300-CLEAR-DAY.
003520     MOVE CMPR-AUD-RUN-DATE OF WS-SOURCE-RECORD TO WS-BUILD-DATE.
003530     ADD 1 TO CMPS-REQ-DAYS-BUILT.
003540     MOVE 'N' TO WS-DAY-END-SWITCH.
003550     MOVE WS-BUILD-DATE TO CMPS-SUM-RUN-DATE.
003560     MOVE LOW-VALUES TO CMPS-SUM-ITEM-ID.
003570     MOVE LOW-VALUES TO CMPS-SUM-FEED-ID.
003580     START CMPRSUMM KEY IS NOT LESS THAN CMPS-SUMMARY-KEY
003590         INVALID KEY SET WS-END-OF-DAY TO TRUE
003600     END-START.
003610     PERFORM 2400-DROP-ONE-LINE THRU 2400-EXIT
003620         UNTIL WS-END-OF-DAY.
003630 2300-EXIT.
003640     EXIT.
003650*
003660 2400-DROP-ONE-LINE.
003670     READ CMPRSUMM NEXT
003680         AT END
003690             SET WS-END-OF-DAY TO TRUE
003700             GO TO 2400-EXIT
003710     END-READ.
003720     IF CMPS-SUM-RUN-DATE NOT = WS-BUILD-DATE
003730         SET WS-END-OF-DAY TO TRUE
003740         GO TO 2400-EXIT
003750     END-IF.
003760     DELETE CMPRSUMM
003770         INVALID KEY
003775             SET WS-SUMM-WRITE-FAILED TO TRUE
003780             DISPLAY "CONDSUMB - CMPRSUMM DELETE FAILED - "
003790                 WS-SUMM-STATUS
003800     END-DELETE.
003810 2400-EXIT.
003820     EXIT.
003830*
003840************************************************************
003850*    3000-ADD-COMPARE - THE SET LINE FIRST, THEN ONE LINE    *
003860*    PER FEED SLOT IN USE.  THE MIDPOINT IS ROUNDED THE WAY  *
003870*    CONDBIAS HAS ALWAYS WORKED IT.  A SET WRITTEN BEFORE    *
003880*    MEDIANS WERE CARRIED HAS ZERO THERE AND ADDS NOTHING TO *
003890*    THE MEDIAN SUMS.                                        *
003900************************************************************
003910 3000-ADD-COMPARE.
003920     COMPUTE WS-MIDPOINT ROUNDED =
003930         (CMPR-AUD-MAX-VALUE OF WS-SOURCE-RECORD
003940         + CMPR-AUD-MIN-VALUE OF WS-SOURCE-RECORD) / 2.
003950     MOVE 'N' TO WS-MEDIAN-SWITCH.
003960     IF CMPR-AUD-MEDIAN-VALUE OF WS-SOURCE-RECORD NUMERIC
003970         IF CMPR-AUD-MEDIAN-VALUE OF WS-SOURCE-RECORD NOT = ZERO
003980             SET WS-MEDIAN-USABLE TO TRUE
003990         END-IF
004000     END-IF.
004010     MOVE CMPR-AUD-MAX-VALUE OF WS-SOURCE-RECORD TO WS-LINE-VALUE.
004020     IF CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD NUMERIC
004030         IF CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD NOT = ZERO
004040             MOVE CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD
004050                 TO WS-LINE-VALUE
004060         END-IF
004070     END-IF.
004080     MOVE SPACES TO WS-LINE-FEED.
004090     PERFORM 5000-GET-LINE THRU 5000-EXIT.
004100     ADD 1 TO CMPS-COMPARE-COUNT.
004110     IF CMPR-AUD-IS-TIE OF WS-SOURCE-RECORD
004120         ADD 1 TO CMPS-TIE-COUNT
004130     END-IF.
004140     IF CMPR-AUD-EXCEPTION OF WS-SOURCE-RECORD
004150         ADD 1 TO CMPS-EXCEPTION-COUNT
004160     END-IF.
004170     IF CMPR-AUD-OUTLIER-POS OF WS-SOURCE-RECORD NUMERIC
004180         IF CMPR-AUD-OUTLIER-POS OF WS-SOURCE-RECORD > ZERO
004190             ADD 1 TO CMPS-OUTLIER-COUNT
004200         END-IF
004210     END-IF.
004220     PERFORM 5100-ADD-VALUE THRU 5100-EXIT.
004230     IF CMPR-AUD-MAX-VALUE OF WS-SOURCE-RECORD > CMPS-HIGH-VALUE
004240         MOVE CMPR-AUD-MAX-VALUE OF WS-SOURCE-RECORD
004250             TO CMPS-HIGH-VALUE
004260     END-IF.
004270     IF CMPR-AUD-MIN-VALUE OF WS-SOURCE-RECORD < CMPS-LOW-VALUE
004280         MOVE CMPR-AUD-MIN-VALUE OF WS-SOURCE-RECORD
004290             TO CMPS-LOW-VALUE
004300     END-IF.
004310     PERFORM 5200-PUT-LINE THRU 5200-EXIT.
004320     MOVE ZERO TO WS-SLOT-LIMIT.
004330     IF CMPR-AUD-COUNT OF WS-SOURCE-RECORD NUMERIC
004340         MOVE CMPR-AUD-COUNT OF WS-SOURCE-RECORD TO WS-SLOT-LIMIT
004350     END-IF.
004360     IF WS-SLOT-LIMIT > 10
004370         MOVE 10 TO WS-SLOT-LIMIT
004380     END-IF.
004390     PERFORM 3200-FIND-WINNERS THRU 3200-EXIT.
004400     PERFORM 3100-ADD-ONE-SLOT THRU 3100-EXIT
004410         VARYING WS-SLOT-SUB FROM 1 BY 1
004420         UNTIL WS-SLOT-SUB > WS-SLOT-LIMIT.
004430 3000-EXIT.
004440     EXIT.
004450*
004460************************************************************
004470*    3100-ADD-ONE-SLOT - ONE FEED'S SHOWING IN THE SET.      *
004480*    BLANK FEED IDS (RECORDS WRITTEN BEFORE FEEDS WERE       *
004490*    CARRIED) ARE PASSED OVER, AS CONDBIAS ALWAYS DID.  THE  *
004500*    SLOT WON IF THE SET'S SELECTION RULE PUBLISHED IT (SEE  *
004510*    3200); A SET WRITTEN BEFORE RULES WERE CARRIED STILL    *
004520*    GOES BY ITS MAXIMUM FLAGS.                              *
004530************************************************************
004540 3100-ADD-ONE-SLOT.
004550     IF CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
004560         = SPACES
004570         GO TO 3100-EXIT
004580     END-IF.
004590     MOVE CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
004600         TO WS-LINE-FEED.
004610     MOVE CMPR-AUD-VALUE OF WS-SOURCE-RECORD(WS-SLOT-SUB)
004620         TO WS-LINE-VALUE.
004630     PERFORM 5000-GET-LINE THRU 5000-EXIT.
004640     ADD 1 TO CMPS-COMPARE-COUNT.
004650     MOVE 'N' TO WS-SLOT-WON-SWITCH.
004660     EVALUATE TRUE
004670         WHEN NOT WS-RULE-CARRIED
004680             IF CMPR-AUD-POS-WON OF WS-SOURCE-RECORD(WS-SLOT-SUB)
004690                 SET WS-SLOT-WON TO TRUE
004700             END-IF
004710         WHEN CMPR-AUD-SELECT-RULE OF WS-SOURCE-RECORD = 'P'
004720             IF WS-SLOT-SUB = WS-CHOSEN-SLOT
004730                 SET WS-SLOT-WON TO TRUE
004740             END-IF
004750         WHEN OTHER
004760             IF WS-LINE-VALUE
004770                 = CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD
004780                 SET WS-SLOT-WON TO TRUE
004790             END-IF
004800     END-EVALUATE.
004810     IF WS-SLOT-WON
004820         ADD 1 TO CMPS-WIN-COUNT
004830         IF WS-RULE-CARRIED
004840             IF WS-WIN-SLOTS > 1
004850                 ADD 1 TO CMPS-TIE-COUNT
004860             END-IF
004870         ELSE
004880             IF CMPR-AUD-IS-TIE OF WS-SOURCE-RECORD
004890                 ADD 1 TO CMPS-TIE-COUNT
004900             END-IF
004910         END-IF
004920     END-IF.
004930     IF WS-LINE-VALUE = CMPR-AUD-MAX-VALUE OF WS-SOURCE-RECORD
004940         ADD 1 TO CMPS-HIGH-COUNT
004950     END-IF.
004960     IF WS-LINE-VALUE = CMPR-AUD-MIN-VALUE OF WS-SOURCE-RECORD
004970         ADD 1 TO CMPS-LOW-COUNT
004980     END-IF.
004990     IF CMPR-AUD-OUTLIER-POS OF WS-SOURCE-RECORD NUMERIC
005000         IF CMPR-AUD-OUTLIER-POS OF WS-SOURCE-RECORD = WS-SLOT-SUB
005010             ADD 1 TO CMPS-OUTLIER-COUNT
005020         END-IF
005030     END-IF.
005040     IF CMPR-AUD-EXCEPTION OF WS-SOURCE-RECORD
005050         ADD 1 TO CMPS-EXCEPTION-COUNT
005060     END-IF.
005070     PERFORM 5100-ADD-VALUE THRU 5100-EXIT.
005080     IF WS-LINE-VALUE > CMPS-HIGH-VALUE
005090         MOVE WS-LINE-VALUE TO CMPS-HIGH-VALUE
005100     END-IF.
005110     IF WS-LINE-VALUE < CMPS-LOW-VALUE
005120         MOVE WS-LINE-VALUE TO CMPS-LOW-VALUE
005130     END-IF.
005140     PERFORM 5200-PUT-LINE THRU 5200-EXIT.
005150 3100-EXIT.
005160     EXIT.
005170*
005180************************************************************
005190*    3200-FIND-WINNERS - WHICH SLOTS THE SET'S SELECTION     *
005200*    RULE PUBLISHED.  UNDER 'P' IT IS THE ONE SLOT QUOTED BY *
005210*    THE ITEM'S PREFERRED FEED AT THE WINNER VALUE (THE      *
005220*    FIRST SLOT AT THAT VALUE IF THE FEED CANNOT BE FOUND -  *
005230*    NO MASTER, OR THE PREFERENCE HAS CHANGED SINCE).  UNDER *
005240*    ANY OTHER RULE IT IS EVERY SLOT QUOTING THE WINNER      *
005250*    VALUE, AND MORE THAN ONE IS A SHARED WIN.  A MEDIAN     *
005260*    STRUCK BETWEEN TWO QUOTES MAY BE NO SLOT AT ALL.        *
005270************************************************************
005280 3200-FIND-WINNERS.
005290     MOVE 'N' TO WS-RULE-SWITCH.
005300     MOVE ZERO TO WS-CHOSEN-SLOT.
005310     MOVE ZERO TO WS-WIN-SLOTS.
005320     IF CMPR-AUD-NO-RULE OF WS-SOURCE-RECORD
005330         OR CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD NOT NUMERIC
005340         GO TO 3200-EXIT
005350     END-IF.
005360     SET WS-RULE-CARRIED TO TRUE.
005370     IF CMPR-AUD-SELECT-RULE OF WS-SOURCE-RECORD NOT = 'P'
005380         PERFORM 3300-COUNT-ONE-WINNER THRU 3300-EXIT
005390             VARYING WS-SLOT-SUB FROM 1 BY 1
005400             UNTIL WS-SLOT-SUB > WS-SLOT-LIMIT
005410         GO TO 3200-EXIT
005420     END-IF.
005430     MOVE SPACES TO WS-PREFERRED-FEED.
005440     IF WS-ITEMS-USABLE
005450         MOVE CMPR-AUD-ITEM-ID OF WS-SOURCE-RECORD TO CMPI-ITEM-ID
005460         READ CMPRITEM
005470             INVALID KEY CONTINUE
005480             NOT INVALID KEY
005490                 MOVE CMPI-PREFERRED-FEED TO WS-PREFERRED-FEED
005500         END-READ
005510     END-IF.
005520     IF WS-PREFERRED-FEED NOT = SPACES
005530         PERFORM 3400-CHECK-PREFERRED THRU 3400-EXIT
005540             VARYING WS-SLOT-SUB FROM 1 BY 1
005550             UNTIL WS-SLOT-SUB > WS-SLOT-LIMIT
005560             OR WS-CHOSEN-SLOT > ZERO
005570     END-IF.
005580     IF WS-CHOSEN-SLOT = ZERO
005590         MOVE SPACES TO WS-PREFERRED-FEED
005600         PERFORM 3400-CHECK-PREFERRED THRU 3400-EXIT
005610             VARYING WS-SLOT-SUB FROM 1 BY 1
005620             UNTIL WS-SLOT-SUB > WS-SLOT-LIMIT
005630             OR WS-CHOSEN-SLOT > ZERO
005640     END-IF.
005650     IF WS-CHOSEN-SLOT > ZERO
005660         MOVE 1 TO WS-WIN-SLOTS
005670     END-IF.
005680 3200-EXIT.
005690     EXIT.
005700*
005710 3300-COUNT-ONE-WINNER.
005720     IF CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
005730         NOT = SPACES
005740         AND CMPR-AUD-VALUE OF WS-SOURCE-RECORD(WS-SLOT-SUB)
005750             = CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD
005760         ADD 1 TO WS-WIN-SLOTS
005770     END-IF.
005780 3300-EXIT.
005790     EXIT.
005800*
005810************************************************************
005820*    3400-CHECK-PREFERRED - A SLOT AT THE WINNER VALUE, AND  *
005830*    QUOTED BY WS-PREFERRED-FEED WHEN THAT IS NOT SPACES.    *
005840************************************************************
005850 3400-CHECK-PREFERRED.
005860     IF CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
005870         = SPACES
005880         GO TO 3400-EXIT
005890     END-IF.
005900     IF CMPR-AUD-VALUE OF WS-SOURCE-RECORD(WS-SLOT-SUB)
005910         NOT = CMPR-AUD-WINNER-VALUE OF WS-SOURCE-RECORD
005920         GO TO 3400-EXIT
005930     END-IF.
005940     IF WS-PREFERRED-FEED NOT = SPACES
005950         AND CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
005960             NOT = WS-PREFERRED-FEED
005970         GO TO 3400-EXIT
005980     END-IF.
005990     MOVE WS-SLOT-SUB TO WS-CHOSEN-SLOT.
006000 3400-EXIT.
006010     EXIT.
006020*
006030************************************************************
006040*    4000-ADD-REJECT - COUNTED ON THE SET LINE AND AGAINST   *
006050*    EVERY FEED NAMED ON THE REJECTED TRANSACTION.  ALL TEN  *
006060*    SLOTS ARE LOOKED AT, SINCE THE COUNT ITSELF MAY BE WHAT *
006070*    FAILED VALIDATION.                                      *
006080************************************************************
006090 4000-ADD-REJECT.
006100     MOVE SPACES TO WS-LINE-FEED.
006110     PERFORM 5000-GET-LINE THRU 5000-EXIT.
006120     ADD 1 TO CMPS-REJECT-COUNT.
006130     PERFORM 5200-PUT-LINE THRU 5200-EXIT.
006140     PERFORM 4100-REJECT-ONE-SLOT THRU 4100-EXIT
006150         VARYING WS-SLOT-SUB FROM 1 BY 1
006160         UNTIL WS-SLOT-SUB > 10.
006170 4000-EXIT.
006180     EXIT.
006190*
006200 4100-REJECT-ONE-SLOT.
006210     IF CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
006220         = SPACES
006230         GO TO 4100-EXIT
006240     END-IF.
006250     MOVE CMPR-AUD-FEED-ID OF WS-SOURCE-RECORD(WS-SLOT-SUB)
006260         TO WS-LINE-FEED.
006270     PERFORM 5000-GET-LINE THRU 5000-EXIT.
006280     ADD 1 TO CMPS-REJECT-COUNT.
006290     PERFORM 5200-PUT-LINE THRU 5200-EXIT.
006300 4100-EXIT.
006310     EXIT.
006320*
006330************************************************************
006340*    5000-GET-LINE - THE SUMMARY LINE FOR THIS RECORD'S      *
006350*    DATE, ITEM AND WS-LINE-FEED, OR A FRESH ONE WITH THE    *
006360*    HIGH AND LOW VALUES SET SO THE FIRST VALUE REPLACES     *
006370*    BOTH.                                                   *
006380************************************************************
006390 5000-GET-LINE.
006400     MOVE CMPR-AUD-RUN-DATE OF WS-SOURCE-RECORD TO WS-LINE-DATE.
006410     MOVE CMPR-AUD-ITEM-ID OF WS-SOURCE-RECORD TO WS-LINE-ITEM.
006420     MOVE WS-LINE-KEY TO CMPS-SUMMARY-KEY.
006430     MOVE 'Y' TO WS-LINE-FOUND-SWITCH.
006440     READ CMPRSUMM
006450         INVALID KEY MOVE 'N' TO WS-LINE-FOUND-SWITCH
006460     END-READ.
006470     IF NOT WS-LINE-FOUND
006480         INITIALIZE CMPS-SUMMARY-RECORD
006490         MOVE WS-LINE-KEY TO CMPS-SUMMARY-KEY
006500         MOVE -9999999.99 TO CMPS-HIGH-VALUE
006510         MOVE 9999999.99 TO CMPS-LOW-VALUE
006520     END-IF.
006530     MOVE WS-CURRENT-DATE TO CMPS-BUILT-DATE.
006540     MOVE CMPS-REQ-SOURCE TO CMPS-BUILT-SOURCE.
006550 5000-EXIT.
006560     EXIT.
006570*
006580************************************************************
006590*    5100-ADD-VALUE - WS-LINE-VALUE INTO THE LINE'S SUMS AND *
006600*    ITS DEVIATIONS FROM THE SET'S MIDPOINT AND MEDIAN.      *
006610************************************************************
006620 5100-ADD-VALUE.
006630     ADD WS-LINE-VALUE TO CMPS-SUM-VALUE.
006640     COMPUTE WS-DEVIATION = WS-LINE-VALUE - WS-MIDPOINT.
006650     ADD WS-DEVIATION TO CMPS-SUM-DEV-MID.
006660     IF WS-DEVIATION > ZERO
006670         ADD 1 TO CMPS-ABOVE-MID-COUNT
006680     END-IF.
006690     IF WS-DEVIATION < ZERO
006700         ADD 1 TO CMPS-BELOW-MID-COUNT
006710     END-IF.
006720     IF WS-MEDIAN-USABLE
006730         ADD 1 TO CMPS-MEDIAN-COUNT
006740         COMPUTE WS-DEVIATION = WS-LINE-VALUE
006750             - CMPR-AUD-MEDIAN-VALUE OF WS-SOURCE-RECORD
006760         ADD WS-DEVIATION TO CMPS-SUM-DEV-MEDIAN
006770     END-IF.
006780 5100-EXIT.
006790     EXIT.
006800*
006810 5200-PUT-LINE.
006820     IF WS-LINE-FOUND
006830         REWRITE CMPS-SUMMARY-RECORD
006840             INVALID KEY
006845                 SET WS-SUMM-WRITE-FAILED TO TRUE
006850                 DISPLAY "CONDSUMB - CMPRSUMM REWRITE FAILED - "
006860                     WS-SUMM-STATUS
006870         END-REWRITE
006880     ELSE
006890         WRITE CMPS-SUMMARY-RECORD
006900             INVALID KEY
006905                 SET WS-SUMM-WRITE-FAILED TO TRUE
006910                 DISPLAY "CONDSUMB - CMPRSUMM WRITE FAILED - "
006920                     WS-SUMM-STATUS
006930             NOT INVALID KEY
006940                 ADD 1 TO CMPS-REQ-LINES-WRITTEN
006950         END-WRITE
006960     END-IF.
006970 5200-EXIT.
006980     EXIT.
006990*
007000************************************************************
007010*    8000-TERMINATE - A SUMMARY LINE THAT COULD NOT BE       *
007013*    WRITTEN OR DROPPED LEAVES THE RANGE HALF BUILT, SO THE  *
007016*    CALLER IS TOLD THE FILE FAILED AND NOT THAT IT BUILT.   *
007020************************************************************
007030 8000-TERMINATE.
007040     CLOSE CMPRSUMM.
007050     IF WS-ITEMS-USABLE
007060         CLOSE CMPRITEM
007070     END-IF.
007080     PERFORM 8100-CLOSE-SOURCE THRU 8100-EXIT.
007090     IF WS-SUMM-WRITE-FAILED
007093         SET CMPS-REQ-FILE-FAILED TO TRUE
007095     ELSE
007097         SET CMPS-REQ-BUILT TO TRUE
007099     END-IF.
007100 8000-EXIT.
007110     EXIT.
007120*
007130 8100-CLOSE-SOURCE.
007140     IF CMPS-REQ-FROM-ARCHIVE
007150         CLOSE CMPRSUMW
007160     ELSE
007170         CLOSE CMPRHIST
007180     END-IF.
007190 8100-EXIT.
007200     EXIT.
