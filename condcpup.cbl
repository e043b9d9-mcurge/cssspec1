000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCPUP.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - NIGHT-STREAM STEP AFTER     *
000120*                     CONDBAT.  EVERY CMPRHIST COMPARE       *
000130*                     WRITTEN SINCE THE LAST RUN (BATCH OR   *
000140*                     INTERACTIVE) IS POSTED TO THE CMPRCPRC *
000150*                     CURRENT-PRICE MASTER BY ITEM: THE      *
000160*                     ITEM'S CURRENT VALUES SHIFT TO PRIOR   *
000170*                     AND THE NEW WINNER VALUE, MEDIAN,      *
000180*                     OUTLIER FEED, RUN DATE AND SEQUENCE    *
000190*                     NUMBER BECOME CURRENT.  A VOID OF THE  *
000200*                     CURRENT COMPARE PUTS THE PRIOR BACK.   *
000210*                     THE LAST SEQUENCE NUMBER POSTED IS     *
000220*                     KEPT ON CMPRCPSQ, AND A COMPARE        *
000230*                     ALREADY ON THE MASTER IS NEVER POSTED  *
000240*                     TWICE, SO A RESTART IS SAFE.           *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CMPRHIST ASSIGN TO "CMPRHIST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
000360         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000370             OF CMPR-HIST-RECORD
000380             WITH DUPLICATES
000390         ALTERNATE RECORD KEY IS CMPR-AUD-ITEM-ID
000400             OF CMPR-HIST-RECORD
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-HIST-STATUS.
000430     SELECT CMPRCPRC ASSIGN TO "CMPRCPRC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CMPC-ITEM-ID
000470         FILE STATUS IS WS-CPRC-STATUS.
000480     SELECT CMPRCPSQ ASSIGN TO "CMPRCPSQ"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CPSQ-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CMPRHIST
000540     RECORDING MODE IS F.
000550 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-HIST-RECORD.
000560 FD  CMPRCPRC
000570     RECORDING MODE IS F.
000580 COPY CMPCPRC.
000590 FD  CMPRCPSQ
000600     RECORDING MODE IS F.
000610 COPY CMPHSEQ REPLACING
000620     CMPH-SEQUENCE-RECORD BY CMPC-POSTED-SEQ-RECORD
000630     CMPH-LAST-SEQ-NBR BY CMPC-LAST-POSTED-SEQ.
000640 WORKING-STORAGE SECTION.
000650 01  WS-SWITCHES.
000660     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000670     05  WS-CPRC-STATUS          PIC X(02) VALUE SPACES.
000680     05  WS-CPSQ-STATUS          PIC X(02) VALUE SPACES.
000690     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000700         88  WS-END-OF-HIST              VALUE 'Y'.
000710     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000720         88  WS-HIST-OPEN                VALUE 'Y'.
000730     05  WS-ITEM-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000740         88  WS-ITEM-FOUND               VALUE 'Y'.
000750 01  WS-COUNTERS.
000760     05  WS-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
000770     05  WS-POSTED-COUNT         PIC 9(08) COMP VALUE ZERO.
000780     05  WS-NEW-ITEM-COUNT       PIC 9(08) COMP VALUE ZERO.
000790     05  WS-BACKED-OUT-COUNT     PIC 9(08) COMP VALUE ZERO.
000800     05  WS-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
000810 01  WS-EDIT-FIELDS.
000820     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000830 01  WS-SEQ-WORK.
000840     05  WS-LAST-POSTED-SEQ      PIC 9(08) VALUE ZERO.
000850     05  WS-HIGH-SEQ             PIC 9(08) VALUE ZERO.
000860 01  WS-DATE-WORK.
000870     05  WS-CURRENT-DATE         PIC 9(08).
000880*
000890 PROCEDURE DIVISION.
000900*
000910************************************************************
000920*    0000-MAINLINE                                          *
000930************************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-READ-HIST THRU 2000-EXIT.
000970     PERFORM 3000-POST-ONE-RECORD THRU 3000-EXIT
000980         UNTIL WS-END-OF-HIST.
000990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001000     GOBACK.
001010*
001020************************************************************
001030*    1000-INITIALIZE - NO HISTORY FILE YET MEANS NOTHING HAS *
001040*    EVER BEEN COMPARED, WHICH IS A CLEAN STEP.  OTHERWISE   *
001050*    THE READ STARTS ONE PAST THE LAST SEQUENCE NUMBER       *
001060*    POSTED, AND THE MASTER IS CREATED ON FIRST USE.         *
001070************************************************************
001080 1000-INITIALIZE.
001090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001100     PERFORM 1100-READ-POSTED-SEQ THRU 1100-EXIT.
001110     MOVE WS-LAST-POSTED-SEQ TO WS-HIGH-SEQ.
001120     OPEN INPUT CMPRHIST.
001130     IF WS-HIST-STATUS NOT = "00"
001140         SET WS-END-OF-HIST TO TRUE
001150         GO TO 1000-EXIT
001160     END-IF.
001170     SET WS-HIST-OPEN TO TRUE.
001180     OPEN I-O CMPRCPRC.
001190     IF WS-CPRC-STATUS = "35"
001200         OPEN OUTPUT CMPRCPRC
001210         CLOSE CMPRCPRC
001220         OPEN I-O CMPRCPRC
001230     END-IF.
001240     COMPUTE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD =
001250         WS-LAST-POSTED-SEQ + 1.
001260     START CMPRHIST KEY IS NOT LESS THAN
001270         CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
001280         INVALID KEY SET WS-END-OF-HIST TO TRUE
001290     END-START.
001300 1000-EXIT.
001310     EXIT.
001320*
001330 1100-READ-POSTED-SEQ.
001340     MOVE ZERO TO WS-LAST-POSTED-SEQ.
001350     OPEN INPUT CMPRCPSQ.
001360     IF WS-CPSQ-STATUS = "00"
001370         READ CMPRCPSQ
001380             AT END MOVE ZERO TO CMPC-LAST-POSTED-SEQ
001390         END-READ
001400         MOVE CMPC-LAST-POSTED-SEQ TO WS-LAST-POSTED-SEQ
001410         CLOSE CMPRCPSQ
001420     END-IF.
001430 1100-EXIT.
001440     EXIT.
001450*
001460 2000-READ-HIST.
001470     IF NOT WS-END-OF-HIST
001480         READ CMPRHIST NEXT
001490             AT END SET WS-END-OF-HIST TO TRUE
001500         END-READ
001510     END-IF.
001520     IF NOT WS-END-OF-HIST
001530         ADD 1 TO WS-READ-COUNT
001540         MOVE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD TO WS-HIGH-SEQ
001550     END-IF.
001560 2000-EXIT.
001570     EXIT.
001580*
001590************************************************************
001600*    3000-POST-ONE-RECORD - CMPRHIST IS READ IN SEQUENCE     *
001610*    NUMBER ORDER, WHICH IS THE ORDER THE COMPARES WERE RUN, *
001620*    SO THE LAST ONE POSTED FOR AN ITEM IS ITS LATEST.       *
001630*    REJECTS, COMPARES WITH NO ITEM AND COMPARES ALREADY     *
001640*    VOIDED ARE PASSED OVER.                                 *
001650************************************************************
001660 3000-POST-ONE-RECORD.
001670     EVALUATE TRUE
001680         WHEN CMPR-AUD-ITEM-ID OF CMPR-HIST-RECORD = SPACES
001690             ADD 1 TO WS-SKIPPED-COUNT
001700         WHEN CMPR-AUD-VOID OF CMPR-HIST-RECORD
001710             PERFORM 3200-BACK-OUT-VOID THRU 3200-EXIT
001720         WHEN CMPR-AUD-COMPARE OF CMPR-HIST-RECORD
001730             AND CMPR-AUD-NOT-VOIDED OF CMPR-HIST-RECORD
001740             PERFORM 3100-POST-COMPARE THRU 3100-EXIT
001750         WHEN OTHER
001760             ADD 1 TO WS-SKIPPED-COUNT
001770     END-EVALUATE.
001780     PERFORM 2000-READ-HIST THRU 2000-EXIT.
001790 3000-EXIT.
001800     EXIT.
001810*
001820************************************************************
001830*    3100-POST-COMPARE - A NEW ITEM GETS ITS FIRST RECORD    *
001840*    WITH NO PRIOR.  AN ITEM ALREADY CARRYING THIS COMPARE   *
001850*    (OR A LATER ONE) IS LEFT ALONE, SO A RERUN AFTER AN     *
001860*    ABEND CANNOT PUSH THE SAME VALUES INTO THE PRIOR SLOT.  *
001870************************************************************
001880 3100-POST-COMPARE.
001890     PERFORM 3300-READ-ITEM THRU 3300-EXIT.
001900     IF NOT WS-ITEM-FOUND
001910         INITIALIZE CMPC-CURRENT-PRICE-RECORD
001920         MOVE CMPR-AUD-ITEM-ID OF CMPR-HIST-RECORD
001930             TO CMPC-ITEM-ID
001940         PERFORM 3150-FILL-CURRENT THRU 3150-EXIT
001950         WRITE CMPC-CURRENT-PRICE-RECORD
001960             INVALID KEY
001970                 DISPLAY "CONDCPUP - CMPRCPRC WRITE FAILED - "
001980                     WS-CPRC-STATUS
001990         END-WRITE
002000         ADD 1 TO WS-NEW-ITEM-COUNT
002010         ADD 1 TO WS-POSTED-COUNT
002020         GO TO 3100-EXIT
002030     END-IF.
002040     IF CMPC-CUR-SEQ-NBR NOT <
002050         CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
002060         ADD 1 TO WS-SKIPPED-COUNT
002070         GO TO 3100-EXIT
002080     END-IF.
002090     MOVE CMPC-CUR-SEQ-NBR TO CMPC-PRV-SEQ-NBR.
002100     MOVE CMPC-CUR-RUN-DATE TO CMPC-PRV-RUN-DATE.
002110     MOVE CMPC-CUR-WINNER-VALUE TO CMPC-PRV-WINNER-VALUE.
002120     MOVE CMPC-CUR-MEDIAN-VALUE TO CMPC-PRV-MEDIAN-VALUE.
002130     MOVE CMPC-CUR-OUTLIER-FEED TO CMPC-PRV-OUTLIER-FEED.
002140     MOVE CMPC-CUR-SELECT-RULE TO CMPC-PRV-SELECT-RULE.
002150     PERFORM 3150-FILL-CURRENT THRU 3150-EXIT.
002160     PERFORM 3400-REWRITE-ITEM THRU 3400-EXIT.
002170     ADD 1 TO WS-POSTED-COUNT.
002180 3100-EXIT.
002190     EXIT.
002200*
002210************************************************************
002220*    3150-FILL-CURRENT - A COMPARE WRITTEN BEFORE SELECTION  *
002230*    RULES WERE CARRIED ALWAYS PUBLISHED THE MAX.            *
002240************************************************************
002250 3150-FILL-CURRENT.
002260     MOVE WS-CURRENT-DATE TO CMPC-POSTED-DATE.
002270     ADD 1 TO CMPC-POST-COUNT.
002280     MOVE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
002290         TO CMPC-CUR-SEQ-NBR.
002300     MOVE CMPR-AUD-RUN-DATE OF CMPR-HIST-RECORD
002310         TO CMPC-CUR-RUN-DATE.
002320     IF CMPR-AUD-NO-RULE OF CMPR-HIST-RECORD
002330         OR CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD NOT NUMERIC
002340         MOVE CMPR-AUD-MAX-VALUE OF CMPR-HIST-RECORD
002350             TO CMPC-CUR-WINNER-VALUE
002360         MOVE 'H' TO CMPC-CUR-SELECT-RULE
002370     ELSE
002380         MOVE CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD
002390             TO CMPC-CUR-WINNER-VALUE
002400         MOVE CMPR-AUD-SELECT-RULE OF CMPR-HIST-RECORD
002410             TO CMPC-CUR-SELECT-RULE
002420     END-IF.
002430     IF CMPR-AUD-MEDIAN-VALUE OF CMPR-HIST-RECORD NUMERIC
002440         MOVE CMPR-AUD-MEDIAN-VALUE OF CMPR-HIST-RECORD
002450             TO CMPC-CUR-MEDIAN-VALUE
002460     ELSE
002470         MOVE ZERO TO CMPC-CUR-MEDIAN-VALUE
002480     END-IF.
002490     MOVE SPACES TO CMPC-CUR-OUTLIER-FEED.
002500     IF CMPR-AUD-OUTLIER-POS OF CMPR-HIST-RECORD NUMERIC
002510         IF CMPR-AUD-OUTLIER-POS OF CMPR-HIST-RECORD > ZERO
002520             AND CMPR-AUD-OUTLIER-POS OF CMPR-HIST-RECORD < 11
002530             MOVE CMPR-AUD-FEED-ID OF CMPR-HIST-RECORD
002540                 (CMPR-AUD-OUTLIER-POS OF CMPR-HIST-RECORD)
002550                 TO CMPC-CUR-OUTLIER-FEED
002560         END-IF
002570     END-IF.
002580 3150-EXIT.
002590     EXIT.
002600*
002610************************************************************
002620*    3200-BACK-OUT-VOID - THE 'V' RECORD REPEATS THE ITEM OF *
002630*    THE COMPARE IT CANCELS.  IF THAT COMPARE IS THE ITEM'S  *
002640*    CURRENT PRICE THE PRIOR MOVES BACK UP; AN ITEM WITH NO  *
002650*    PRIOR HAS NO VALID PRICE LEFT AND COMES OFF THE MASTER. *
002660*    IF IT IS THE PRIOR, THE PRIOR IS CLEARED.               *
002670************************************************************
002680 3200-BACK-OUT-VOID.
002690     PERFORM 3300-READ-ITEM THRU 3300-EXIT.
002700     IF NOT WS-ITEM-FOUND
002710         GO TO 3200-EXIT
002720     END-IF.
002730     IF CMPC-CUR-SEQ-NBR =
002740         CMPR-AUD-VOID-SEQ-NBR OF CMPR-HIST-RECORD
002750         ADD 1 TO WS-BACKED-OUT-COUNT
002760         IF CMPC-NO-PRIOR
002770             DELETE CMPRCPRC
002780                 INVALID KEY
002790                     DISPLAY "CONDCPUP - CMPRCPRC DELETE FAILED"
002800                         " - " WS-CPRC-STATUS
002810             END-DELETE
002820             GO TO 3200-EXIT
002830         END-IF
002840         MOVE CMPC-PRIOR-GROUP TO CMPC-CURRENT-GROUP
002850         INITIALIZE CMPC-PRIOR-GROUP
002860         MOVE WS-CURRENT-DATE TO CMPC-POSTED-DATE
002870         PERFORM 3400-REWRITE-ITEM THRU 3400-EXIT
002880         GO TO 3200-EXIT
002890     END-IF.
002900     IF CMPC-PRV-SEQ-NBR =
002910         CMPR-AUD-VOID-SEQ-NBR OF CMPR-HIST-RECORD
002920         ADD 1 TO WS-BACKED-OUT-COUNT
002930         INITIALIZE CMPC-PRIOR-GROUP
002940         PERFORM 3400-REWRITE-ITEM THRU 3400-EXIT
002950     END-IF.
002960 3200-EXIT.
002970     EXIT.
002980*
002990 3300-READ-ITEM.
003000     MOVE CMPR-AUD-ITEM-ID OF CMPR-HIST-RECORD TO CMPC-ITEM-ID.
003010     MOVE 'Y' TO WS-ITEM-FOUND-SWITCH.
003020     READ CMPRCPRC
003030         INVALID KEY MOVE 'N' TO WS-ITEM-FOUND-SWITCH
003040     END-READ.
003050 3300-EXIT.
003060     EXIT.
003070*
003080 3400-REWRITE-ITEM.
003090     REWRITE CMPC-CURRENT-PRICE-RECORD
003100         INVALID KEY
003110             DISPLAY "CONDCPUP - CMPRCPRC REWRITE FAILED - "
003120                 WS-CPRC-STATUS
003130     END-REWRITE.
003140 3400-EXIT.
003150     EXIT.
003160*
003170************************************************************
003180*    8000-TERMINATE - THE HIGHEST SEQUENCE NUMBER READ IS    *
003190*    SAVED ONLY AFTER EVERY RECORD UP TO IT HAS BEEN POSTED. *
003200************************************************************
003210 8000-TERMINATE.
003220     IF WS-HIST-OPEN
003230         CLOSE CMPRHIST
003240         CLOSE CMPRCPRC
003250     END-IF.
003260     IF WS-HIGH-SEQ > WS-LAST-POSTED-SEQ
003270         MOVE WS-HIGH-SEQ TO CMPC-LAST-POSTED-SEQ
003280         OPEN OUTPUT CMPRCPSQ
003290         WRITE CMPC-POSTED-SEQ-RECORD
003300         CLOSE CMPRCPSQ
003310     END-IF.
003320     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
003330     DISPLAY "CONDCPUP - HISTORY RECORDS READ      : "
003340         WS-COUNT-DISP.
003350     MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
003360     DISPLAY "CONDCPUP - COMPARES POSTED           : "
003370         WS-COUNT-DISP.
003380     MOVE WS-NEW-ITEM-COUNT TO WS-COUNT-DISP.
003390     DISPLAY "CONDCPUP - NEW ITEMS ON CMPRCPRC     : "
003400         WS-COUNT-DISP.
003410     MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-DISP.
003420     DISPLAY "CONDCPUP - VOIDS BACKED OUT          : "
003430         WS-COUNT-DISP.
003440     DISPLAY "CONDCPUP COMPLETE".
003450 8000-EXIT.
003460     EXIT.
