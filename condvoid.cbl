000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDVOID.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - ON-LINE VOID (REVERSAL) OF  *
000120*                     A POSTED COMPARISON.  THE OPERATOR     *
000130*                     NAMES THE CMPRHIST SEQUENCE NUMBER AND *
000140*                     GIVES A REASON; A 'V' RECORD NAMING    *
000150*                     THE CANCELLED SEQUENCE, WHO AND WHY IS *
000160*                     APPENDED TO CMPRAUDT AND CMPRHIST, THE *
000170*                     ORIGINAL IS MARKED VOIDED ON CMPRHIST, *
000180*                     AND A CANCEL RECORD IS STAGED ON       *
000190*                     CMPRXTRS SO THE NEXT RELEASE TELLS THE *
000200*                     REPORTING SYSTEM TO BACK THE NUMBER    *
000210*                     OUT.  NOTHING IS EVER DELETED - THE    *
000220*                     TRAIL STAYS WHOLE.                     *
000230*    10/15/2026  DWS  THE CANCEL NOW BACKS OUT THE VALUE     *
000240*                     ORIGINALLY PUBLISHED UNDER THE ITEM'S  *
000250*                     SELECTION RULE, AND CARRIES THE RULE,  *
000260*                     RATHER THAN ALWAYS THE MAXIMUM.        *
000270*    10/15/2026  DWS  A VOID NOW BELONGS TO THE BATCH CYCLE  *
000280*                     NAMED BY CMPCYCLE (01 WHEN NOT SET).   *
000290*                     THE 'V' RECORD AND STAGED CANCEL CARRY *
000300*                     THE CYCLE, AND A VOID IS REFUSED ONLY  *
000310*                     ONCE TODAY'S VERDICT FOR THAT CYCLE IS *
000320*                     ON FILE.                               *
000330*    10/15/2026  DWS  A VOID IS REFUSED ON A DAY THAT IS NOT *
000340*                     A BUSINESS DAY ON THE CMPRCALN         *
000350*                     PROCESSING CALENDAR.  THE NIGHT STREAM *
000360*                     DOES NOT RECONCILE OR RELEASE ON SUCH  *
000370*                     A DAY, SO A CANCEL DATED THEN WOULD    *
000380*                     NEVER REACH THE REPORTING SYSTEM.      *
000381*    10/15/2026  DWS  A CANCEL IS STAGED ONLY FOR A COMPARE  *
000383*                     THE EXTRACT HAS ALREADY CARRIED        *
000384*                     DOWNSTREAM.  AN INTERACTIVE COMPARE    *
000386*                     (NEVER STAGED) IS VOIDED WITH NO       *
000387*                     CANCEL, AND A COMPARE STILL WAITING ON *
000389*                     CMPRXTRS FOR RELEASE CANNOT BE VOIDED  *
000390*                     UNTIL IT HAS GONE OUT, SO THE CANCEL   *
000392*                     CAN NEVER LEAVE BEFORE OR WITH IT.     *
000393*                     THE 'V' RECORD SAYS WHETHER A CANCEL   *
000395*                     WAS STAGED (CMPR-AUD-XTR-SW) FOR       *
000396*                     CONDRECN TO BALANCE AGAINST.           *
000398************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CMPRAUDT ASSIGN TO "CMPRAUDT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDT-STATUS.
000490     SELECT CMPRHIST ASSIGN TO "CMPRHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
000530         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000540             OF CMPR-HIST-RECORD
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS CMPR-AUD-ITEM-ID
000570             OF CMPR-HIST-RECORD
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT CMPRHSEQ ASSIGN TO "CMPRHSEQ"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HSEQ-STATUS.
000630     SELECT CMPRXTRS ASSIGN TO "CMPRXTRS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-XTRS-STATUS.
000660     SELECT CMPRRECS ASSIGN TO "CMPRRECS"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RECS-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CMPRAUDT
000720     RECORDING MODE IS F.
000730 COPY CMPAUDT.
000740 FD  CMPRHIST
000750     RECORDING MODE IS F.
000760 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-HIST-RECORD.
000770 FD  CMPRHSEQ
000780     RECORDING MODE IS F.
000790 COPY CMPHSEQ.
000800 FD  CMPRXTRS
000810     RECORDING MODE IS F.
000820 COPY CMPXTR.
000830 FD  CMPRRECS
000840     RECORDING MODE IS F.
000850 COPY CMPRCNS.
000860 WORKING-STORAGE SECTION.
000870 01  WS-SWITCHES.
000880     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
000890     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000900     05  WS-HSEQ-STATUS          PIC X(02) VALUE SPACES.
000910     05  WS-XTRS-STATUS          PIC X(02) VALUE SPACES.
000920     05  WS-RECS-STATUS          PIC X(02) VALUE SPACES.
000930     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000940         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000950     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000960         88  WS-END-OF-FILE              VALUE 'Y'.
000970     05  WS-RECON-SWITCH         PIC X(01) VALUE 'N'.
000980         88  WS-TODAY-RECONCILED         VALUE 'Y'.
000982     05  WS-STAGE-SWITCH         PIC X(01) VALUE 'N'.
000984         88  WS-CANCEL-OWED              VALUE 'Y'.
000986         88  WS-NO-CANCEL-OWED           VALUE 'N'.
000988         88  WS-COMPARE-HELD             VALUE 'H'.
000990 01  WS-EDIT-FIELDS.
001000     05  WS-ACTION-EDIT          PIC X(01).
001010     05  WS-SEQ-EDIT             PIC X(08).
001020     05  WS-REASON-EDIT          PIC X(40).
001030     05  WS-MORE-REPLY           PIC X(01).
001040     05  WS-SEQ-DISP             PIC 9(08).
001050     05  WS-COUNT-DISP           PIC 99.
001060     05  WS-VALUE-DISP           PIC -(7)9.99.
001070     05  WS-DETAIL-LINE          PIC X(78).
001080     05  WS-DETAIL-POINTER       PIC 9(04) COMP.
001090     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
001100 01  WS-SLOT-SUB                 PIC 99 COMP.
001110 01  WS-NEXT-SEQ-NBR             PIC 9(08) VALUE ZERO.
001120 01  WS-VOIDED-SEQ-NBR           PIC 9(08) VALUE ZERO.
001130 01  WS-AUDIT-WORK.
001140     05  WS-USERID               PIC X(08).
001150     05  WS-CURRENT-DATE         PIC 9(08).
001160     05  WS-CURRENT-TIME         PIC 9(08).
001170 01  WS-CYCLE-WORK.
001180     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
001190     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
001200     05  WS-REC-CYCLE            PIC 9(02) VALUE 1.
001210 COPY CMPBCAL.
001220*
001230 PROCEDURE DIVISION.
001240*
001250************************************************************
001260*    0000-MAINLINE                                          *
001270************************************************************
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
001310         UNTIL WS-QUIT-REQUESTED.
001320     GOBACK.
001330*
001340************************************************************
001350*    1000-INITIALIZE - A VOID BELONGS TO THE BATCH CYCLE    *
001360*    NAMED BY CMPCYCLE (01 WHEN NOT SET), THE SAME SETTING  *
001370*    THE NIGHT STREAM RECONCILES AND RELEASES BY.           *
001380************************************************************
001390 1000-INITIALIZE.
001400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001410     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
001420     IF WS-USERID = SPACES
001430         MOVE "UNKNOWN " TO WS-USERID
001440     END-IF.
001450     MOVE SPACES TO WS-CYCLE-EDIT.
001460     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
001470     IF WS-CYCLE-EDIT(2:1) = SPACE
001480         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
001490         MOVE "0" TO WS-CYCLE-EDIT(1:1)
001500     END-IF.
001510     IF WS-CYCLE-EDIT IS NUMERIC
001520         AND WS-CYCLE-EDIT NOT = "00"
001530         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001540     ELSE
001550         MOVE 1 TO WS-CYCLE-NBR
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590*
001600************************************************************
001610*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
001620************************************************************
001630 2000-ACTION-LOOP.
001640     DISPLAY ERASE.
001650     DISPLAY "CONDVOID - VOID A POSTED COMPARISON"
001660         LINE 2 COL 5.
001670     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001680     MOVE SPACES TO WS-ERROR-MESSAGE.
001690     DISPLAY "V = VOID A COMPARISON" LINE 5 COL 5.
001700     DISPLAY "X = RETURN TO MENU" LINE 6 COL 5.
001710     DISPLAY "ACTION :" LINE 8 COL 5.
001720     ACCEPT WS-ACTION-EDIT LINE 8 COL 14.
001730     EVALUATE WS-ACTION-EDIT
001740         WHEN 'V'
001750         WHEN 'v'
001760             PERFORM 3000-VOID-COMPARE THRU 3000-EXIT
001770         WHEN 'X'
001780         WHEN 'x'
001790             SET WS-QUIT-REQUESTED TO TRUE
001800         WHEN OTHER
001810             MOVE "ACTION MUST BE V OR X" TO WS-ERROR-MESSAGE
001820     END-EVALUATE.
001830 2000-EXIT.
001840     EXIT.
001850*
001860************************************************************
001870*    3000-VOID-COMPARE - ONLY A LIVE 'C' STILL ON CMPRHIST   *
001880*    CAN BE VOIDED (AN ARCHIVED DATE HAS TO BE RESTORED      *
001890*    FIRST).  ONCE CONDRECN HAS RECONCILED TODAY'S CYCLE A   *
001900*    VOID WOULD FALL OUTSIDE THE CYCLE ALREADY BALANCED AND  *
001910*    RELEASED, SO IT WAITS FOR THE NEXT CYCLE OR TOMORROW.   *
001920*    NOTHING IS RECONCILED OR RELEASED ON A DAY THAT IS NOT  *
001925*    A BUSINESS DAY, SO A VOID THEN WAITS AS WELL.  A        *
001930*    COMPARE STILL HELD ON CMPRXTRS HAS NOT GONE DOWNSTREAM  *
001935*    YET, SO IT WAITS UNTIL CONDXREL HAS RELEASED IT.        *
001940************************************************************
001950 3000-VOID-COMPARE.
001960     MOVE 'B' TO CMPB-FUNCTION.
001970     MOVE WS-CURRENT-DATE TO CMPB-DATE-1.
001980     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
001990     IF NOT CMPB-BUSINESS-DAY
002000         MOVE "VOID ON THE NEXT PROCESSING DAY"
002010             TO WS-ERROR-MESSAGE
002020         GO TO 3000-EXIT
002030     END-IF.
002040     PERFORM 3500-CHECK-RECONCILED THRU 3500-EXIT.
002050     IF WS-TODAY-RECONCILED
002060         MOVE "CYCLE ALREADY RECONCILED - VOID LATER"
002070             TO WS-ERROR-MESSAGE
002080         GO TO 3000-EXIT
002090     END-IF.
002100     DISPLAY ERASE.
002110     DISPLAY "CONDVOID - SEQUENCE NUMBER (NNNNNNNN) :"
002120         LINE 4 COL 5.
002130     ACCEPT WS-SEQ-EDIT LINE 4 COL 45.
002140     IF WS-SEQ-EDIT IS NOT NUMERIC
002150         MOVE "SEQUENCE MUST BE NUMERIC (NNNNNNNN)"
002160             TO WS-ERROR-MESSAGE
002170         GO TO 3000-EXIT
002180     END-IF.
002190     OPEN I-O CMPRHIST.
002200     IF WS-HIST-STATUS NOT = "00"
002210         MOVE "HISTORY FILE NOT AVAILABLE" TO WS-ERROR-MESSAGE
002220         GO TO 3000-EXIT
002230     END-IF.
002240     MOVE WS-SEQ-EDIT TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
002250     READ CMPRHIST
002260         INVALID KEY
002270             MOVE "SEQUENCE NUMBER NOT ON HISTORY"
002280                 TO WS-ERROR-MESSAGE
002290             GO TO 3000-DONE
002300     END-READ.
002310     IF NOT CMPR-AUD-COMPARE OF CMPR-HIST-RECORD
002320         MOVE "ONLY A COMPARE ('C') CAN BE VOIDED"
002330             TO WS-ERROR-MESSAGE
002340         GO TO 3000-DONE
002350     END-IF.
002360     IF CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD IS NUMERIC
002370         AND NOT CMPR-AUD-NOT-VOIDED OF CMPR-HIST-RECORD
002380         MOVE CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD
002390             TO WS-SEQ-DISP
002400         MOVE SPACES TO WS-ERROR-MESSAGE
002410         STRING "ALREADY VOIDED BY SEQ " DELIMITED BY SIZE
002420             WS-SEQ-DISP DELIMITED BY SIZE
002430             INTO WS-ERROR-MESSAGE
002431         GO TO 3000-DONE
002432     END-IF.
002434     PERFORM 3700-CHECK-STAGING THRU 3700-EXIT.
002435     IF WS-COMPARE-HELD
002437         MOVE "COMPARE NOT YET RELEASED - VOID LATER"
002438             TO WS-ERROR-MESSAGE
002440         GO TO 3000-DONE
002450     END-IF.
002460     PERFORM 3200-SHOW-COMPARE THRU 3200-EXIT.
002470     DISPLAY "REASON FOR THE VOID :" LINE 10 COL 5.
002480     MOVE SPACES TO WS-REASON-EDIT.
002490     ACCEPT WS-REASON-EDIT LINE 11 COL 5.
002500     IF WS-REASON-EDIT = SPACES
002510         MOVE "A REASON MUST BE GIVEN - VOID ABANDONED"
002520             TO WS-ERROR-MESSAGE
002530         GO TO 3000-DONE
002540     END-IF.
002550     DISPLAY "VOID THIS COMPARISON (Y/N)?" LINE 13 COL 5.
002560     ACCEPT WS-MORE-REPLY LINE 13 COL 34.
002570     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
002580         MOVE "VOID ABANDONED" TO WS-ERROR-MESSAGE
002590         GO TO 3000-DONE
002600     END-IF.
002610     PERFORM 4000-POST-VOID THRU 4000-EXIT.
002620 3000-DONE.
002630     CLOSE CMPRHIST.
002640 3000-EXIT.
002650     EXIT.
002660*
002670************************************************************
002680*    3200-SHOW-COMPARE - THE SET ABOUT TO BE VOIDED, SO THE  *
002690*    OPERATOR CAN SEE IT IS THE RIGHT ONE BEFORE SAYING Y.   *
002700************************************************************
002710 3200-SHOW-COMPARE.
002720     MOVE SPACES TO WS-DETAIL-LINE.
002730     MOVE 1 TO WS-DETAIL-POINTER.
002740     MOVE CMPR-AUD-COUNT OF CMPR-HIST-RECORD TO WS-COUNT-DISP.
002750     MOVE CMPR-AUD-MAX-VALUE OF CMPR-HIST-RECORD
002760         TO WS-VALUE-DISP.
002770     STRING CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
002780         DELIMITED BY SIZE
002790         " " DELIMITED BY SIZE
002800         CMPR-AUD-RUN-DATE OF CMPR-HIST-RECORD
002810         DELIMITED BY SIZE
002820         " " DELIMITED BY SIZE
002830         CMPR-AUD-USERID OF CMPR-HIST-RECORD DELIMITED BY SIZE
002840         " ITM:" DELIMITED BY SIZE
002850         CMPR-AUD-ITEM-ID OF CMPR-HIST-RECORD DELIMITED BY SIZE
002860         " CNT:" DELIMITED BY SIZE
002870         WS-COUNT-DISP DELIMITED BY SIZE
002880         " MAX:" DELIMITED BY SIZE
002890         WS-VALUE-DISP DELIMITED BY SIZE
002900         INTO WS-DETAIL-LINE
002910         WITH POINTER WS-DETAIL-POINTER.
002920     DISPLAY WS-DETAIL-LINE LINE 6 COL 1.
002930     MOVE SPACES TO WS-DETAIL-LINE.
002940     MOVE 1 TO WS-DETAIL-POINTER.
002950     PERFORM 3300-ADD-ONE-PAIR THRU 3300-EXIT
002960         VARYING WS-SLOT-SUB FROM 1 BY 1
002970         UNTIL WS-SLOT-SUB > 4.
002980     DISPLAY WS-DETAIL-LINE LINE 7 COL 1.
002990 3200-EXIT.
003000     EXIT.
003010*
003020 3300-ADD-ONE-PAIR.
003030     IF WS-SLOT-SUB <= CMPR-AUD-COUNT OF CMPR-HIST-RECORD
003040         MOVE CMPR-AUD-VALUE OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003050             TO WS-VALUE-DISP
003060         STRING CMPR-AUD-FEED-ID OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003070             DELIMITED BY SIZE
003080             "=" DELIMITED BY SIZE
003090             WS-VALUE-DISP DELIMITED BY SIZE
003100             " " DELIMITED BY SIZE
003110             INTO WS-DETAIL-LINE
003120             WITH POINTER WS-DETAIL-POINTER
003130     END-IF.
003140 3300-EXIT.
003150     EXIT.
003160*
003170************************************************************
003180*    3500-CHECK-RECONCILED - ANY CMPRRECS VERDICT FOR TODAY  *
003190*    AND THIS CYCLE MEANS CONDRECN HAS ALREADY RUN FOR IT.   *
003200************************************************************
003210 3500-CHECK-RECONCILED.
003220     MOVE 'N' TO WS-RECON-SWITCH.
003230     OPEN INPUT CMPRRECS.
003240     IF WS-RECS-STATUS NOT = "00"
003250         GO TO 3500-EXIT
003260     END-IF.
003270     MOVE 'N' TO WS-EOF-SWITCH.
003280     PERFORM 3600-READ-ONE-VERDICT THRU 3600-EXIT
003290         UNTIL WS-END-OF-FILE.
003300     CLOSE CMPRRECS.
003310 3500-EXIT.
003320     EXIT.
003330*
003340 3600-READ-ONE-VERDICT.
003350     READ CMPRRECS
003360         AT END SET WS-END-OF-FILE TO TRUE
003370     END-READ.
003380     IF NOT WS-END-OF-FILE
003390         MOVE 1 TO WS-REC-CYCLE
003400         IF CMPN-CYCLE-NBR IS NUMERIC
003410             AND CMPN-CYCLE-NBR > ZERO
003420             MOVE CMPN-CYCLE-NBR TO WS-REC-CYCLE
003430         END-IF
003440         IF CMPN-RECON-DATE = WS-CURRENT-DATE
003450             AND WS-REC-CYCLE = WS-CYCLE-NBR
003460             SET WS-TODAY-RECONCILED TO TRUE
003470         END-IF
003480     END-IF.
003490 3600-EXIT.
003500     EXIT.
003510*
003520************************************************************
003521*    3700-CHECK-STAGING - ONLY A COMPARE CONDBAT STAGED     *
003522*    WAS EVER SENT DOWNSTREAM, SO ONLY THAT ONE IS OWED A   *
003523*    CANCEL.  CONDXREL TAKES A RECORD OFF CMPRXTRS WHEN IT  *
003524*    PUBLISHES IT, SO A STAGED COMPARE STILL FOUND THERE    *
003525*    UNDER ITS SEQUENCE NUMBER IS HELD OR WAITING FOR       *
003526*    TONIGHT'S RELEASE - A CANCEL STAGED NOW WOULD GO OUT   *
003527*    BEFORE OR ALONGSIDE IT.                                *
003528************************************************************
003529 3700-CHECK-STAGING.
003530     IF NOT CMPR-AUD-XTR-STAGED OF CMPR-HIST-RECORD
003531         SET WS-NO-CANCEL-OWED TO TRUE
003533         GO TO 3700-EXIT
003534     END-IF.
003535     SET WS-CANCEL-OWED TO TRUE.
003536     OPEN INPUT CMPRXTRS.
003537     IF WS-XTRS-STATUS NOT = "00"
003538         GO TO 3700-EXIT
003539     END-IF.
003540     MOVE 'N' TO WS-EOF-SWITCH.
003541     PERFORM 3800-READ-ONE-STAGED THRU 3800-EXIT
003542         UNTIL WS-END-OF-FILE.
003543     CLOSE CMPRXTRS.
003545 3700-EXIT.
003546     EXIT.
003547*
003548 3800-READ-ONE-STAGED.
003549     READ CMPRXTRS
003550         AT END SET WS-END-OF-FILE TO TRUE
003551     END-READ.
003552     IF NOT WS-END-OF-FILE
003553         IF CMPX-COMPARE-TYPE
003554             AND CMPX-SEQ-NBR =
003555                 CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
003556             SET WS-COMPARE-HELD TO TRUE
003558             SET WS-END-OF-FILE TO TRUE
003559         END-IF
003560     END-IF.
003561 3800-EXIT.
003562     EXIT.
003563*
003564************************************************************
003565*    4000-POST-VOID - THE 'V' RECORD STARTS AS A COPY OF THE *
003566*    VOIDED SET, SO EVERY CONSUMER CAN SEE WHAT WAS BACKED   *
003567*    OUT, THEN TAKES ITS OWN SEQUENCE NUMBER, TODAY'S DATE,  *
003568*    THE OPERATOR AND THE REASON.  IT GOES ON THE AUDIT LOG  *
003570*    AND HISTORY FIRST; ONLY THEN IS THE ORIGINAL MARKED     *
003580*    AND, WHEN ONE IS OWED, THE CANCEL STAGED FOR RELEASE.   *
003590************************************************************
003600 4000-POST-VOID.
003610     MOVE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
003620         TO WS-VOIDED-SEQ-NBR.
003630     MOVE CMPR-HIST-RECORD TO CMPR-AUDIT-RECORD.
003640     PERFORM 7900-READ-HIST-SEQ THRU 7900-EXIT.
003650     PERFORM 7910-NEXT-HIST-SEQ THRU 7910-EXIT.
003660     ACCEPT WS-CURRENT-TIME FROM TIME.
003670     MOVE WS-CURRENT-DATE TO CMPR-AUD-RUN-DATE
003680         OF CMPR-AUDIT-RECORD.
003690     MOVE WS-CURRENT-TIME TO CMPR-AUD-RUN-TIME
003700         OF CMPR-AUDIT-RECORD.
003710     MOVE WS-USERID TO CMPR-AUD-USERID OF CMPR-AUDIT-RECORD.
003720     MOVE WS-CYCLE-NBR TO CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD.
003730     SET CMPR-AUD-VOID OF CMPR-AUDIT-RECORD TO TRUE.
003740     MOVE WS-VOIDED-SEQ-NBR
003750         TO CMPR-AUD-VOID-SEQ-NBR OF CMPR-AUDIT-RECORD.
003760     MOVE WS-REASON-EDIT
003770         TO CMPR-AUD-VOID-REASON OF CMPR-AUDIT-RECORD.
003780     MOVE ZERO TO CMPR-AUD-VOIDED-BY-SEQ OF CMPR-AUDIT-RECORD.
003781     IF WS-CANCEL-OWED
003783         SET CMPR-AUD-XTR-STAGED OF CMPR-AUDIT-RECORD TO TRUE
003785     ELSE
003786         SET CMPR-AUD-NOT-STAGED OF CMPR-AUDIT-RECORD TO TRUE
003788     END-IF.
003790     OPEN EXTEND CMPRAUDT.
003800     IF WS-AUDT-STATUS = "35"
003810         OPEN OUTPUT CMPRAUDT
003820     END-IF.
003830     WRITE CMPR-AUDIT-RECORD.
003840     CLOSE CMPRAUDT.
003850     MOVE CMPR-AUDIT-RECORD TO CMPR-HIST-RECORD.
003860     WRITE CMPR-HIST-RECORD
003870         INVALID KEY
003880             MOVE "CMPRHIST WRITE FAILED - VOID NOT MARKED"
003890                 TO WS-ERROR-MESSAGE
003900             GO TO 4000-EXIT
003910     END-WRITE.
003920     PERFORM 4100-MARK-ORIGINAL THRU 4100-EXIT.
003940     MOVE WS-NEXT-SEQ-NBR TO WS-SEQ-DISP.
003950     MOVE SPACES TO WS-ERROR-MESSAGE.
003953     IF WS-CANCEL-OWED
003956         PERFORM 4200-STAGE-CANCEL THRU 4200-EXIT
003960         STRING "COMPARISON VOIDED BY SEQ " DELIMITED BY SIZE
003963             WS-SEQ-DISP DELIMITED BY SIZE
003966             INTO WS-ERROR-MESSAGE
003970     ELSE
003973         STRING "VOIDED BY SEQ " DELIMITED BY SIZE
003976             WS-SEQ-DISP DELIMITED BY SIZE
003980             " - NOT ON EXTRACT" DELIMITED BY SIZE
003983             INTO WS-ERROR-MESSAGE
003986     END-IF.
003990 4000-EXIT.
004000     EXIT.
004010*
004020************************************************************
004030*    4100-MARK-ORIGINAL - RE-READ THE VOIDED 'C' AND POINT   *
004040*    IT AT THE 'V' THAT CANCELLED IT, SO THE HISTORY         *
004050*    READERS CAN PASS IT OVER WITHOUT HUNTING FOR THE VOID.  *
004060************************************************************
004070 4100-MARK-ORIGINAL.
004080     MOVE WS-VOIDED-SEQ-NBR
004090         TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
004100     READ CMPRHIST
004110         INVALID KEY
004120             MOVE "ORIGINAL LOST FROM CMPRHIST - NOT MARKED"
004130                 TO WS-ERROR-MESSAGE
004140             GO TO 4100-EXIT
004150     END-READ.
004160     MOVE WS-NEXT-SEQ-NBR
004170         TO CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD.
004180     REWRITE CMPR-HIST-RECORD
004190         INVALID KEY
004200             MOVE "CMPRHIST REWRITE FAILED - NOT MARKED"
004210                 TO WS-ERROR-MESSAGE
004220     END-REWRITE.
004230 4100-EXIT.
004240     EXIT.
004250*
004260************************************************************
004270*    4200-STAGE-CANCEL - A CANCEL ('X') EXTRACT RECORD       *
004280*    CARRYING THE VOIDED SET'S VALUES, DATED TODAY SO        *
004290*    TONIGHT'S CONDRECN COUNTS IT AND CONDXREL RELEASES IT.  *
004295*    ONLY REACHED FOR A COMPARE ALREADY RELEASED DOWNSTREAM. *
004300*    THE WINNER BACKED OUT IS THE ONE ORIGINALLY PUBLISHED - *
004310*    THE RULE-CHOSEN VALUE, OR THE MAXIMUM ON A RECORD       *
004320*    WRITTEN BEFORE RULES WERE CARRIED.                      *
004330************************************************************
004340 4200-STAGE-CANCEL.
004350     INITIALIZE CMPX-EXTRACT-RECORD.
004360     MOVE WS-CURRENT-DATE TO CMPX-RUN-DATE.
004370     MOVE WS-CYCLE-NBR TO CMPX-CYCLE-NBR.
004380     MOVE CMPR-AUD-ITEM-ID OF CMPR-AUDIT-RECORD TO CMPX-ITEM-ID.
004390     MOVE CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD
004400         TO CMPX-VALUE-COUNT.
004410     IF CMPR-AUD-NO-RULE OF CMPR-AUDIT-RECORD
004420         OR CMPR-AUD-WINNER-VALUE OF CMPR-AUDIT-RECORD
004430             IS NOT NUMERIC
004440         MOVE CMPR-AUD-MAX-VALUE OF CMPR-AUDIT-RECORD
004450             TO CMPX-WINNER-VALUE
004460         MOVE SPACES TO CMPX-SELECT-RULE
004470     ELSE
004480         MOVE CMPR-AUD-WINNER-VALUE OF CMPR-AUDIT-RECORD
004490             TO CMPX-WINNER-VALUE
004500         MOVE CMPR-AUD-SELECT-RULE OF CMPR-AUDIT-RECORD
004510             TO CMPX-SELECT-RULE
004520     END-IF.
004530     MOVE CMPR-AUD-MEDIAN-VALUE OF CMPR-AUDIT-RECORD
004540         TO CMPX-MEDIAN-VALUE.
004550     IF CMPR-AUD-OUTLIER-POS OF CMPR-AUDIT-RECORD > ZERO
004560         MOVE CMPR-AUD-FEED-ID OF CMPR-AUDIT-RECORD
004570             (CMPR-AUD-OUTLIER-POS OF CMPR-AUDIT-RECORD)
004580             TO CMPX-OUTLIER-FEED
004590     ELSE
004600         MOVE SPACES TO CMPX-OUTLIER-FEED
004610     END-IF.
004620     PERFORM 4300-COPY-ONE-XTR-VALUE THRU 4300-EXIT
004630         VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 10.
004640     MOVE WS-NEXT-SEQ-NBR TO CMPX-SEQ-NBR.
004650     SET CMPX-CANCEL-TYPE TO TRUE.
004660     MOVE WS-VOIDED-SEQ-NBR TO CMPX-CANCEL-SEQ-NBR.
004670     OPEN EXTEND CMPRXTRS.
004680     IF WS-XTRS-STATUS = "35"
004690         OPEN OUTPUT CMPRXTRS
004700     END-IF.
004710     WRITE CMPX-EXTRACT-RECORD.
004720     CLOSE CMPRXTRS.
004730 4200-EXIT.
004740     EXIT.
004750*
004760 4300-COPY-ONE-XTR-VALUE.
004770     IF WS-SLOT-SUB <= CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD
004780         MOVE CMPR-AUD-VALUE OF CMPR-AUDIT-RECORD(WS-SLOT-SUB)
004790             TO CMPX-VALUE(WS-SLOT-SUB)
004800     ELSE
004810         MOVE ZERO TO CMPX-VALUE(WS-SLOT-SUB)
004820     END-IF.
004830 4300-EXIT.
004840     EXIT.
004850*
004860************************************************************
004870*    7900-READ-HIST-SEQ - PICK UP WHERE THE LAST CMPRHIST    *
004880*    RECORD (INTERACTIVE OR BATCH) LEFT OFF.  READ AFRESH    *
004890*    FOR EVERY VOID, SINCE A COMPARE MAY HAVE RUN SINCE.     *
004900************************************************************
004910 7900-READ-HIST-SEQ.
004920     MOVE ZERO TO WS-NEXT-SEQ-NBR.
004930     OPEN INPUT CMPRHSEQ.
004940     IF WS-HSEQ-STATUS = "00"
004950         READ CMPRHSEQ INTO CMPH-SEQUENCE-RECORD
004960             AT END CONTINUE
004970         END-READ
004980         MOVE CMPH-LAST-SEQ-NBR TO WS-NEXT-SEQ-NBR
004990         CLOSE CMPRHSEQ
005000     END-IF.
005010 7900-EXIT.
005020     EXIT.
005030*
005040************************************************************
005050*    7910-NEXT-HIST-SEQ - HAND OUT THE NEXT CMPRHIST         *
005060*    SEQUENCE NUMBER AND PERSIST IT BEFORE IT IS EVER USED   *
005070*    AS A RECORD KEY.                                        *
005080************************************************************
005090 7910-NEXT-HIST-SEQ.
005100     ADD 1 TO WS-NEXT-SEQ-NBR.
005110     MOVE WS-NEXT-SEQ-NBR TO CMPH-LAST-SEQ-NBR.
005120     OPEN OUTPUT CMPRHSEQ.
005130     WRITE CMPH-SEQUENCE-RECORD.
005140     CLOSE CMPRHSEQ.
005150     MOVE WS-NEXT-SEQ-NBR TO CMPR-AUD-SEQ-NBR
005160         OF CMPR-AUDIT-RECORD.
005170 7910-EXIT.
005180     EXIT.
