000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDAPRV.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - APPROVAL SCREEN FOR THE     *
000120*                     DUAL-CONTROL MASTER CHANGES WAITING ON *
000130*                     CMPRPEND.  A LEVEL-3 OPERATOR OTHER    *
000140*                     THAN THE ONE WHO KEYED THE CHANGE SEES *
000150*                     THE BEFORE AND AFTER IMAGES SIDE BY    *
000160*                     SIDE AND APPROVES OR DECLINES IT.  AN  *
000170*                     APPROVAL APPLIES THE CHANGE TO         *
000180*                     CMPRFEED, CMPRRATE OR CMPRPROF AND     *
000190*                     WRITES THE CMPRMAUD RECORD NAMING BOTH *
000200*                     OPERATORS; A DECLINE LEAVES THE MASTER *
000210*                     ALONE.  A CHANGE WHOSE MASTER RECORD   *
000220*                     HAS MOVED SINCE IT WAS KEYED IS NOT    *
000230*                     APPLIED OVER THE TOP.                  *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CMPRPEND ASSIGN TO "CMPRPEND"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CMPQ-PEND-NBR
000350         FILE STATUS IS WS-PEND-STATUS.
000360     SELECT CMPRFEED ASSIGN TO "CMPRFEED"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CMPF-FEED-ID OF CMPF-FEED-RECORD
000400         FILE STATUS IS WS-FEED-STATUS.
000410     SELECT CMPRRATE ASSIGN TO "CMPRRATE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CMPY-RATE-KEY OF CMPY-RATE-RECORD
000450         FILE STATUS IS WS-RATE-STATUS.
000460     SELECT CMPRPROF ASSIGN TO "CMPRPROF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CMPO-USERID OF CMPO-PROFILE-RECORD
000500         FILE STATUS IS WS-PROF-STATUS.
000510     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MAUD-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CMPRPEND
000570     RECORDING MODE IS F.
000580 COPY CMPPEND.
000590 FD  CMPRFEED
000600     RECORDING MODE IS F.
000610 COPY CMPFEED.
000620 FD  CMPRRATE
000630     RECORDING MODE IS F.
000640 COPY CMPRATE.
000650 FD  CMPRPROF
000660     RECORDING MODE IS F.
000670 COPY CMPPROF.
000680 FD  CMPRMAUD
000690     RECORDING MODE IS F.
000700 COPY CMPMAUD.
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
000740     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000750     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
000760     05  WS-PROF-STATUS          PIC X(02) VALUE SPACES.
000770     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000780     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000790         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000800     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000810         88  WS-END-OF-PENDING           VALUE 'Y'.
000820     05  WS-PROF-EOF-SWITCH      PIC X(01) VALUE 'N'.
000830         88  WS-END-OF-PROFILES          VALUE 'Y'.
000840     05  WS-FEED-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000850         88  WS-FEED-OPEN                VALUE 'Y'.
000860     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000870         88  WS-RATE-OPEN                VALUE 'Y'.
000880     05  WS-PROF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000890         88  WS-PROF-OPEN                VALUE 'Y'.
000900     05  WS-TARGET-SWITCH        PIC X(01) VALUE 'N'.
000910         88  WS-TARGET-FOUND             VALUE 'Y'.
000920 01  WS-COUNTERS.
000930     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000940     05  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
000950     05  WS-LEVEL3-COUNT         PIC 9(03) COMP VALUE ZERO.
000960     05  WS-FIELD-LINE           PIC 99 COMP VALUE ZERO.
000970 01  WS-EDIT-FIELDS.
000980     05  WS-ACTION-EDIT          PIC X(01).
000990     05  WS-NBR-EDIT             PIC X(08).
001000     05  WS-DECISION-EDIT        PIC X(01).
001010     05  WS-MORE-REPLY           PIC X(01).
001020     05  WS-PEND-NBR-DISP        PIC 9(08).
001030     05  WS-COUNT-DISP           PIC ZZZZ9.
001040     05  WS-RATE-DISP            PIC ZZ9.9(06).
001050     05  WS-TIME-WORK            PIC 9(08).
001060     05  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001070         10  WS-TIME-HHMM        PIC 9(04).
001080         10  FILLER              PIC 9(04).
001090     05  WS-DETAIL-LINE          PIC X(78).
001100     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
001110 01  WS-FIELD-WORK.
001120     05  WS-FIELD-LABEL          PIC X(12).
001130     05  WS-FIELD-BEFORE         PIC X(30).
001140     05  WS-FIELD-AFTER          PIC X(30).
001150 01  WS-AUDIT-WORK.
001160     05  WS-USERID               PIC X(08).
001170     05  WS-CURRENT-DATE         PIC 9(08).
001180     05  WS-CURRENT-IMAGE        PIC X(160).
001190*
001200*    THE PENDING IMAGES LAID OVER THE RECORD THEY CAME FROM,
001210*    SO THE CHECKER SEES FIELDS RATHER THAN A RAW STRING.
001220*
001230 COPY CMPFEED REPLACING CMPF-FEED-RECORD BY WS-BEFORE-FEED.
001240 COPY CMPFEED REPLACING CMPF-FEED-RECORD BY WS-AFTER-FEED.
001250 COPY CMPRATE REPLACING CMPY-RATE-RECORD BY WS-BEFORE-RATE.
001260 COPY CMPRATE REPLACING CMPY-RATE-RECORD BY WS-AFTER-RATE.
001270 COPY CMPPROF REPLACING CMPO-PROFILE-RECORD BY WS-BEFORE-PROF.
001280 COPY CMPPROF REPLACING CMPO-PROFILE-RECORD BY WS-AFTER-PROF.
001290*
001300 PROCEDURE DIVISION.
001310*
001320************************************************************
001330*    0000-MAINLINE                                          *
001340************************************************************
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
001380         UNTIL WS-QUIT-REQUESTED.
001390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001400     GOBACK.
001410*
001420************************************************************
001430*    1000-INITIALIZE - THE PENDING FILE IS CREATED EMPTY ON  *
001440*    FIRST USE.  THE MASTERS ARE ONLY OPENED, NEVER MADE -   *
001450*    A CHANGE CAN ONLY BE PENDING FOR A MASTER ITS OWN       *
001460*    SCREEN HAS ALREADY CREATED.                             *
001470************************************************************
001480 1000-INITIALIZE.
001490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001500     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
001510     IF WS-USERID = SPACES
001520         MOVE "UNKNOWN " TO WS-USERID
001530     END-IF.
001540     OPEN I-O CMPRPEND.
001550     IF WS-PEND-STATUS = "35"
001560         OPEN OUTPUT CMPRPEND
001570         CLOSE CMPRPEND
001580         OPEN I-O CMPRPEND
001590     END-IF.
001600     OPEN I-O CMPRFEED.
001610     IF WS-FEED-STATUS = "00"
001620         SET WS-FEED-OPEN TO TRUE
001630     END-IF.
001640     OPEN I-O CMPRRATE.
001650     IF WS-RATE-STATUS = "00"
001660         SET WS-RATE-OPEN TO TRUE
001670     END-IF.
001680     OPEN I-O CMPRPROF.
001690     IF WS-PROF-STATUS = "00"
001700         SET WS-PROF-OPEN TO TRUE
001710     END-IF.
001720     PERFORM 1100-CHECK-CHECKER THRU 1100-EXIT.
001730 1000-EXIT.
001740     EXIT.
001750*
001760************************************************************
001770*    1100-CHECK-CHECKER - ONLY A LEVEL-3 OPERATOR MAY        *
001780*    APPROVE, WHICHEVER WAY THE SCREEN WAS REACHED.  NO      *
001790*    PROFILE FILE AT ALL MEANS NO CHECKING, THE SAME RULE    *
001800*    CONDMENU APPLIES.                                       *
001810************************************************************
001820 1100-CHECK-CHECKER.
001830     IF NOT WS-PROF-OPEN
001840         GO TO 1100-EXIT
001850     END-IF.
001860     MOVE WS-USERID TO CMPO-USERID OF CMPO-PROFILE-RECORD.
001870     READ CMPRPROF
001880         INVALID KEY
001890             MOVE ZERO TO CMPO-AUTH-LEVEL OF CMPO-PROFILE-RECORD
001900     END-READ.
001910     IF NOT CMPO-MAINT-LEVEL OF CMPO-PROFILE-RECORD
001920         DISPLAY ERASE
001930         DISPLAY "CONDAPRV - LEVEL 3 IS NEEDED TO APPROVE CHANGES"
001940             LINE 2 COL 5
001950         DISPLAY "PRESS ENTER" LINE 4 COL 5
001960         ACCEPT WS-MORE-REPLY LINE 4 COL 17
001970         SET WS-QUIT-REQUESTED TO TRUE
001980     END-IF.
001990 1100-EXIT.
002000     EXIT.
002010*
002020************************************************************
002030*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
002040************************************************************
002050 2000-ACTION-LOOP.
002060     DISPLAY ERASE.
002070     DISPLAY "CONDAPRV - APPROVE PENDING CHANGES" LINE 2 COL 5.
002080     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
002090     MOVE SPACES TO WS-ERROR-MESSAGE.
002100     DISPLAY "L = LIST CHANGES AWAITING APPROVAL" LINE 5 COL 5.
002110     DISPLAY "R = REVIEW, APPROVE OR DECLINE ONE" LINE 6 COL 5.
002120     DISPLAY "X = RETURN TO MENU" LINE 7 COL 5.
002130     DISPLAY "ACTION :" LINE 9 COL 5.
002140     ACCEPT WS-ACTION-EDIT LINE 9 COL 14.
002150     EVALUATE WS-ACTION-EDIT
002160         WHEN 'L'
002170         WHEN 'l'
002180             PERFORM 3000-LIST-PENDING THRU 3000-EXIT
002190         WHEN 'R'
002200         WHEN 'r'
002210             PERFORM 4000-REVIEW-CHANGE THRU 4000-EXIT
002220         WHEN 'X'
002230         WHEN 'x'
002240             SET WS-QUIT-REQUESTED TO TRUE
002250         WHEN OTHER
002260             MOVE "ACTION MUST BE L, R OR X" TO WS-ERROR-MESSAGE
002270     END-EVALUATE.
002280 2000-EXIT.
002290     EXIT.
002300*
002310************************************************************
002320*    3000-LIST-PENDING - EVERY CHANGE STILL WAITING, OLDEST  *
002330*    FIRST, A PAGE AT A TIME.  DECIDED CHANGES ARE SKIPPED.  *
002340************************************************************
002350 3000-LIST-PENDING.
002360     DISPLAY ERASE.
002370     DISPLAY "CONDAPRV - CHANGES AWAITING APPROVAL" LINE 1 COL 1.
002380     MOVE 'N' TO WS-EOF-SWITCH.
002390     MOVE ZERO TO WS-LINE-ON-PAGE.
002400     MOVE ZERO TO WS-PENDING-COUNT.
002410     MOVE ZERO TO CMPQ-PEND-NBR.
002420     START CMPRPEND KEY IS NOT LESS THAN CMPQ-PEND-NBR
002430         INVALID KEY SET WS-END-OF-PENDING TO TRUE
002440     END-START.
002450     PERFORM 3100-READ-NEXT-PENDING THRU 3100-EXIT.
002460     PERFORM 3200-SHOW-ONE-PENDING THRU 3200-EXIT
002470         UNTIL WS-END-OF-PENDING.
002480     MOVE WS-PENDING-COUNT TO WS-COUNT-DISP.
002490     DISPLAY "CHANGES AWAITING APPROVAL :" LINE 21 COL 1.
002500     DISPLAY WS-COUNT-DISP LINE 21 COL 29.
002510     DISPLAY "END OF PENDING CHANGES - PRESS ENTER" LINE 22 COL 1.
002520     ACCEPT WS-MORE-REPLY LINE 22 COL 38.
002530 3000-EXIT.
002540     EXIT.
002550*
002560 3100-READ-NEXT-PENDING.
002570     READ CMPRPEND NEXT
002580         AT END SET WS-END-OF-PENDING TO TRUE
002590     END-READ.
002600 3100-EXIT.
002610     EXIT.
002620*
002630 3200-SHOW-ONE-PENDING.
002640     IF CMPQ-PENDING
002650         ADD 1 TO WS-PENDING-COUNT
002660         PERFORM 3300-BUILD-PENDING-LINE THRU 3300-EXIT
002670         ADD 1 TO WS-LINE-ON-PAGE
002680         DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1
002690         IF WS-LINE-ON-PAGE > 14
002700             PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
002710         END-IF
002720     END-IF.
002750     PERFORM 3100-READ-NEXT-PENDING THRU 3100-EXIT.
002760 3200-EXIT.
002770     EXIT.
002780*
002790 3300-BUILD-PENDING-LINE.
002800     MOVE CMPQ-MADE-TIME TO WS-TIME-WORK.
002810     MOVE SPACES TO WS-DETAIL-LINE.
002820     STRING CMPQ-PEND-NBR DELIMITED BY SIZE
002830         "  " DELIMITED BY SIZE
002840         CMPQ-PROGRAM DELIMITED BY SIZE
002850         "  " DELIMITED BY SIZE
002860         CMPQ-ACTION DELIMITED BY SIZE
002870         "  " DELIMITED BY SIZE
002880         CMPQ-RECORD-KEY DELIMITED BY SIZE
002890         "  " DELIMITED BY SIZE
002900         CMPQ-MAKER-USERID DELIMITED BY SIZE
002910         "  " DELIMITED BY SIZE
002920         CMPQ-MADE-DATE DELIMITED BY SIZE
002930         " " DELIMITED BY SIZE
002940         WS-TIME-HHMM DELIMITED BY SIZE
002950         INTO WS-DETAIL-LINE.
002960 3300-EXIT.
002970     EXIT.
002980*
002990 3500-PAGE-BREAK.
003000     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
003010     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
003020     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
003030         SET WS-END-OF-PENDING TO TRUE
003040     ELSE
003050         DISPLAY ERASE
003060         DISPLAY "CONDAPRV - CHANGES AWAITING APPROVAL"
003070             LINE 1 COL 1
003080         MOVE ZERO TO WS-LINE-ON-PAGE
003090     END-IF.
003100 3500-EXIT.
003110     EXIT.
003120*
003130************************************************************
003140*    4000-REVIEW-CHANGE - FIND THE CHANGE, SHOW IT SIDE BY   *
003150*    SIDE AND TAKE THE DECISION.  NOBODY MAY CHECK THEIR     *
003160*    OWN WORK, AND NOBODY MAY APPROVE A CHANGE TO THEIR OWN  *
003170*    PROFILE.  A BLANK REPLY LEAVES THE CHANGE PENDING.      *
003180************************************************************
003190 4000-REVIEW-CHANGE.
003200     PERFORM 4100-ASK-FOR-CHANGE THRU 4100-EXIT.
003210     IF NOT WS-TARGET-FOUND
003220         GO TO 4000-EXIT
003230     END-IF.
003240     PERFORM 4200-SHOW-CHANGE THRU 4200-EXIT.
003250     DISPLAY "A = APPROVE, R = DECLINE, BLANK = LEAVE PENDING :"
003260         LINE 18 COL 5.
003270     MOVE SPACES TO WS-DECISION-EDIT.
003280     ACCEPT WS-DECISION-EDIT LINE 18 COL 55.
003290     MOVE CMPQ-PEND-NBR TO WS-PEND-NBR-DISP.
003300     EVALUATE WS-DECISION-EDIT
003310         WHEN 'A'
003320         WHEN 'a'
003330             PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
003340         WHEN 'R'
003350         WHEN 'r'
003360             PERFORM 6000-DECLINE-CHANGE THRU 6000-EXIT
003370         WHEN OTHER
003380             MOVE "CHANGE LEFT PENDING" TO WS-ERROR-MESSAGE
003390     END-EVALUATE.
003400 4000-EXIT.
003410     EXIT.
003420*
003430 4100-ASK-FOR-CHANGE.
003440     MOVE 'N' TO WS-TARGET-SWITCH.
003450     DISPLAY ERASE.
003460     DISPLAY "CONDAPRV - CHANGE NUMBER (NNNNNNNN) :"
003470         LINE 4 COL 5.
003480     ACCEPT WS-NBR-EDIT LINE 4 COL 43.
003490     IF WS-NBR-EDIT IS NOT NUMERIC
003500         MOVE "CHANGE NUMBER MUST BE NUMERIC (NNNNNNNN)"
003510             TO WS-ERROR-MESSAGE
003520         GO TO 4100-EXIT
003530     END-IF.
003540     MOVE WS-NBR-EDIT TO CMPQ-PEND-NBR.
003550     READ CMPRPEND
003560         INVALID KEY
003570             MOVE "NO PENDING CHANGE WITH THAT NUMBER"
003580                 TO WS-ERROR-MESSAGE
003590             GO TO 4100-EXIT
003600     END-READ.
003610     IF NOT CMPQ-PENDING
003620         MOVE "CHANGE ALREADY APPROVED OR DECLINED"
003630             TO WS-ERROR-MESSAGE
003640         GO TO 4100-EXIT
003650     END-IF.
003660     IF CMPQ-MAKER-USERID = WS-USERID
003670         MOVE "MAKER MAY NOT APPROVE OWN CHANGE"
003680             TO WS-ERROR-MESSAGE
003690         GO TO 4100-EXIT
003700     END-IF.
003710     IF CMPQ-PROFILE-CHANGE AND CMPQ-RECORD-KEY = WS-USERID
003720         MOVE "MAY NOT APPROVE CHANGE TO OWN PROFILE"
003730             TO WS-ERROR-MESSAGE
003740         GO TO 4100-EXIT
003750     END-IF.
003760     SET WS-TARGET-FOUND TO TRUE.
003770 4100-EXIT.
003780     EXIT.
003790*
003800************************************************************
003810*    4200-SHOW-CHANGE - WHO KEYED WHAT, THEN EACH FIELD OF   *
003820*    THE RECORD BEFORE AND AFTER, WITH A '*' AGAINST EVERY   *
003830*    FIELD THE CHANGE MOVES.                                 *
003840************************************************************
003850 4200-SHOW-CHANGE.
003860     PERFORM 3300-BUILD-PENDING-LINE THRU 3300-EXIT.
003870     DISPLAY "CHANGE    MASTER    A  KEY               KEYED BY"
003880         LINE 6 COL 1.
003890     DISPLAY WS-DETAIL-LINE LINE 7 COL 1.
003900     DISPLAY "FIELD" LINE 9 COL 5.
003910     DISPLAY "BEFORE" LINE 9 COL 18.
003920     DISPLAY "AFTER" LINE 9 COL 49.
003930     MOVE 9 TO WS-FIELD-LINE.
003940     EVALUATE TRUE
003950         WHEN CMPQ-FEED-CHANGE
003960             PERFORM 4300-SHOW-FEED THRU 4300-EXIT
003970         WHEN CMPQ-RATE-CHANGE
003980             PERFORM 4400-SHOW-RATE THRU 4400-EXIT
003990         WHEN CMPQ-PROFILE-CHANGE
004000             PERFORM 4500-SHOW-PROFILE THRU 4500-EXIT
004010     END-EVALUATE.
004020 4200-EXIT.
004030     EXIT.
004040*
004050 4300-SHOW-FEED.
004060     MOVE CMPQ-BEFORE-IMAGE TO WS-BEFORE-FEED.
004070     MOVE CMPQ-AFTER-IMAGE TO WS-AFTER-FEED.
004080     MOVE "FEED ID" TO WS-FIELD-LABEL.
004090     MOVE CMPF-FEED-ID OF WS-BEFORE-FEED TO WS-FIELD-BEFORE.
004100     MOVE CMPF-FEED-ID OF WS-AFTER-FEED TO WS-FIELD-AFTER.
004110     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004120     MOVE "NAME" TO WS-FIELD-LABEL.
004130     MOVE CMPF-FEED-NAME OF WS-BEFORE-FEED TO WS-FIELD-BEFORE.
004140     MOVE CMPF-FEED-NAME OF WS-AFTER-FEED TO WS-FIELD-AFTER.
004150     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004160     MOVE "ACTIVE FLAG" TO WS-FIELD-LABEL.
004170     MOVE CMPF-ACTIVE-FLAG OF WS-BEFORE-FEED TO WS-FIELD-BEFORE.
004180     MOVE CMPF-ACTIVE-FLAG OF WS-AFTER-FEED TO WS-FIELD-AFTER.
004190     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004200     MOVE "CURRENCY" TO WS-FIELD-LABEL.
004210     MOVE CMPF-CURRENCY-CODE OF WS-BEFORE-FEED TO WS-FIELD-BEFORE.
004220     MOVE CMPF-CURRENCY-CODE OF WS-AFTER-FEED TO WS-FIELD-AFTER.
004230     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004240     MOVE "FREQUENCY" TO WS-FIELD-LABEL.
004250     MOVE CMPF-FREQUENCY OF WS-BEFORE-FEED TO WS-FIELD-BEFORE.
004260     MOVE CMPF-FREQUENCY OF WS-AFTER-FEED TO WS-FIELD-AFTER.
004270     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004280 4300-EXIT.
004290     EXIT.
004300*
004310 4400-SHOW-RATE.
004320     MOVE CMPQ-BEFORE-IMAGE TO WS-BEFORE-RATE.
004330     MOVE CMPQ-AFTER-IMAGE TO WS-AFTER-RATE.
004340     MOVE "CURRENCY" TO WS-FIELD-LABEL.
004350     MOVE CMPY-CURRENCY-CODE OF WS-BEFORE-RATE TO WS-FIELD-BEFORE.
004360     MOVE CMPY-CURRENCY-CODE OF WS-AFTER-RATE TO WS-FIELD-AFTER.
004370     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004380     MOVE "RATE DATE" TO WS-FIELD-LABEL.
004390     MOVE CMPY-RATE-DATE OF WS-BEFORE-RATE TO WS-FIELD-BEFORE.
004400     MOVE CMPY-RATE-DATE OF WS-AFTER-RATE TO WS-FIELD-AFTER.
004410     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004420     MOVE "RATE TO USD" TO WS-FIELD-LABEL.
004430     MOVE SPACES TO WS-FIELD-BEFORE.
004440     MOVE SPACES TO WS-FIELD-AFTER.
004450     IF CMPQ-BEFORE-IMAGE NOT = SPACES
004460         MOVE CMPY-RATE-TO-BASE OF WS-BEFORE-RATE TO WS-RATE-DISP
004470         MOVE WS-RATE-DISP TO WS-FIELD-BEFORE
004480     END-IF.
004490     IF CMPQ-AFTER-IMAGE NOT = SPACES
004500         MOVE CMPY-RATE-TO-BASE OF WS-AFTER-RATE TO WS-RATE-DISP
004510         MOVE WS-RATE-DISP TO WS-FIELD-AFTER
004520     END-IF.
004530     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004540 4400-EXIT.
004550     EXIT.
004560*
004570 4500-SHOW-PROFILE.
004580     MOVE CMPQ-BEFORE-IMAGE TO WS-BEFORE-PROF.
004590     MOVE CMPQ-AFTER-IMAGE TO WS-AFTER-PROF.
004600     MOVE "USERID" TO WS-FIELD-LABEL.
004610     MOVE CMPO-USERID OF WS-BEFORE-PROF TO WS-FIELD-BEFORE.
004620     MOVE CMPO-USERID OF WS-AFTER-PROF TO WS-FIELD-AFTER.
004630     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004640     MOVE "LEVEL" TO WS-FIELD-LABEL.
004650     MOVE CMPO-AUTH-LEVEL OF WS-BEFORE-PROF TO WS-FIELD-BEFORE.
004660     MOVE CMPO-AUTH-LEVEL OF WS-AFTER-PROF TO WS-FIELD-AFTER.
004670     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004680     MOVE "NAME" TO WS-FIELD-LABEL.
004690     MOVE CMPO-OPERATOR-NAME OF WS-BEFORE-PROF TO WS-FIELD-BEFORE.
004700     MOVE CMPO-OPERATOR-NAME OF WS-AFTER-PROF TO WS-FIELD-AFTER.
004710     PERFORM 4800-SHOW-ONE-FIELD THRU 4800-EXIT.
004720 4500-EXIT.
004730     EXIT.
004740*
004750 4800-SHOW-ONE-FIELD.
004760     ADD 1 TO WS-FIELD-LINE.
004770     IF WS-FIELD-BEFORE NOT = WS-FIELD-AFTER
004780         DISPLAY "*" LINE WS-FIELD-LINE COL 3
004790     END-IF.
004800     DISPLAY WS-FIELD-LABEL LINE WS-FIELD-LINE COL 5.
004810     DISPLAY WS-FIELD-BEFORE LINE WS-FIELD-LINE COL 18.
004820     DISPLAY WS-FIELD-AFTER LINE WS-FIELD-LINE COL 49.
004830 4800-EXIT.
004840     EXIT.
004850*
004860************************************************************
004870*    5000-APPROVE-CHANGE - APPLY THE AFTER IMAGE TO ITS      *
004880*    MASTER, THEN MARK THE CHANGE APPROVED AND WRITE THE     *
004890*    CMPRMAUD RECORD.  IF THE MASTER CANNOT TAKE IT THE      *
004900*    CHANGE STAYS PENDING WITH THE REASON SHOWN, AND THE     *
004910*    CHECKER DECLINES IT FOR THE MAKER TO KEY AGAIN.         *
004920************************************************************
004930 5000-APPROVE-CHANGE.
004940     EVALUATE TRUE
004950         WHEN CMPQ-FEED-CHANGE
004960             PERFORM 5100-APPLY-FEED THRU 5100-EXIT
004970         WHEN CMPQ-RATE-CHANGE
004980             PERFORM 5200-APPLY-RATE THRU 5200-EXIT
004990         WHEN CMPQ-PROFILE-CHANGE
005000             PERFORM 5300-APPLY-PROFILE THRU 5300-EXIT
005010         WHEN OTHER
005020             MOVE "CHANGE IS FOR AN UNKNOWN MASTER"
005030                 TO WS-ERROR-MESSAGE
005040     END-EVALUATE.
005050     IF WS-ERROR-MESSAGE NOT = SPACES
005060         GO TO 5000-EXIT
005070     END-IF.
005080     SET CMPQ-APPROVED TO TRUE.
005090     PERFORM 6500-RECORD-DECISION THRU 6500-EXIT.
005100     PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT.
005110     IF WS-ERROR-MESSAGE = SPACES
005120         STRING "CHANGE " DELIMITED BY SIZE
005130             WS-PEND-NBR-DISP DELIMITED BY SIZE
005140             " APPROVED AND APPLIED" DELIMITED BY SIZE
005150             INTO WS-ERROR-MESSAGE
005160     END-IF.
005170 5000-EXIT.
005180     EXIT.
005190*
005200************************************************************
005210*    5100-APPLY-FEED - AN ADD IS WRITTEN; A CHANGE OR        *
005220*    DEACTIVATE IS ONLY REWRITTEN OVER THE RECORD IT WAS     *
005230*    KEYED AGAINST, NOT OVER SOMETHING THAT HAS MOVED SINCE. *
005240************************************************************
005250 5100-APPLY-FEED.
005260     IF NOT WS-FEED-OPEN
005270         MOVE "FEED MASTER NOT AVAILABLE" TO WS-ERROR-MESSAGE
005280         GO TO 5100-EXIT
005290     END-IF.
005300     IF CMPQ-ADD
005310         MOVE CMPQ-AFTER-IMAGE TO CMPF-FEED-RECORD
005320         WRITE CMPF-FEED-RECORD
005330             INVALID KEY
005340                 MOVE "FEED ID IS ALREADY ON FILE - DECLINE IT"
005350                     TO WS-ERROR-MESSAGE
005360         END-WRITE
005370         GO TO 5100-EXIT
005380     END-IF.
005390     MOVE CMPQ-BEFORE-IMAGE TO CMPF-FEED-RECORD.
005400     READ CMPRFEED
005410         INVALID KEY
005420             MOVE "RECORD IS NO LONGER ON FILE - DECLINE IT"
005430                 TO WS-ERROR-MESSAGE
005440             GO TO 5100-EXIT
005450     END-READ.
005460     MOVE CMPF-FEED-RECORD TO WS-CURRENT-IMAGE.
005470     IF WS-CURRENT-IMAGE NOT = CMPQ-BEFORE-IMAGE
005480         MOVE "MASTER HAS CHANGED SINCE - DECLINE IT"
005490             TO WS-ERROR-MESSAGE
005500         GO TO 5100-EXIT
005510     END-IF.
005520     MOVE CMPQ-AFTER-IMAGE TO CMPF-FEED-RECORD.
005530     REWRITE CMPF-FEED-RECORD
005540         INVALID KEY
005550             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
005560     END-REWRITE.
005570 5100-EXIT.
005580     EXIT.
005590*
005600************************************************************
005610*    5200-APPLY-RATE - THE SAME RULES AS A FEED, PLUS THE    *
005620*    DELETE A WRONG RATE CALLS FOR.                          *
005630************************************************************
005640 5200-APPLY-RATE.
005650     IF NOT WS-RATE-OPEN
005660         MOVE "RATE FILE NOT AVAILABLE" TO WS-ERROR-MESSAGE
005670         GO TO 5200-EXIT
005680     END-IF.
005690     IF CMPQ-ADD
005700         MOVE CMPQ-AFTER-IMAGE TO CMPY-RATE-RECORD
005710         WRITE CMPY-RATE-RECORD
005720             INVALID KEY
005730                 MOVE "RATE IS ALREADY ON FILE - DECLINE IT"
005740                     TO WS-ERROR-MESSAGE
005750         END-WRITE
005760         GO TO 5200-EXIT
005770     END-IF.
005780     MOVE CMPQ-BEFORE-IMAGE TO CMPY-RATE-RECORD.
005790     READ CMPRRATE
005800         INVALID KEY
005810             MOVE "RECORD IS NO LONGER ON FILE - DECLINE IT"
005820                 TO WS-ERROR-MESSAGE
005830             GO TO 5200-EXIT
005840     END-READ.
005850     MOVE CMPY-RATE-RECORD TO WS-CURRENT-IMAGE.
005860     IF WS-CURRENT-IMAGE NOT = CMPQ-BEFORE-IMAGE
005870         MOVE "MASTER HAS CHANGED SINCE - DECLINE IT"
005880             TO WS-ERROR-MESSAGE
005890         GO TO 5200-EXIT
005900     END-IF.
005910     IF CMPQ-DELETE
005920         DELETE CMPRRATE
005930             INVALID KEY
005940                 MOVE "DELETE FAILED" TO WS-ERROR-MESSAGE
005950         END-DELETE
005960         GO TO 5200-EXIT
005970     END-IF.
005980     MOVE CMPQ-AFTER-IMAGE TO CMPY-RATE-RECORD.
005990     REWRITE CMPY-RATE-RECORD
006000         INVALID KEY
006010             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
006020     END-REWRITE.
006030 5200-EXIT.
006040     EXIT.
006050*
006060************************************************************
006070*    5300-APPLY-PROFILE - THE SAME RULES AGAIN, AND THE      *
006080*    CONDPROF RULE IS CHECKED A SECOND TIME AGAINST THE FILE *
006090*    AS IT STANDS NOW: THE LAST LEVEL-3 PROFILE IS NEVER     *
006100*    DEMOTED OR DELETED, WHATEVER ELSE HAS BEEN APPROVED IN  *
006110*    THE MEANTIME.                                           *
006120************************************************************
006130 5300-APPLY-PROFILE.
006140     IF NOT WS-PROF-OPEN
006150         MOVE "PROFILE FILE NOT AVAILABLE" TO WS-ERROR-MESSAGE
006160         GO TO 5300-EXIT
006170     END-IF.
006180     IF CMPQ-ADD
006190         MOVE CMPQ-AFTER-IMAGE TO CMPO-PROFILE-RECORD
006200         WRITE CMPO-PROFILE-RECORD
006210             INVALID KEY
006220                 MOVE "USERID IS ALREADY ON FILE - DECLINE IT"
006230                     TO WS-ERROR-MESSAGE
006240         END-WRITE
006250         GO TO 5300-EXIT
006260     END-IF.
006270     MOVE CMPQ-BEFORE-IMAGE TO WS-BEFORE-PROF.
006280     MOVE CMPQ-AFTER-IMAGE TO WS-AFTER-PROF.
006290     IF CMPO-MAINT-LEVEL OF WS-BEFORE-PROF
006300             AND (CMPQ-DELETE
006310              OR NOT CMPO-MAINT-LEVEL OF WS-AFTER-PROF)
006320         PERFORM 5400-COUNT-LEVEL3 THRU 5400-EXIT
006330         IF WS-LEVEL3-COUNT < 2
006340             MOVE "LAST LEVEL-3 PROFILE - DECLINE IT"
006350                 TO WS-ERROR-MESSAGE
006360             GO TO 5300-EXIT
006370         END-IF
006380     END-IF.
006390     MOVE CMPQ-BEFORE-IMAGE TO CMPO-PROFILE-RECORD.
006400     READ CMPRPROF
006410         INVALID KEY
006420             MOVE "RECORD IS NO LONGER ON FILE - DECLINE IT"
006430                 TO WS-ERROR-MESSAGE
006440             GO TO 5300-EXIT
006450     END-READ.
006460     MOVE CMPO-PROFILE-RECORD TO WS-CURRENT-IMAGE.
006470     IF WS-CURRENT-IMAGE NOT = CMPQ-BEFORE-IMAGE
006480         MOVE "MASTER HAS CHANGED SINCE - DECLINE IT"
006490             TO WS-ERROR-MESSAGE
006500         GO TO 5300-EXIT
006510     END-IF.
006520     IF CMPQ-DELETE
006530         DELETE CMPRPROF
006540             INVALID KEY
006550                 MOVE "DELETE FAILED" TO WS-ERROR-MESSAGE
006560         END-DELETE
006570         GO TO 5300-EXIT
006580     END-IF.
006590     MOVE CMPQ-AFTER-IMAGE TO CMPO-PROFILE-RECORD.
006600     REWRITE CMPO-PROFILE-RECORD
006610         INVALID KEY
006620             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
006630     END-REWRITE.
006640 5300-EXIT.
006650     EXIT.
006660*
006670 5400-COUNT-LEVEL3.
006680     MOVE ZERO TO WS-LEVEL3-COUNT.
006690     MOVE 'N' TO WS-PROF-EOF-SWITCH.
006700     MOVE SPACES TO CMPO-USERID OF CMPO-PROFILE-RECORD.
006710     START CMPRPROF
006720         KEY IS NOT LESS THAN CMPO-USERID OF CMPO-PROFILE-RECORD
006730         INVALID KEY SET WS-END-OF-PROFILES TO TRUE
006740     END-START.
006750     PERFORM 5500-COUNT-ONE-PROFILE THRU 5500-EXIT
006760         UNTIL WS-END-OF-PROFILES.
006770 5400-EXIT.
006780     EXIT.
006790*
006800 5500-COUNT-ONE-PROFILE.
006810     READ CMPRPROF NEXT
006820         AT END SET WS-END-OF-PROFILES TO TRUE
006830     END-READ.
006840     IF NOT WS-END-OF-PROFILES
006850         IF CMPO-MAINT-LEVEL OF CMPO-PROFILE-RECORD
006860             ADD 1 TO WS-LEVEL3-COUNT
006870         END-IF
006880     END-IF.
006890 5500-EXIT.
006900     EXIT.
006910*
006920************************************************************
006930*    6000-DECLINE-CHANGE - THE MASTER IS LEFT ALONE; THE     *
006940*    CHANGE IS KEPT ON CMPRPEND MARKED DECLINED, WITH WHO    *
006950*    DECLINED IT AND WHEN.                                   *
006960************************************************************
006970 6000-DECLINE-CHANGE.
006980     SET CMPQ-DECLINED TO TRUE.
006990     PERFORM 6500-RECORD-DECISION THRU 6500-EXIT.
007000     IF WS-ERROR-MESSAGE = SPACES
007010         STRING "CHANGE " DELIMITED BY SIZE
007020             WS-PEND-NBR-DISP DELIMITED BY SIZE
007030             " DECLINED" DELIMITED BY SIZE
007040             INTO WS-ERROR-MESSAGE
007050     END-IF.
007060 6000-EXIT.
007070     EXIT.
007080*
007090 6500-RECORD-DECISION.
007100     MOVE WS-USERID TO CMPQ-CHECKER-USERID.
007110     MOVE WS-CURRENT-DATE TO CMPQ-DECIDED-DATE.
007120     ACCEPT CMPQ-DECIDED-TIME FROM TIME.
007130     REWRITE CMPQ-PENDING-RECORD
007140         INVALID KEY
007150             MOVE "PENDING CHANGE REWRITE FAILED"
007160                 TO WS-ERROR-MESSAGE
007170     END-REWRITE.
007180 6500-EXIT.
007190     EXIT.
007200*
007210************************************************************
007220*    7000-WRITE-MAINT-AUDIT - THE SAME CMPRMAUD RECORD THE   *
007230*    MAINTENANCE SCREENS WROTE BEFORE DUAL CONTROL, UNDER    *
007240*    THE MAKER'S USERID AND SCREEN, WITH THE CHECKER ADDED.  *
007250************************************************************
007260 7000-WRITE-MAINT-AUDIT.
007270     OPEN EXTEND CMPRMAUD.
007280     IF WS-MAUD-STATUS = "35"
007290         OPEN OUTPUT CMPRMAUD
007300     END-IF.
007310     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
007320     MOVE CMPQ-MAKER-USERID TO CMPM-USERID.
007330     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
007340     ACCEPT CMPM-AUDIT-TIME FROM TIME.
007350     MOVE CMPQ-PROGRAM TO CMPM-PROGRAM.
007360     MOVE CMPQ-ACTION TO CMPM-ACTION.
007370     MOVE CMPQ-RECORD-KEY TO CMPM-RECORD-KEY.
007380     MOVE CMPQ-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
007390     MOVE CMPQ-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
007400     MOVE WS-USERID TO CMPM-CHECKER-USERID.
007410     WRITE CMPM-MAINT-AUDIT-RECORD.
007420     CLOSE CMPRMAUD.
007430 7000-EXIT.
007440     EXIT.
007450*
007460************************************************************
007470*    8000-TERMINATE                                         *
007480************************************************************
007490 8000-TERMINATE.
007500     CLOSE CMPRPEND.
007510     IF WS-FEED-OPEN
007520         CLOSE CMPRFEED
007530     END-IF.
007540     IF WS-RATE-OPEN
007550         CLOSE CMPRRATE
007560     END-IF.
007570     IF WS-PROF-OPEN
007580         CLOSE CMPRPROF
007590     END-IF.
007600 8000-EXIT.
007610     EXIT.
