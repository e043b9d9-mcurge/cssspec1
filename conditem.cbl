000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDITEM.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - MAINTENANCE SCREEN FOR THE  *
000120*                     CMPRITEM ITEM MASTER.  ADD, CHANGE,    *
000130*                     DEACTIVATE (OR REACTIVATE) AND BROWSE  *
000140*                     THE ITEMS COMPARISON SETS ARE QUOTED   *
000150*                     AGAINST, EACH WITH ITS DESCRIPTION AND *
000160*                     PRICE SELECTION RULE (H HIGHEST, M     *
000170*                     MEDIAN, L LOWEST, P PREFERRED FEED).   *
000180*                     CONDBAT, CONDTMNT AND CONDCNVT REFUSE  *
000190*                     AN ITEM NOBODY HAS SET UP HERE.  EVERY *
000200*                     ACTION IS LOGGED TO CMPRMAUD.          *
000210************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CMPI-ITEM-ID
000320         FILE STATUS IS WS-ITEM-STATUS.
000330     SELECT CMPRFEED ASSIGN TO "CMPRFEED"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CMPF-FEED-ID
000370         FILE STATUS IS WS-FEED-STATUS.
000380     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MAUD-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CMPRITEM
000440     RECORDING MODE IS F.
000450 COPY CMPITEM.
000460 FD  CMPRFEED
000470     RECORDING MODE IS F.
000480 COPY CMPFEED.
000490 FD  CMPRMAUD
000500     RECORDING MODE IS F.
000510 COPY CMPMAUD.
000520 WORKING-STORAGE SECTION.
000530 01  WS-SWITCHES.
000540     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000550     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000560     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000570     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000580         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000590     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000600         88  WS-END-OF-ITEMS             VALUE 'Y'.
000610     05  WS-FEED-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000620         88  WS-FEED-USABLE              VALUE 'Y'.
000630     05  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
000640         88  WS-FIELD-VALID              VALUE 'Y'.
000650         88  WS-FIELD-INVALID            VALUE 'N'.
000660 01  WS-COUNTERS.
000670     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000680 01  WS-EDIT-FIELDS.
000690     05  WS-ACTION-EDIT          PIC X(01).
000700     05  WS-ID-EDIT              PIC X(08).
000710     05  WS-DESC-EDIT            PIC X(30).
000720     05  WS-FLAG-EDIT            PIC X(01).
000730     05  WS-RULE-EDIT            PIC X(01).
000740     05  WS-PREF-EDIT            PIC X(04).
000750     05  WS-MORE-REPLY           PIC X(01).
000760     05  WS-DETAIL-LINE          PIC X(78).
000770     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000780 01  WS-AUDIT-WORK.
000790     05  WS-USERID               PIC X(08).
000800     05  WS-CURRENT-DATE         PIC 9(08).
000810     05  WS-MAINT-ACTION         PIC X(01).
000820     05  WS-BEFORE-IMAGE         PIC X(160).
000830     05  WS-AFTER-IMAGE          PIC X(160).
000840*
000850 PROCEDURE DIVISION.
000860*
000870************************************************************
000880*    0000-MAINLINE                                          *
000890************************************************************
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
000930         UNTIL WS-QUIT-REQUESTED.
000940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000950     GOBACK.
000960*
000970************************************************************
000980*    1000-INITIALIZE - THE MASTER IS CREATED EMPTY ON THE    *
000990*    VERY FIRST USE, THE SAME WAY THE FEED MASTER IS.  THE   *
001000*    FEED MASTER IS OPENED FOR READS SO A PREFERRED FEED     *
001010*    CAN BE CHECKED AS IT IS KEYED.                          *
001020************************************************************
001030 1000-INITIALIZE.
001040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001050     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
001060     IF WS-USERID = SPACES
001070         MOVE "UNKNOWN " TO WS-USERID
001080     END-IF.
001090     OPEN I-O CMPRITEM.
001100     IF WS-ITEM-STATUS = "35"
001110         OPEN OUTPUT CMPRITEM
001120         CLOSE CMPRITEM
001130         OPEN I-O CMPRITEM
001140     END-IF.
001150     OPEN INPUT CMPRFEED.
001160     IF WS-FEED-STATUS = "00"
001170         SET WS-FEED-USABLE TO TRUE
001180     END-IF.
001190 1000-EXIT.
001200     EXIT.
001210*
001220************************************************************
001230*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
001240************************************************************
001250 2000-ACTION-LOOP.
001260     DISPLAY ERASE.
001270     DISPLAY "CONDITEM - ITEM MASTER MAINTENANCE" LINE 2 COL 5.
001280     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001290     MOVE SPACES TO WS-ERROR-MESSAGE.
001300     DISPLAY "B = BROWSE ITEMS" LINE 5 COL 5.
001310     DISPLAY "A = ADD AN ITEM" LINE 6 COL 5.
001320     DISPLAY "C = CHANGE DESCRIPTION / FLAG / RULE" LINE 7 COL 5.
001330     DISPLAY "D = DEACTIVATE AN ITEM" LINE 8 COL 5.
001340     DISPLAY "X = RETURN TO MENU" LINE 9 COL 5.
001350     DISPLAY "ACTION :" LINE 11 COL 5.
001360     ACCEPT WS-ACTION-EDIT LINE 11 COL 14.
001370     EVALUATE WS-ACTION-EDIT
001380         WHEN 'B'
001390         WHEN 'b'
001400             PERFORM 3000-BROWSE-ITEMS THRU 3000-EXIT
001410         WHEN 'A'
001420         WHEN 'a'
001430             PERFORM 4000-ADD-ITEM THRU 4000-EXIT
001440         WHEN 'C'
001450         WHEN 'c'
001460             PERFORM 5000-CHANGE-ITEM THRU 5000-EXIT
001470         WHEN 'D'
001480         WHEN 'd'
001490             PERFORM 6000-DEACTIVATE-ITEM THRU 6000-EXIT
001500         WHEN 'X'
001510         WHEN 'x'
001520             SET WS-QUIT-REQUESTED TO TRUE
001530         WHEN OTHER
001540             MOVE "ACTION MUST BE B, A, C, D OR X"
001550                 TO WS-ERROR-MESSAGE
001560     END-EVALUATE.
001570 2000-EXIT.
001580     EXIT.
001590*
001600************************************************************
001610*    3000-BROWSE-ITEMS - THE WHOLE MASTER A PAGE AT A TIME.  *
001620************************************************************
001630 3000-BROWSE-ITEMS.
001640     DISPLAY ERASE.
001650     DISPLAY "CONDITEM - ITEM MASTER BROWSE" LINE 1 COL 1.
001660     MOVE 'N' TO WS-EOF-SWITCH.
001670     MOVE ZERO TO WS-LINE-ON-PAGE.
001680     MOVE SPACES TO CMPI-ITEM-ID.
001690     START CMPRITEM KEY IS NOT LESS THAN CMPI-ITEM-ID
001700         INVALID KEY SET WS-END-OF-ITEMS TO TRUE
001710     END-START.
001720     PERFORM 3100-READ-NEXT-ITEM THRU 3100-EXIT.
001730     PERFORM 3200-SHOW-ONE-ITEM THRU 3200-EXIT
001740         UNTIL WS-END-OF-ITEMS.
001750     DISPLAY "END OF ITEMS - PRESS ENTER" LINE 22 COL 1.
001760     ACCEPT WS-MORE-REPLY LINE 22 COL 28.
001770 3000-EXIT.
001780     EXIT.
001790*
001800 3100-READ-NEXT-ITEM.
001810     IF NOT WS-END-OF-ITEMS
001820         READ CMPRITEM NEXT
001830             AT END SET WS-END-OF-ITEMS TO TRUE
001840         END-READ
001850     END-IF.
001860 3100-EXIT.
001870     EXIT.
001880*
001890 3200-SHOW-ONE-ITEM.
001900     MOVE SPACES TO WS-DETAIL-LINE.
001910     STRING CMPI-ITEM-ID DELIMITED BY SIZE
001920         "  " DELIMITED BY SIZE
001930         CMPI-DESCRIPTION DELIMITED BY SIZE
001940         "  " DELIMITED BY SIZE
001950         CMPI-ACTIVE-FLAG DELIMITED BY SIZE
001960         "  " DELIMITED BY SIZE
001970         CMPI-SELECT-RULE DELIMITED BY SIZE
001980         "  " DELIMITED BY SIZE
001990         CMPI-PREFERRED-FEED DELIMITED BY SIZE
002000         INTO WS-DETAIL-LINE.
002010     ADD 1 TO WS-LINE-ON-PAGE.
002020     DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1.
002030     IF WS-LINE-ON-PAGE > 14
002040         PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
002050     END-IF.
002060     PERFORM 3100-READ-NEXT-ITEM THRU 3100-EXIT.
002070 3200-EXIT.
002080     EXIT.
002090*
002100 3500-PAGE-BREAK.
002110     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
002120     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
002130     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
002140         SET WS-END-OF-ITEMS TO TRUE
002150     ELSE
002160         DISPLAY ERASE
002170         DISPLAY "CONDITEM - ITEM MASTER BROWSE" LINE 1 COL 1
002180         MOVE ZERO TO WS-LINE-ON-PAGE
002190     END-IF.
002200 3500-EXIT.
002210     EXIT.
002220*
002230************************************************************
002240*    4000-ADD-ITEM - A NEW ITEM GOES ON ACTIVE.  A BLANK     *
002250*    RULE TAKES THE HIGHEST VALUE, AS EVERY ITEM DID BEFORE  *
002260*    RULES WERE CARRIED.                                     *
002270************************************************************
002280 4000-ADD-ITEM.
002290     DISPLAY ERASE.
002300     DISPLAY "CONDITEM - ADD AN ITEM" LINE 2 COL 5.
002310     DISPLAY "ITEM ID (8 CHARS)  :" LINE 4 COL 5.
002320     ACCEPT WS-ID-EDIT LINE 4 COL 26.
002330     IF WS-ID-EDIT = SPACES
002340         MOVE "ITEM ID MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
002350         GO TO 4000-EXIT
002360     END-IF.
002370     DISPLAY "DESCRIPTION        :" LINE 5 COL 5.
002380     ACCEPT WS-DESC-EDIT LINE 5 COL 26.
002390     IF WS-DESC-EDIT = SPACES
002400         MOVE "DESCRIPTION MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
002410         GO TO 4000-EXIT
002420     END-IF.
002430     DISPLAY "RULE H/M/L/P (BLANK = H):" LINE 6 COL 5.
002440     ACCEPT WS-RULE-EDIT LINE 6 COL 31.
002450     DISPLAY "PREFERRED FEED (RULE P) :" LINE 7 COL 5.
002460     ACCEPT WS-PREF-EDIT LINE 7 COL 31.
002470     MOVE WS-ID-EDIT TO CMPI-ITEM-ID.
002480     MOVE WS-DESC-EDIT TO CMPI-DESCRIPTION.
002490     MOVE 'H' TO CMPI-SELECT-RULE.
002500     MOVE SPACES TO CMPI-PREFERRED-FEED.
002510     PERFORM 5500-APPLY-RULE-EDIT THRU 5500-EXIT.
002520     IF WS-FIELD-INVALID
002530         GO TO 4000-EXIT
002540     END-IF.
002550     SET CMPI-ACTIVE TO TRUE.
002560     WRITE CMPI-ITEM-RECORD
002570         INVALID KEY
002580             MOVE "ITEM ID IS ALREADY ON FILE" TO WS-ERROR-MESSAGE
002590     END-WRITE.
002600     IF WS-ITEM-STATUS = "00"
002610         MOVE 'A' TO WS-MAINT-ACTION
002620         MOVE SPACES TO WS-BEFORE-IMAGE
002630         MOVE CMPI-ITEM-RECORD TO WS-AFTER-IMAGE
002640         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
002650     END-IF.
002660 4000-EXIT.
002670     EXIT.
002680*
002690************************************************************
002700*    5000-CHANGE-ITEM - BLANK REPLIES KEEP WHAT IS THERE,    *
002710*    SO A DESCRIPTION FIX DOES NOT DISTURB THE FLAG OR THE   *
002720*    RULE, AND THE FLAG CAN BE SET BACK TO 'A' TO            *
002730*    REACTIVATE.                                             *
002740************************************************************
002750 5000-CHANGE-ITEM.
002760     DISPLAY ERASE.
002770     DISPLAY "CONDITEM - CHANGE AN ITEM" LINE 2 COL 5.
002780     DISPLAY "ITEM ID :" LINE 4 COL 5.
002790     ACCEPT WS-ID-EDIT LINE 4 COL 15.
002800     MOVE WS-ID-EDIT TO CMPI-ITEM-ID.
002810     READ CMPRITEM
002820         INVALID KEY
002830             MOVE "ITEM ID IS NOT ON FILE" TO WS-ERROR-MESSAGE
002840             GO TO 5000-EXIT
002850     END-READ.
002860     MOVE CMPI-ITEM-RECORD TO WS-BEFORE-IMAGE.
002870     DISPLAY "DESC NOW : " LINE 6 COL 5.
002880     DISPLAY CMPI-DESCRIPTION LINE 6 COL 16.
002890     DISPLAY "FLAG NOW : " LINE 7 COL 5.
002900     DISPLAY CMPI-ACTIVE-FLAG LINE 7 COL 16.
002910     DISPLAY "RULE NOW : " LINE 8 COL 5.
002920     DISPLAY CMPI-SELECT-RULE LINE 8 COL 16.
002930     DISPLAY "PREF NOW : " LINE 8 COL 25.
002940     DISPLAY CMPI-PREFERRED-FEED LINE 8 COL 36.
002950     DISPLAY "NEW DESC (BLANK = KEEP) :" LINE 9 COL 5.
002960     ACCEPT WS-DESC-EDIT LINE 9 COL 31.
002970     DISPLAY "NEW FLAG A/I (BLANK = KEEP) :" LINE 10 COL 5.
002980     ACCEPT WS-FLAG-EDIT LINE 10 COL 35.
002990     DISPLAY "NEW RULE H/M/L/P (BLANK=KEEP):" LINE 11 COL 5.
003000     ACCEPT WS-RULE-EDIT LINE 11 COL 36.
003010     DISPLAY "NEW PREF FEED (BLANK = KEEP) :" LINE 12 COL 5.
003020     ACCEPT WS-PREF-EDIT LINE 12 COL 36.
003030     PERFORM 5500-APPLY-RULE-EDIT THRU 5500-EXIT.
003040     IF WS-FIELD-INVALID
003050         GO TO 5000-EXIT
003060     END-IF.
003070     IF WS-DESC-EDIT NOT = SPACES
003080         MOVE WS-DESC-EDIT TO CMPI-DESCRIPTION
003090     END-IF.
003100     IF WS-FLAG-EDIT = 'A' OR WS-FLAG-EDIT = 'a'
003110         SET CMPI-ACTIVE TO TRUE
003120     ELSE
003130         IF WS-FLAG-EDIT = 'I' OR WS-FLAG-EDIT = 'i'
003140             SET CMPI-INACTIVE TO TRUE
003150         END-IF
003160     END-IF.
003170     REWRITE CMPI-ITEM-RECORD
003180         INVALID KEY
003190             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
003200     END-REWRITE.
003210     IF WS-ITEM-STATUS = "00"
003220         MOVE 'C' TO WS-MAINT-ACTION
003230         MOVE CMPI-ITEM-RECORD TO WS-AFTER-IMAGE
003240         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
003250     END-IF.
003260 5000-EXIT.
003270     EXIT.
003280*
003290************************************************************
003300*    5500-APPLY-RULE-EDIT - FOLD THE KEYED RULE AND          *
003310*    PREFERRED FEED INTO THE RECORD (BLANK KEEPS WHAT IS     *
003320*    THERE).  RULE P NEEDS AN ACTIVE FEED ON THE FEED        *
003330*    MASTER; ANY OTHER RULE CLEARS THE PREFERRED FEED.       *
003340************************************************************
003350 5500-APPLY-RULE-EDIT.
003360     SET WS-FIELD-VALID TO TRUE.
003370     EVALUATE WS-RULE-EDIT
003380         WHEN SPACE
003390             CONTINUE
003400         WHEN 'H'
003410         WHEN 'h'
003420             MOVE 'H' TO CMPI-SELECT-RULE
003430         WHEN 'M'
003440         WHEN 'm'
003450             MOVE 'M' TO CMPI-SELECT-RULE
003460         WHEN 'L'
003470         WHEN 'l'
003480             MOVE 'L' TO CMPI-SELECT-RULE
003490         WHEN 'P'
003500         WHEN 'p'
003510             MOVE 'P' TO CMPI-SELECT-RULE
003520         WHEN OTHER
003530             MOVE "RULE MUST BE H, M, L OR P"
003540                 TO WS-ERROR-MESSAGE
003550             SET WS-FIELD-INVALID TO TRUE
003560             GO TO 5500-EXIT
003570     END-EVALUATE.
003580     IF NOT CMPI-RULE-PREFERRED
003590         MOVE SPACES TO CMPI-PREFERRED-FEED
003600         GO TO 5500-EXIT
003610     END-IF.
003620     IF WS-PREF-EDIT NOT = SPACES
003630         MOVE WS-PREF-EDIT TO CMPI-PREFERRED-FEED
003640     END-IF.
003650     IF CMPI-PREFERRED-FEED = SPACES
003660         MOVE "RULE P NEEDS A PREFERRED FEED"
003670             TO WS-ERROR-MESSAGE
003680         SET WS-FIELD-INVALID TO TRUE
003690         GO TO 5500-EXIT
003700     END-IF.
003710     IF NOT WS-FEED-USABLE
003720         MOVE "NO FEED MASTER - SET FEEDS UP FIRST"
003730             TO WS-ERROR-MESSAGE
003740         SET WS-FIELD-INVALID TO TRUE
003750         GO TO 5500-EXIT
003760     END-IF.
003770     MOVE CMPI-PREFERRED-FEED TO CMPF-FEED-ID.
003780     READ CMPRFEED
003790         INVALID KEY
003800             MOVE "PREFERRED FEED IS NOT ON THE FEED MASTER"
003810                 TO WS-ERROR-MESSAGE
003820             SET WS-FIELD-INVALID TO TRUE
003830         NOT INVALID KEY
003840             IF NOT CMPF-ACTIVE
003850                 MOVE "PREFERRED FEED IS INACTIVE"
003860                     TO WS-ERROR-MESSAGE
003870                 SET WS-FIELD-INVALID TO TRUE
003880             END-IF
003890     END-READ.
003900 5500-EXIT.
003910     EXIT.
003920*
003930************************************************************
003940*    6000-DEACTIVATE-ITEM - THE RECORD STAYS ON FILE FOR     *
003950*    OLD REPORTING, IT IS JUST REFUSED ON NEW WORK.          *
003960************************************************************
003970 6000-DEACTIVATE-ITEM.
003980     DISPLAY ERASE.
003990     DISPLAY "CONDITEM - DEACTIVATE AN ITEM" LINE 2 COL 5.
004000     DISPLAY "ITEM ID :" LINE 4 COL 5.
004010     ACCEPT WS-ID-EDIT LINE 4 COL 15.
004020     MOVE WS-ID-EDIT TO CMPI-ITEM-ID.
004030     READ CMPRITEM
004040         INVALID KEY
004050             MOVE "ITEM ID IS NOT ON FILE" TO WS-ERROR-MESSAGE
004060             GO TO 6000-EXIT
004070     END-READ.
004080     MOVE CMPI-ITEM-RECORD TO WS-BEFORE-IMAGE.
004090     SET CMPI-INACTIVE TO TRUE.
004100     REWRITE CMPI-ITEM-RECORD
004110         INVALID KEY
004120             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
004130     END-REWRITE.
004140     IF WS-ITEM-STATUS = "00"
004150         MOVE 'X' TO WS-MAINT-ACTION
004160         MOVE CMPI-ITEM-RECORD TO WS-AFTER-IMAGE
004170         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
004180     END-IF.
004190 6000-EXIT.
004200     EXIT.
004210*
004220************************************************************
004230*    7000-WRITE-MAINT-AUDIT - ONE CMPRMAUD RECORD PER        *
004240*    MAINTENANCE ACTION, WITH THE BEFORE AND AFTER IMAGES    *
004250*    THE CALLER SET ASIDE, SO EVERY ITEM CHANGE HAS A        *
004260*    USERID AND A TIMESTAMP BEHIND IT.                       *
004270************************************************************
004280 7000-WRITE-MAINT-AUDIT.
004290     OPEN EXTEND CMPRMAUD.
004300     IF WS-MAUD-STATUS = "35"
004310         OPEN OUTPUT CMPRMAUD
004320     END-IF.
004330     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
004340     MOVE WS-USERID TO CMPM-USERID.
004350     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
004360     ACCEPT CMPM-AUDIT-TIME FROM TIME.
004370     MOVE "CONDITEM" TO CMPM-PROGRAM.
004380     MOVE WS-MAINT-ACTION TO CMPM-ACTION.
004390     MOVE CMPI-ITEM-ID TO CMPM-RECORD-KEY.
004400     MOVE WS-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
004410     MOVE WS-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
004420     WRITE CMPM-MAINT-AUDIT-RECORD.
004430     CLOSE CMPRMAUD.
004440 7000-EXIT.
004450     EXIT.
004460*
004470************************************************************
004480*    8000-TERMINATE                                         *
004490************************************************************
004500 8000-TERMINATE.
004510     CLOSE CMPRITEM.
004520     IF WS-FEED-USABLE
004530         CLOSE CMPRFEED
004540     END-IF.
004550 8000-EXIT.
004560     EXIT.
