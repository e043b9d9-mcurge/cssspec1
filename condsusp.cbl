000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSUSP.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - ON-LINE MAINTENANCE FOR THE *
000120*                     CMPRSUSP REJECT SUSPENSE FILE.  BROWSE *
000130*                     WHAT IS STILL OPEN WITH ITS REASON     *
000140*                     CODES, CORRECT AN ITEM UNDER THE SAME  *
000150*                     ENTRY EDITS CONDTMNT APPLIES, RELEASE  *
000160*                     A CORRECTED ITEM SO CONDSREL PUTS IT   *
000170*                     BACK ON THE NEXT NIGHT'S CMPRTRAN, OR  *
000180*                     CANCEL IT FOR GOOD.  EVERY ACTION IS   *
000190*                     LOGGED ON CMPRMAUD.                    *
000200*    10/15/2026  DWS  A CORRECTED ITEM ID IS NOW LOOKED UP   *
000210*                     ON CMPRITEM, AS IN CONDTMNT, AND AN    *
000220*                     UNKNOWN OR INACTIVE ITEM IS REFUSED ON *
000230*                     ENTRY AND ON RELEASE.                  *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CMPRSUSP ASSIGN TO "CMPRSUSP"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CMPU-SEQ-NBR
000350         FILE STATUS IS WS-SUSP-STATUS.
000360     SELECT CMPRFEED ASSIGN TO "CMPRFEED"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CMPF-FEED-ID
000400         FILE STATUS IS WS-FEED-STATUS.
000410     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CMPI-ITEM-ID
000450         FILE STATUS IS WS-ITEM-STATUS.
000460     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MAUD-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CMPRSUSP
000520     RECORDING MODE IS F.
000530 COPY CMPSUSP.
000540 FD  CMPRFEED
000550     RECORDING MODE IS F.
000560 COPY CMPFEED.
000570 FD  CMPRITEM
000580     RECORDING MODE IS F.
000590 COPY CMPITEM.
000600 FD  CMPRMAUD
000610     RECORDING MODE IS F.
000620 COPY CMPMAUD.
000630 WORKING-STORAGE SECTION.
000640 01  WS-SWITCHES.
000650     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
000660     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000670     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000680     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000690     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000700         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000710     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000720         88  WS-END-OF-SUSP              VALUE 'Y'.
000730     05  WS-REJECT-SWITCH        PIC X(01) VALUE 'N'.
000740         88  WS-RECORD-REJECTED          VALUE 'Y'.
000750         88  WS-RECORD-ACCEPTED          VALUE 'N'.
000760     05  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
000770         88  WS-FIELD-VALID              VALUE 'Y'.
000780         88  WS-FIELD-INVALID            VALUE 'N'.
000790     05  WS-FEED-MATCH-SWITCH    PIC X(01) VALUE 'N'.
000800         88  WS-FEED-MATCHED             VALUE 'Y'.
000810     05  WS-FEED-LOAD-SWITCH     PIC X(01) VALUE 'N'.
000820         88  WS-FEEDS-LOADED             VALUE 'Y'.
000830     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000840         88  WS-ITEMS-USABLE             VALUE 'Y'.
000850     05  WS-ITEM-MATCH-SWITCH    PIC X(01) VALUE 'N'.
000860         88  WS-ITEM-MATCHED             VALUE 'Y'.
000870     05  WS-TARGET-SWITCH        PIC X(01) VALUE 'N'.
000880         88  WS-TARGET-FOUND             VALUE 'Y'.
000890 01  WS-COUNTERS.
000900     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000910     05  WS-SHOWN-COUNT          PIC 9(04) VALUE ZERO.
000920 01  WS-FEED-TABLE.
000930     05  WS-FEED-COUNT           PIC 9(03) COMP VALUE ZERO.
000940     05  WS-FEED-SUB             PIC 9(03) COMP VALUE ZERO.
000950     05  WS-FEED-ENTRY OCCURS 100 TIMES.
000960         10  WS-FEED-TBL-ID      PIC X(04).
000970         10  WS-FEED-TBL-ACTIVE  PIC X(01).
000980 01  WS-EDIT-FIELDS.
000990     05  WS-ACTION-EDIT          PIC X(01).
001000     05  WS-SEQ-EDIT             PIC X(08).
001010     05  WS-COUNT-EDIT           PIC X(02).
001020     05  WS-VALUE-EDIT           PIC X(11).
001030     05  WS-FEED-EDIT            PIC X(04).
001040     05  WS-ITEM-EDIT            PIC X(08).
001050     05  WS-MORE-REPLY           PIC X(01).
001060     05  WS-IDX-DISP             PIC 99.
001070     05  WS-COUNT-DISP           PIC 99.
001080     05  WS-AGE-DISP             PIC ZZZ9.
001090     05  WS-DETAIL-LINE          PIC X(78).
001100     05  WS-DETAIL-POINTER       PIC 9(04) COMP.
001110     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
001120     05  WS-PAGE-TITLE           PIC X(40) VALUE SPACES.
001130 01  WS-ENTRY-SUB                PIC 99 COMP.
001140 01  WS-AUDIT-WORK.
001150     05  WS-USERID               PIC X(08).
001160     05  WS-CURRENT-DATE         PIC 9(08).
001170     05  WS-MAINT-ACTION         PIC X(01).
001180     05  WS-MAINT-KEY            PIC X(08).
001190     05  WS-BEFORE-IMAGE         PIC X(160).
001200     05  WS-AFTER-IMAGE          PIC X(160).
001210*
001220*    THE IMAGE LOGGED ON CMPRMAUD - THE STATUS BYTE AND THE
001230*    TRANSACTION AS IT STOOD, WHICH IS WHAT AN ACTION CHANGES.
001240*
001250 01  WS-SUSP-IMAGE.
001260     05  WS-IMAGE-STATUS         PIC X(01).
001270     05  WS-IMAGE-TRAN           PIC X(150).
001280 COPY CMPAMTP.
001290 COPY CMPTRAN REPLACING LEADING ==CMPT== BY ==WS-NEW==.
001300*
001310 PROCEDURE DIVISION.
001320*
001330************************************************************
001340*    0000-MAINLINE                                          *
001350************************************************************
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
001390         UNTIL WS-QUIT-REQUESTED.
001400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001410     GOBACK.
001420*
001430************************************************************
001440*    1000-INITIALIZE - LOAD THE FEED MASTER ONCE, THE SAME   *
001450*    WAY CONDTMNT DOES, OPEN THE ITEM MASTER FOR DIRECT      *
001460*    READS AND OPEN THE SUSPENSE FILE FOR UPDATE.            *
001470************************************************************
001480 1000-INITIALIZE.
001490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001500     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
001510     IF WS-USERID = SPACES
001520         MOVE "UNKNOWN " TO WS-USERID
001530     END-IF.
001540     MOVE ZERO TO WS-FEED-COUNT.
001550     OPEN INPUT CMPRFEED.
001560     IF WS-FEED-STATUS = "00"
001570         SET WS-FEEDS-LOADED TO TRUE
001580         MOVE SPACES TO CMPF-FEED-ID
001590         START CMPRFEED KEY IS NOT LESS THAN CMPF-FEED-ID
001600             INVALID KEY CONTINUE
001610         END-START
001620         PERFORM 1100-LOAD-ONE-FEED THRU 1100-EXIT
001630             UNTIL WS-FEED-STATUS NOT = "00"
001640             OR WS-FEED-COUNT = 100
001650         CLOSE CMPRFEED
001660     END-IF.
001670     OPEN INPUT CMPRITEM.
001680     IF WS-ITEM-STATUS = "00"
001690         SET WS-ITEMS-USABLE TO TRUE
001700     END-IF.
001710     OPEN I-O CMPRSUSP.
001720     IF WS-SUSP-STATUS = "35"
001730         OPEN OUTPUT CMPRSUSP
001740         CLOSE CMPRSUSP
001750         OPEN I-O CMPRSUSP
001760     END-IF.
001770 1000-EXIT.
001780     EXIT.
001790*
001800 1100-LOAD-ONE-FEED.
001810     READ CMPRFEED NEXT
001820         AT END CONTINUE
001830     END-READ.
001840     IF WS-FEED-STATUS = "00"
001850         ADD 1 TO WS-FEED-COUNT
001860         MOVE CMPF-FEED-ID TO WS-FEED-TBL-ID(WS-FEED-COUNT)
001870         MOVE CMPF-ACTIVE-FLAG
001880             TO WS-FEED-TBL-ACTIVE(WS-FEED-COUNT)
001890     END-IF.
001900 1100-EXIT.
001910     EXIT.
001920*
001930************************************************************
001940*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
001950************************************************************
001960 2000-ACTION-LOOP.
001970     DISPLAY ERASE.
001980     DISPLAY "CONDSUSP - REJECT SUSPENSE MAINTENANCE"
001990         LINE 2 COL 5.
002000     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
002010     MOVE SPACES TO WS-ERROR-MESSAGE.
002020     DISPLAY "B = BROWSE ITEMS IN SUSPENSE" LINE 5 COL 5.
002030     DISPLAY "C = CORRECT AN ITEM" LINE 6 COL 5.
002040     DISPLAY "R = RELEASE AN ITEM FOR THE NEXT RUN" LINE 7 COL 5.
002050     DISPLAY "D = CANCEL (DROP) AN ITEM" LINE 8 COL 5.
002060     DISPLAY "X = RETURN TO MENU" LINE 9 COL 5.
002070     DISPLAY "ACTION :" LINE 11 COL 5.
002080     ACCEPT WS-ACTION-EDIT LINE 11 COL 14.
002090     EVALUATE WS-ACTION-EDIT
002100         WHEN 'B'
002110         WHEN 'b'
002120             PERFORM 3000-BROWSE-SUSPENSE THRU 3000-EXIT
002130         WHEN 'C'
002140         WHEN 'c'
002150             PERFORM 4000-CORRECT-ITEM THRU 4000-EXIT
002160         WHEN 'R'
002170         WHEN 'r'
002180             PERFORM 5000-RELEASE-ITEM THRU 5000-EXIT
002190         WHEN 'D'
002200         WHEN 'd'
002210             PERFORM 6000-CANCEL-ITEM THRU 6000-EXIT
002220         WHEN 'X'
002230         WHEN 'x'
002240             SET WS-QUIT-REQUESTED TO TRUE
002250         WHEN OTHER
002260             MOVE "ACTION MUST BE B, C, R, D OR X"
002270                 TO WS-ERROR-MESSAGE
002280     END-EVALUATE.
002290 2000-EXIT.
002300     EXIT.
002310*
002320************************************************************
002330*    3000-BROWSE-SUSPENSE - EVERY ITEM STILL OPEN OR         *
002340*    RELEASED BUT NOT YET RESUBMITTED, OLDEST FIRST (THE     *
002350*    KEY IS THE REJECT'S SEQUENCE NUMBER), WITH ITS AGE AND  *
002360*    EVERY REASON CODE STILL STANDING AGAINST IT.            *
002370************************************************************
002380 3000-BROWSE-SUSPENSE.
002390     MOVE "CONDSUSP - ITEMS IN SUSPENSE" TO WS-PAGE-TITLE.
002400     DISPLAY ERASE.
002410     DISPLAY WS-PAGE-TITLE LINE 1 COL 1.
002420     MOVE 'N' TO WS-EOF-SWITCH.
002430     MOVE ZERO TO WS-LINE-ON-PAGE.
002440     MOVE ZERO TO WS-SHOWN-COUNT.
002450     MOVE ZERO TO CMPU-SEQ-NBR.
002460     START CMPRSUSP KEY IS NOT LESS THAN CMPU-SEQ-NBR
002470         INVALID KEY SET WS-END-OF-SUSP TO TRUE
002480     END-START.
002490     PERFORM 3100-READ-NEXT-SUSP THRU 3100-EXIT.
002500     PERFORM 3200-SHOW-ONE-SUSP THRU 3200-EXIT
002510         UNTIL WS-END-OF-SUSP.
002520     IF WS-SHOWN-COUNT = ZERO
002530         DISPLAY "NOTHING IS IN SUSPENSE" LINE 3 COL 1
002540     END-IF.
002550     DISPLAY "END OF SUSPENSE - PRESS ENTER" LINE 22 COL 1.
002560     ACCEPT WS-MORE-REPLY LINE 22 COL 31.
002570 3000-EXIT.
002580     EXIT.
002590*
002600 3100-READ-NEXT-SUSP.
002610     IF NOT WS-END-OF-SUSP
002620         READ CMPRSUSP NEXT
002630             AT END SET WS-END-OF-SUSP TO TRUE
002640         END-READ
002650     END-IF.
002660 3100-EXIT.
002670     EXIT.
002680*
002690 3200-SHOW-ONE-SUSP.
002700     IF CMPU-OPEN OR CMPU-RELEASED
002710         ADD 1 TO WS-SHOWN-COUNT
002720         PERFORM 3300-BUILD-SUSP-LINE THRU 3300-EXIT
002730         ADD 1 TO WS-LINE-ON-PAGE
002740         DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1
002750         IF WS-LINE-ON-PAGE > 14
002760             PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
002770         END-IF
002780     END-IF.
002790     PERFORM 3100-READ-NEXT-SUSP THRU 3100-EXIT.
002800 3200-EXIT.
002810     EXIT.
002820*
002830************************************************************
002840*    3300-BUILD-SUSP-LINE - SEQUENCE, REJECT DATE, AGE,      *
002850*    STATUS, ITEM, COUNT, THEN EVERY REASON CODE.  AN ITEM   *
002860*    CORRECTED ON THIS SCREEN HAS NO REASONS LEFT.           *
002870************************************************************
002880 3300-BUILD-SUSP-LINE.
002890     MOVE SPACES TO WS-DETAIL-LINE.
002900     MOVE 1 TO WS-DETAIL-POINTER.
002910     MOVE CMPU-AGE-DAYS TO WS-AGE-DISP.
002920     STRING CMPU-SEQ-NBR DELIMITED BY SIZE
002930         " " DELIMITED BY SIZE
002940         CMPU-RUN-DATE DELIMITED BY SIZE
002950         " " DELIMITED BY SIZE
002960         WS-AGE-DISP DELIMITED BY SIZE
002970         "D " DELIMITED BY SIZE
002980         CMPU-STATUS DELIMITED BY SIZE
002990         " " DELIMITED BY SIZE
003000         CMPU-ITEM-ID DELIMITED BY SIZE
003010         " CNT:" DELIMITED BY SIZE
003020         CMPU-COUNT DELIMITED BY SIZE
003030         " " DELIMITED BY SIZE
003040         INTO WS-DETAIL-LINE
003050         WITH POINTER WS-DETAIL-POINTER.
003060     IF CMPU-ITEM-REASON NOT = SPACES
003070         STRING CMPU-ITEM-REASON DELIMITED BY SIZE
003080             " " DELIMITED BY SIZE
003090             INTO WS-DETAIL-LINE
003100             WITH POINTER WS-DETAIL-POINTER
003110     END-IF.
003120     IF CMPU-COUNT-REASON NOT = SPACES
003130         STRING CMPU-COUNT-REASON DELIMITED BY SIZE
003140             " " DELIMITED BY SIZE
003150             INTO WS-DETAIL-LINE
003160             WITH POINTER WS-DETAIL-POINTER
003170     END-IF.
003180     PERFORM 3400-ADD-ONE-REASON THRU 3400-EXIT
003190         VARYING WS-ENTRY-SUB FROM 1 BY 1
003200         UNTIL WS-ENTRY-SUB > 10.
003210     IF CMPU-REASON-CODE = SPACES
003220         STRING "CORRECTED" DELIMITED BY SIZE
003230             INTO WS-DETAIL-LINE
003240             WITH POINTER WS-DETAIL-POINTER
003250     END-IF.
003260 3300-EXIT.
003270     EXIT.
003280*
003290 3400-ADD-ONE-REASON.
003300     IF CMPU-SLOT-REASON(WS-ENTRY-SUB) NOT = SPACES
003310         MOVE WS-ENTRY-SUB TO WS-IDX-DISP
003320         STRING WS-IDX-DISP DELIMITED BY SIZE
003330             ":" DELIMITED BY SIZE
003340             CMPU-SLOT-REASON(WS-ENTRY-SUB) DELIMITED BY SIZE
003350             " " DELIMITED BY SIZE
003360             INTO WS-DETAIL-LINE
003370             WITH POINTER WS-DETAIL-POINTER
003380     END-IF.
003390 3400-EXIT.
003400     EXIT.
003410*
003420 3500-PAGE-BREAK.
003430     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
003440     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
003450     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
003460         SET WS-END-OF-SUSP TO TRUE
003470     ELSE
003480         DISPLAY ERASE
003490         DISPLAY WS-PAGE-TITLE LINE 1 COL 1
003500         MOVE ZERO TO WS-LINE-ON-PAGE
003510     END-IF.
003520 3500-EXIT.
003530     EXIT.
003540*
003550************************************************************
003560*    3600-ASK-FOR-ITEM - READ THE ITEM BY SEQUENCE NUMBER    *
003570*    AND SHOW IT.  ONLY AN OPEN OR RELEASED ITEM CAN BE      *
003580*    ACTED ON; ONE ALREADY RESUBMITTED OR CANCELLED IS       *
003590*    HISTORY.                                                *
003600************************************************************
003610 3600-ASK-FOR-ITEM.
003620     MOVE 'N' TO WS-TARGET-SWITCH.
003630     DISPLAY ERASE.
003640     DISPLAY "CONDSUSP - SEQUENCE NUMBER (NNNNNNNN) :"
003650         LINE 4 COL 5.
003660     ACCEPT WS-SEQ-EDIT LINE 4 COL 45.
003670     IF WS-SEQ-EDIT IS NOT NUMERIC
003680         MOVE "SEQUENCE MUST BE NUMERIC (NNNNNNNN)"
003690             TO WS-ERROR-MESSAGE
003700         GO TO 3600-EXIT
003710     END-IF.
003720     MOVE WS-SEQ-EDIT TO CMPU-SEQ-NBR.
003730     READ CMPRSUSP
003740         INVALID KEY
003750             MOVE "SEQUENCE NUMBER NOT IN SUSPENSE"
003760                 TO WS-ERROR-MESSAGE
003770             GO TO 3600-EXIT
003780     END-READ.
003790     IF NOT CMPU-OPEN AND NOT CMPU-RELEASED
003800         MOVE "ITEM ALREADY RESUBMITTED OR CANCELLED"
003810             TO WS-ERROR-MESSAGE
003820         GO TO 3600-EXIT
003830     END-IF.
003840     SET WS-TARGET-FOUND TO TRUE.
003850     PERFORM 3300-BUILD-SUSP-LINE THRU 3300-EXIT.
003860     DISPLAY WS-DETAIL-LINE LINE 6 COL 1.
003870     MOVE SPACES TO WS-DETAIL-LINE.
003880     MOVE 1 TO WS-DETAIL-POINTER.
003890     PERFORM 3700-ADD-ONE-PAIR THRU 3700-EXIT
003900         VARYING WS-ENTRY-SUB FROM 1 BY 1
003910         UNTIL WS-ENTRY-SUB > 4.
003920     DISPLAY WS-DETAIL-LINE LINE 7 COL 1.
003930     MOVE CMPU-STATUS TO WS-IMAGE-STATUS.
003940     MOVE CMPU-TRAN-DATA TO WS-IMAGE-TRAN.
003950     MOVE WS-SUSP-IMAGE TO WS-BEFORE-IMAGE.
003960     MOVE CMPU-SEQ-NBR TO WS-MAINT-KEY.
003970 3600-EXIT.
003980     EXIT.
003990*
004000 3700-ADD-ONE-PAIR.
004010     IF CMPU-COUNT IS NUMERIC AND WS-ENTRY-SUB <= CMPU-COUNT
004020         STRING CMPU-FEED-ID(WS-ENTRY-SUB) DELIMITED BY SIZE
004030             "=" DELIMITED BY SIZE
004040             CMPU-VALUE(WS-ENTRY-SUB) DELIMITED BY SIZE
004050             " " DELIMITED BY SIZE
004060             INTO WS-DETAIL-LINE
004070             WITH POINTER WS-DETAIL-POINTER
004080     END-IF.
004090 3700-EXIT.
004100     EXIT.
004110*
004120************************************************************
004130*    4000-CORRECT-ITEM - SHOW THE ITEM AS IT WAS REJECTED,   *
004140*    GATHER A FULL REPLACEMENT UNDER EDIT AND PUT IT BACK    *
004150*    IN SUSPENSE WITH ITS REASONS CLEARED.  IT STAYS OPEN    *
004160*    UNTIL SOMEONE RELEASES IT.                              *
004170************************************************************
004180 4000-CORRECT-ITEM.
004190     IF NOT WS-FEEDS-LOADED
004200         MOVE "FEED MASTER NOT FOUND - SET FEEDS UP FIRST"
004210             TO WS-ERROR-MESSAGE
004220         GO TO 4000-EXIT
004230     END-IF.
004240     IF NOT WS-ITEMS-USABLE
004250         MOVE "NO ITEM MASTER - SET ITEMS UP FIRST"
004260             TO WS-ERROR-MESSAGE
004270         GO TO 4000-EXIT
004280     END-IF.
004290     PERFORM 3600-ASK-FOR-ITEM THRU 3600-EXIT.
004300     IF NOT WS-TARGET-FOUND
004310         GO TO 4000-EXIT
004320     END-IF.
004330     DISPLAY "PRESS ENTER TO RE-KEY THIS ITEM" LINE 9 COL 5.
004340     ACCEPT WS-MORE-REPLY LINE 9 COL 38.
004350     PERFORM 4100-GATHER-ENTRY THRU 4100-EXIT.
004360     MOVE WS-NEW-TRANSACTION-RECORD TO CMPU-TRAN-DATA.
004370     MOVE SPACES TO CMPU-REASON-CODE.
004380     MOVE SPACES TO CMPU-ITEM-REASON.
004390     MOVE SPACES TO CMPU-COUNT-REASON.
004400     PERFORM 4300-CLEAR-ONE-REASON THRU 4300-EXIT
004410         VARYING WS-ENTRY-SUB FROM 1 BY 1
004420         UNTIL WS-ENTRY-SUB > 10.
004430     SET CMPU-OPEN TO TRUE.
004440     MOVE WS-USERID TO CMPU-USERID.
004450     MOVE WS-CURRENT-DATE TO CMPU-ACTION-DATE.
004460     REWRITE CMPU-SUSPENSE-RECORD
004470         INVALID KEY
004480             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
004490     END-REWRITE.
004500     IF WS-SUSP-STATUS = "00"
004510         MOVE 'C' TO WS-MAINT-ACTION
004520         PERFORM 7400-SET-AFTER-IMAGE THRU 7400-EXIT
004530         PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT
004540         MOVE "ITEM CORRECTED - RELEASE IT WHEN READY"
004550             TO WS-ERROR-MESSAGE
004560     END-IF.
004570 4000-EXIT.
004580     EXIT.
004590*
004600************************************************************
004610*    4100-GATHER-ENTRY - ITEM, COUNT THEN EVERY IN-USE SLOT, *
004620*    EACH FIELD RE-PROMPTED UNTIL IT PASSES THE SAME EDIT    *
004630*    CONDTMNT APPLIES AT ENTRY.  THE RESULT IS LEFT IN THE   *
004640*    WS-NEW RECORD AREA.                                     *
004650************************************************************
004660 4100-GATHER-ENTRY.
004670     INITIALIZE WS-NEW-TRANSACTION-RECORD.
004680     DISPLAY ERASE.
004690     DISPLAY "CONDSUSP - RE-KEY THE COMPARISON SET" LINE 2 COL 5.
004700     SET WS-FIELD-INVALID TO TRUE.
004710     PERFORM 4120-PROMPT-FOR-ITEM THRU 4120-EXIT
004720         UNTIL WS-FIELD-VALID.
004730     SET WS-FIELD-INVALID TO TRUE.
004740     PERFORM 4150-PROMPT-FOR-COUNT THRU 4150-EXIT
004750         UNTIL WS-FIELD-VALID.
004760     PERFORM 4200-GET-ONE-ENTRY THRU 4200-EXIT
004770         VARYING WS-ENTRY-SUB FROM 1 BY 1
004780         UNTIL WS-ENTRY-SUB > WS-NEW-COUNT.
004790     PERFORM 4280-BLANK-UNUSED THRU 4280-EXIT
004800         VARYING WS-ENTRY-SUB FROM 1 BY 1
004810         UNTIL WS-ENTRY-SUB > 10.
004820 4100-EXIT.
004830     EXIT.
004840*
004850 4120-PROMPT-FOR-ITEM.
004860     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
004870     MOVE SPACES TO WS-ERROR-MESSAGE.
004880     DISPLAY "ITEM ID (8 CHARS)       :" LINE 4 COL 5.
004890     ACCEPT WS-NEW-ITEM-ID LINE 4 COL 31.
004900     IF WS-NEW-ITEM-ID = SPACES
004910         MOVE "ITEM MAY NOT BE BLANK - RE-ENTER"
004920             TO WS-ERROR-MESSAGE
004930         GO TO 4120-EXIT
004940     END-IF.
004950     MOVE WS-NEW-ITEM-ID TO WS-ITEM-EDIT.
004960     PERFORM 5400-LOOK-UP-ITEM THRU 5400-EXIT.
004970     IF WS-ITEM-MATCHED
004980         SET WS-FIELD-VALID TO TRUE
004990     ELSE
005000         IF CMPI-INACTIVE
005010             MOVE "ITEM IS INACTIVE - RE-ENTER"
005020                 TO WS-ERROR-MESSAGE
005030         ELSE
005040             MOVE "ITEM NOT ON THE ITEM MASTER - RE-ENTER"
005050                 TO WS-ERROR-MESSAGE
005060         END-IF
005070     END-IF.
005080 4120-EXIT.
005090     EXIT.
005100*
005110 4150-PROMPT-FOR-COUNT.
005120     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
005130     MOVE SPACES TO WS-ERROR-MESSAGE.
005140     DISPLAY "HOW MANY VALUES (01-10) :" LINE 5 COL 5.
005150     ACCEPT WS-COUNT-EDIT LINE 5 COL 31.
005160     IF WS-COUNT-EDIT IS NOT NUMERIC
005170         MOVE "COUNT MUST BE NUMERIC - RE-ENTER"
005180             TO WS-ERROR-MESSAGE
005190     ELSE
005200         MOVE WS-COUNT-EDIT TO WS-NEW-COUNT
005210         IF WS-NEW-COUNT < 1 OR WS-NEW-COUNT > 10
005220             MOVE "COUNT MUST BE 01 THRU 10 - RE-ENTER"
005230                 TO WS-ERROR-MESSAGE
005240         ELSE
005250             SET WS-FIELD-VALID TO TRUE
005260         END-IF
005270     END-IF.
005280 4150-EXIT.
005290     EXIT.
005300*
005310 4200-GET-ONE-ENTRY.
005320     SET WS-FIELD-INVALID TO TRUE.
005330     PERFORM 4250-PROMPT-ONE-ENTRY THRU 4250-EXIT
005340         UNTIL WS-FIELD-VALID.
005350 4200-EXIT.
005360     EXIT.
005370*
005380 4250-PROMPT-ONE-ENTRY.
005390     DISPLAY ERASE.
005400     DISPLAY "CONDSUSP - RE-KEY THE COMPARISON SET" LINE 2 COL 5.
005410     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
005420     MOVE SPACES TO WS-ERROR-MESSAGE.
005430     MOVE WS-ENTRY-SUB TO WS-IDX-DISP.
005440     MOVE WS-NEW-COUNT TO WS-COUNT-DISP.
005450     MOVE SPACES TO WS-DETAIL-LINE.
005460     MOVE 1 TO WS-DETAIL-POINTER.
005470     STRING "SLOT " DELIMITED BY SIZE
005480         WS-IDX-DISP DELIMITED BY SIZE
005490         " OF " DELIMITED BY SIZE
005500         WS-COUNT-DISP DELIMITED BY SIZE
005510         INTO WS-DETAIL-LINE
005520         WITH POINTER WS-DETAIL-POINTER.
005530     DISPLAY WS-DETAIL-LINE LINE 5 COL 5.
005540     DISPLAY "FEED ID :" LINE 6 COL 5.
005550     ACCEPT WS-FEED-EDIT LINE 6 COL 16.
005560     PERFORM 5300-MATCH-FEED-TABLE THRU 5300-EXIT.
005570     IF NOT WS-FEED-MATCHED
005580         MOVE "FEED UNKNOWN OR INACTIVE - RE-ENTER"
005590             TO WS-ERROR-MESSAGE
005600         GO TO 4250-EXIT
005610     END-IF.
005620     DISPLAY "AMOUNT (E.G. -1234567.89) :" LINE 7 COL 5.
005630     ACCEPT WS-VALUE-EDIT LINE 7 COL 34.
005640     MOVE WS-VALUE-EDIT TO CMPA-AMOUNT-EDIT.
005650     CALL "CONDAMTE" USING CMPA-AMOUNT-PARSE.
005660     IF CMPA-AMOUNT-BAD
005670         MOVE "AMOUNT MUST BE SIGNED N.NN - RE-ENTER"
005680             TO WS-ERROR-MESSAGE
005690     ELSE
005700         MOVE WS-FEED-EDIT TO WS-NEW-FEED-ID(WS-ENTRY-SUB)
005710         MOVE CMPA-AMOUNT TO WS-NEW-VALUE(WS-ENTRY-SUB)
005720         SET WS-FIELD-VALID TO TRUE
005730     END-IF.
005740 4250-EXIT.
005750     EXIT.
005760*
005770 4280-BLANK-UNUSED.
005780     IF WS-ENTRY-SUB > WS-NEW-COUNT
005790         MOVE SPACES TO WS-NEW-FEED-ID(WS-ENTRY-SUB)
005800         MOVE ZERO TO WS-NEW-VALUE(WS-ENTRY-SUB)
005810     END-IF.
005820 4280-EXIT.
005830     EXIT.
005840*
005850 4300-CLEAR-ONE-REASON.
005860     MOVE SPACES TO CMPU-SLOT-REASON(WS-ENTRY-SUB).
005870 4300-EXIT.
005880     EXIT.
005890*
005900************************************************************
005910*    5000-RELEASE-ITEM - AN OPEN ITEM THAT NOW PASSES THE    *
005920*    EDITS IS MARKED RELEASED.  CONDSREL PUTS IT ON THE      *
005930*    NEXT NIGHT'S CMPRTRAN AFTER CONDCNVT HAS BUILT IT.  AN  *
005940*    ITEM THAT WOULD ONLY REJECT AGAIN HAS TO BE CORRECTED   *
005950*    FIRST.                                                  *
005960************************************************************
005970 5000-RELEASE-ITEM.
005980     PERFORM 3600-ASK-FOR-ITEM THRU 3600-EXIT.
005990     IF NOT WS-TARGET-FOUND
006000         GO TO 5000-EXIT
006010     END-IF.
006020     IF CMPU-RELEASED
006030         MOVE "ITEM IS ALREADY RELEASED" TO WS-ERROR-MESSAGE
006040         GO TO 5000-EXIT
006050     END-IF.
006060     PERFORM 5100-VALIDATE-SUSP THRU 5100-EXIT.
006070     IF WS-RECORD-REJECTED
006080         MOVE "ITEM STILL FAILS THE EDITS - CORRECT IT"
006090             TO WS-ERROR-MESSAGE
006100         GO TO 5000-EXIT
006110     END-IF.
006120     DISPLAY "RELEASE THIS ITEM (Y/N)?" LINE 9 COL 5.
006130     ACCEPT WS-MORE-REPLY LINE 9 COL 31.
006140     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
006150         MOVE "RELEASE ABANDONED" TO WS-ERROR-MESSAGE
006160         GO TO 5000-EXIT
006170     END-IF.
006180     SET CMPU-RELEASED TO TRUE.
006190     MOVE WS-USERID TO CMPU-USERID.
006200     MOVE WS-CURRENT-DATE TO CMPU-ACTION-DATE.
006210     REWRITE CMPU-SUSPENSE-RECORD
006220         INVALID KEY
006230             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
006240     END-REWRITE.
006250     IF WS-SUSP-STATUS = "00"
006260         MOVE 'C' TO WS-MAINT-ACTION
006270         PERFORM 7400-SET-AFTER-IMAGE THRU 7400-EXIT
006280         PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT
006290         MOVE "ITEM RELEASED FOR THE NEXT RUN" TO WS-ERROR-MESSAGE
006300     END-IF.
006310 5000-EXIT.
006320     EXIT.
006330*
006340************************************************************
006350*    5100-VALIDATE-SUSP - THE SAME EDITS CONDBAT'S           *
006360*    2100-VALIDATE-TRAN APPLIES: ITEM ON THE ITEM MASTER AND *
006370*    ACTIVE, COUNT 01-10, EVERY IN-USE VALUE NUMERIC, EVERY  *
006380*    FEED KNOWN AND ACTIVE.                                  *
006390************************************************************
006400 5100-VALIDATE-SUSP.
006410     SET WS-RECORD-ACCEPTED TO TRUE.
006420     IF CMPU-ITEM-ID = SPACES
006430         SET WS-RECORD-REJECTED TO TRUE
006440     ELSE
006450         MOVE CMPU-ITEM-ID TO WS-ITEM-EDIT
006460         PERFORM 5400-LOOK-UP-ITEM THRU 5400-EXIT
006470         IF NOT WS-ITEM-MATCHED
006480             SET WS-RECORD-REJECTED TO TRUE
006490         END-IF
006500     END-IF.
006510     IF CMPU-COUNT IS NOT NUMERIC
006520         SET WS-RECORD-REJECTED TO TRUE
006530     ELSE
006540         IF CMPU-COUNT < 1 OR CMPU-COUNT > 10
006550             SET WS-RECORD-REJECTED TO TRUE
006560         ELSE
006570             PERFORM 5200-VALIDATE-ONE-SLOT THRU 5200-EXIT
006580                 VARYING WS-ENTRY-SUB FROM 1 BY 1
006590                 UNTIL WS-ENTRY-SUB > CMPU-COUNT
006600         END-IF
006610     END-IF.
006620 5100-EXIT.
006630     EXIT.
006640*
006650 5200-VALIDATE-ONE-SLOT.
006660     IF CMPU-VALUE(WS-ENTRY-SUB) IS NOT NUMERIC
006670         SET WS-RECORD-REJECTED TO TRUE
006680     END-IF.
006690     MOVE CMPU-FEED-ID(WS-ENTRY-SUB) TO WS-FEED-EDIT.
006700     PERFORM 5300-MATCH-FEED-TABLE THRU 5300-EXIT.
006710     IF NOT WS-FEED-MATCHED
006720         SET WS-RECORD-REJECTED TO TRUE
006730     END-IF.
006740 5200-EXIT.
006750     EXIT.
006760*
006770 5300-MATCH-FEED-TABLE.
006780     MOVE 'N' TO WS-FEED-MATCH-SWITCH.
006790     PERFORM 5350-MATCH-ONE-FEED THRU 5350-EXIT
006800         VARYING WS-FEED-SUB FROM 1 BY 1
006810         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
006820 5300-EXIT.
006830     EXIT.
006840*
006850 5350-MATCH-ONE-FEED.
006860     IF WS-FEED-TBL-ID(WS-FEED-SUB) = WS-FEED-EDIT
006870         AND WS-FEED-TBL-ACTIVE(WS-FEED-SUB) = 'A'
006880         SET WS-FEED-MATCHED TO TRUE
006890     END-IF.
006900 5350-EXIT.
006910     EXIT.
006920*
006930************************************************************
006940*    5400-LOOK-UP-ITEM - DIRECT READ OF THE ITEM MASTER FOR  *
006950*    THE ID IN WS-ITEM-EDIT.  ONLY AN ACTIVE ITEM PASSES.    *
006960*    NO MASTER AT ALL PASSES NOTHING, AS IN CONDTMNT.        *
006970************************************************************
006980 5400-LOOK-UP-ITEM.
006990     MOVE 'N' TO WS-ITEM-MATCH-SWITCH.
007000     MOVE SPACES TO CMPI-ACTIVE-FLAG.
007010     IF NOT WS-ITEMS-USABLE
007020         GO TO 5400-EXIT
007030     END-IF.
007040     MOVE WS-ITEM-EDIT TO CMPI-ITEM-ID.
007050     READ CMPRITEM
007060         INVALID KEY
007070             MOVE SPACES TO CMPI-ACTIVE-FLAG
007080         NOT INVALID KEY
007090             IF CMPI-ACTIVE
007100                 SET WS-ITEM-MATCHED TO TRUE
007110             END-IF
007120     END-READ.
007130 5400-EXIT.
007140     EXIT.
007150*
007160************************************************************
007170*    6000-CANCEL-ITEM - SHOW IT, CONFIRM IT, MARK IT         *
007180*    CANCELLED.  IT STAYS ON FILE SO THE TRAIL IS COMPLETE.  *
007190************************************************************
007200 6000-CANCEL-ITEM.
007210     PERFORM 3600-ASK-FOR-ITEM THRU 3600-EXIT.
007220     IF NOT WS-TARGET-FOUND
007230         GO TO 6000-EXIT
007240     END-IF.
007250     DISPLAY "CANCEL THIS ITEM FOR GOOD (Y/N)?" LINE 9 COL 5.
007260     ACCEPT WS-MORE-REPLY LINE 9 COL 39.
007270     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
007280         MOVE "CANCEL ABANDONED" TO WS-ERROR-MESSAGE
007290         GO TO 6000-EXIT
007300     END-IF.
007310     SET CMPU-CANCELLED TO TRUE.
007320     MOVE WS-USERID TO CMPU-USERID.
007330     MOVE WS-CURRENT-DATE TO CMPU-ACTION-DATE.
007340     REWRITE CMPU-SUSPENSE-RECORD
007350         INVALID KEY
007360             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
007370     END-REWRITE.
007380     IF WS-SUSP-STATUS = "00"
007390         MOVE 'X' TO WS-MAINT-ACTION
007400         PERFORM 7400-SET-AFTER-IMAGE THRU 7400-EXIT
007410         PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT
007420         MOVE "ITEM CANCELLED" TO WS-ERROR-MESSAGE
007430     END-IF.
007440 6000-EXIT.
007450     EXIT.
007460*
007470 7400-SET-AFTER-IMAGE.
007480     MOVE CMPU-STATUS TO WS-IMAGE-STATUS.
007490     MOVE CMPU-TRAN-DATA TO WS-IMAGE-TRAN.
007500     MOVE WS-SUSP-IMAGE TO WS-AFTER-IMAGE.
007510 7400-EXIT.
007520     EXIT.
007530*
007540************************************************************
007550*    7500-WRITE-MAINT-AUDIT - ONE CMPRMAUD RECORD PER        *
007560*    ACTION, KEYED BY THE SUSPENSE SEQUENCE NUMBER, WITH     *
007570*    THE STATUS AND TRANSACTION BEFORE AND AFTER.            *
007580************************************************************
007590 7500-WRITE-MAINT-AUDIT.
007600     OPEN EXTEND CMPRMAUD.
007610     IF WS-MAUD-STATUS = "35"
007620         OPEN OUTPUT CMPRMAUD
007630     END-IF.
007640     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
007650     MOVE WS-USERID TO CMPM-USERID.
007660     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
007670     ACCEPT CMPM-AUDIT-TIME FROM TIME.
007680     MOVE "CONDSUSP" TO CMPM-PROGRAM.
007690     MOVE WS-MAINT-ACTION TO CMPM-ACTION.
007700     MOVE WS-MAINT-KEY TO CMPM-RECORD-KEY.
007710     MOVE WS-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
007720     MOVE WS-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
007730     WRITE CMPM-MAINT-AUDIT-RECORD.
007740     CLOSE CMPRMAUD.
007750 7500-EXIT.
007760     EXIT.
007770*
007780 8000-TERMINATE.
007790     CLOSE CMPRSUSP.
007800     IF WS-ITEMS-USABLE
007810         CLOSE CMPRITEM
007820     END-IF.
007830 8000-EXIT.
007840     EXIT.
