000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCPIQ.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - CURRENT-PRICE INQUIRY.  AN  *
000120*                     ITEM IS LOOKED UP DIRECTLY ON THE      *
000130*                     CMPRCPRC MASTER AND ITS LATEST WINNER  *
000140*                     VALUE, MEDIAN, OUTLIER FEED, RUN DATE  *
000150*                     AND SEQUENCE NUMBER SHOW BESIDE THE    *
000160*                     PRIOR POSTING WITH THE MOVE BETWEEN    *
000170*                     THEM, SO NOBODY HAS TO SCROLL CONDHIST *
000180*                     TO ANSWER "WHAT IS TODAY'S PRICE".     *
000182*    10/15/2026  DWS  THE MOVE AMOUNT HAS ITS OWN EDIT FIELD *
000184*                     WIDE ENOUGH FOR ITS EIGHT DIGITS, AND  *
000186*                     A PERCENTAGE TOO LARGE TO HOLD SHOWS   *
000188*                     AT ITS MAXIMUM, FLAGGED *MAX*.         *
000190************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CMPRCPRC ASSIGN TO "CMPRCPRC"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CMPC-ITEM-ID
000300         FILE STATUS IS WS-CPRC-STATUS.
000310     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CMPI-ITEM-ID
000350         FILE STATUS IS WS-ITEM-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CMPRCPRC
000390     RECORDING MODE IS F.
000400 COPY CMPCPRC.
000410 FD  CMPRITEM
000420     RECORDING MODE IS F.
000430 COPY CMPITEM.
000440 WORKING-STORAGE SECTION.
000450 01  WS-SWITCHES.
000460     05  WS-CPRC-STATUS          PIC X(02) VALUE SPACES.
000470     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000480     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000490         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000500     05  WS-CPRC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000510         88  WS-CPRC-USABLE              VALUE 'Y'.
000520     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000530         88  WS-ITEMS-USABLE             VALUE 'Y'.
000540     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000550         88  WS-PRICE-FOUND              VALUE 'Y'.
000560 01  WS-EDIT-FIELDS.
000570     05  WS-ITEM-EDIT            PIC X(08).
000580     05  WS-MORE-REPLY           PIC X(01).
000590     05  WS-DESC-DISP            PIC X(30).
000600     05  WS-VALUE-DISP           PIC -(7)9.99.
000610     05  WS-MEDIAN-DISP          PIC -(7)9.99.
000620     05  WS-PCT-DISP             PIC -(7)9.99.
000625     05  WS-MOVE-DISP            PIC -(8)9.99.
000630     05  WS-COUNT-DISP           PIC ZZZZZZ9.
000640     05  WS-DETAIL-LINE          PIC X(78).
000650     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000660 01  WS-MOVE-WORK.
000670     05  WS-MOVE-AMOUNT          PIC S9(08)V99.
000680     05  WS-MOVE-PCT             PIC S9(07)V99.
000685     05  WS-MAX-FLAG             PIC X(05).
000690*
000700 PROCEDURE DIVISION.
000710*
000720************************************************************
000730*    0000-MAINLINE                                          *
000740************************************************************
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     IF WS-CPRC-USABLE
000780         PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
000790             UNTIL WS-QUIT-REQUESTED
000800     END-IF.
000810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000820     GOBACK.
000830*
000840************************************************************
000850*    1000-INITIALIZE - THE CURRENT-PRICE MASTER IS BUILT BY  *
000860*    THE NIGHT STREAM; UNTIL IT HAS RUN ONCE THERE IS        *
000870*    NOTHING TO LOOK AT.  THE ITEM MASTER ONLY SUPPLIES THE  *
000880*    DESCRIPTION.                                            *
000890************************************************************
000900 1000-INITIALIZE.
000910     OPEN INPUT CMPRCPRC.
000920     IF WS-CPRC-STATUS = "00"
000930         SET WS-CPRC-USABLE TO TRUE
000940     ELSE
000950         DISPLAY ERASE
000960         DISPLAY "CONDCPIQ - CURRENT PRICE INQUIRY" LINE 2 COL 5
000970         DISPLAY "NO CURRENT-PRICE FILE YET - NOTHING TO SHOW"
000980             LINE 4 COL 5
000990         DISPLAY "PRESS ENTER" LINE 22 COL 1
001000         ACCEPT WS-MORE-REPLY LINE 22 COL 13
001010         GO TO 1000-EXIT
001020     END-IF.
001030     OPEN INPUT CMPRITEM.
001040     IF WS-ITEM-STATUS = "00"
001050         SET WS-ITEMS-USABLE TO TRUE
001060     END-IF.
001070 1000-EXIT.
001080     EXIT.
001090*
001100************************************************************
001110*    2000-INQUIRY-LOOP - ONE ITEM PER PASS; A BLANK ITEM ID  *
001120*    RETURNS TO THE MENU.                                    *
001130************************************************************
001140 2000-INQUIRY-LOOP.
001150     DISPLAY ERASE.
001160     DISPLAY "CONDCPIQ - CURRENT PRICE INQUIRY" LINE 2 COL 5.
001170     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001180     MOVE SPACES TO WS-ERROR-MESSAGE.
001190     DISPLAY "ITEM ID (BLANK TO RETURN) :" LINE 5 COL 5.
001200     MOVE SPACES TO WS-ITEM-EDIT.
001210     ACCEPT WS-ITEM-EDIT LINE 5 COL 33.
001220     IF WS-ITEM-EDIT = SPACES
001230         SET WS-QUIT-REQUESTED TO TRUE
001240         GO TO 2000-EXIT
001250     END-IF.
001260     MOVE WS-ITEM-EDIT TO CMPC-ITEM-ID.
001270     MOVE 'Y' TO WS-FOUND-SWITCH.
001280     READ CMPRCPRC
001290         INVALID KEY MOVE 'N' TO WS-FOUND-SWITCH
001300     END-READ.
001310     IF NOT WS-PRICE-FOUND
001320         MOVE "NO CURRENT PRICE ON FILE FOR THAT ITEM"
001330             TO WS-ERROR-MESSAGE
001340         GO TO 2000-EXIT
001350     END-IF.
001360     PERFORM 3000-SHOW-PRICE THRU 3000-EXIT.
001370     DISPLAY "PRESS ENTER" LINE 22 COL 1.
001380     ACCEPT WS-MORE-REPLY LINE 22 COL 13.
001390 2000-EXIT.
001400     EXIT.
001410*
001420************************************************************
001430*    3000-SHOW-PRICE - CURRENT AND PRIOR POSTINGS SIDE BY    *
001440*    SIDE, THEN THE MOVE IN AMOUNT AND PERCENT OF PRIOR.     *
001450************************************************************
001460 3000-SHOW-PRICE.
001470     MOVE SPACES TO WS-DESC-DISP.
001480     IF WS-ITEMS-USABLE
001490         MOVE CMPC-ITEM-ID TO CMPI-ITEM-ID
001500         READ CMPRITEM
001510             INVALID KEY
001520                 MOVE "(NOT ON ITEM MASTER)" TO WS-DESC-DISP
001530             NOT INVALID KEY
001540                 MOVE CMPI-DESCRIPTION TO WS-DESC-DISP
001550         END-READ
001560     END-IF.
001570     MOVE SPACES TO WS-DETAIL-LINE.
001580     MOVE CMPC-POST-COUNT TO WS-COUNT-DISP.
001590     STRING "ITEM " DELIMITED BY SIZE
001600         CMPC-ITEM-ID DELIMITED BY SIZE
001610         "  " DELIMITED BY SIZE
001620         WS-DESC-DISP DELIMITED BY SIZE
001630         "  POSTINGS:" DELIMITED BY SIZE
001640         WS-COUNT-DISP DELIMITED BY SIZE
001650         INTO WS-DETAIL-LINE.
001660     DISPLAY WS-DETAIL-LINE LINE 7 COL 5.
001670     DISPLAY "           RUN DATE  SEQ NBR   WINNER VALUE"
001680         LINE 9 COL 5.
001690     DISPLAY "MEDIAN       OUTLIER RULE" LINE 9 COL 49.
001700     MOVE SPACES TO WS-DETAIL-LINE.
001710     MOVE CMPC-CUR-WINNER-VALUE TO WS-VALUE-DISP.
001720     MOVE CMPC-CUR-MEDIAN-VALUE TO WS-MEDIAN-DISP.
001730     STRING "CURRENT  : " DELIMITED BY SIZE
001740         CMPC-CUR-RUN-DATE DELIMITED BY SIZE
001750         "  " DELIMITED BY SIZE
001760         CMPC-CUR-SEQ-NBR DELIMITED BY SIZE
001770         "  " DELIMITED BY SIZE
001780         WS-VALUE-DISP DELIMITED BY SIZE
001790         "  " DELIMITED BY SIZE
001800         WS-MEDIAN-DISP DELIMITED BY SIZE
001810         "  " DELIMITED BY SIZE
001820         CMPC-CUR-OUTLIER-FEED DELIMITED BY SIZE
001830         "    " DELIMITED BY SIZE
001840         CMPC-CUR-SELECT-RULE DELIMITED BY SIZE
001850         INTO WS-DETAIL-LINE.
001860     DISPLAY WS-DETAIL-LINE LINE 10 COL 5.
001870     IF CMPC-NO-PRIOR
001880         DISPLAY "PRIOR    : (NONE - FIRST POSTING FOR THIS ITEM)"
001890             LINE 11 COL 5
001900         GO TO 3000-EXIT
001910     END-IF.
001920     MOVE SPACES TO WS-DETAIL-LINE.
001930     MOVE CMPC-PRV-WINNER-VALUE TO WS-VALUE-DISP.
001940     MOVE CMPC-PRV-MEDIAN-VALUE TO WS-MEDIAN-DISP.
001950     STRING "PRIOR    : " DELIMITED BY SIZE
001960         CMPC-PRV-RUN-DATE DELIMITED BY SIZE
001970         "  " DELIMITED BY SIZE
001980         CMPC-PRV-SEQ-NBR DELIMITED BY SIZE
001990         "  " DELIMITED BY SIZE
002000         WS-VALUE-DISP DELIMITED BY SIZE
002010         "  " DELIMITED BY SIZE
002020         WS-MEDIAN-DISP DELIMITED BY SIZE
002030         "  " DELIMITED BY SIZE
002040         CMPC-PRV-OUTLIER-FEED DELIMITED BY SIZE
002050         "    " DELIMITED BY SIZE
002060         CMPC-PRV-SELECT-RULE DELIMITED BY SIZE
002070         INTO WS-DETAIL-LINE.
002080     DISPLAY WS-DETAIL-LINE LINE 11 COL 5.
002085     MOVE SPACES TO WS-MAX-FLAG.
002090     COMPUTE WS-MOVE-AMOUNT =
002100         CMPC-CUR-WINNER-VALUE - CMPC-PRV-WINNER-VALUE.
002110     MOVE WS-MOVE-AMOUNT TO WS-MOVE-DISP.
002120     MOVE SPACES TO WS-DETAIL-LINE.
002130     IF CMPC-PRV-WINNER-VALUE = ZERO
002140         STRING "MOVE     : " DELIMITED BY SIZE
002150             WS-MOVE-DISP DELIMITED BY SIZE
002160             "  (NO PERCENT - PRIOR WAS ZERO)" DELIMITED BY SIZE
002170             INTO WS-DETAIL-LINE
002180     ELSE
002190         COMPUTE WS-MOVE-PCT ROUNDED =
002200             WS-MOVE-AMOUNT * 100 / CMPC-PRV-WINNER-VALUE
002201             ON SIZE ERROR
002202                 IF WS-MOVE-AMOUNT < ZERO
002203                     MOVE -9999999.99 TO WS-MOVE-PCT
002204                 ELSE
002205                     MOVE 9999999.99 TO WS-MOVE-PCT
002206                 END-IF
002207                 MOVE "*MAX*" TO WS-MAX-FLAG
002208         END-COMPUTE
002210         MOVE WS-MOVE-PCT TO WS-PCT-DISP
002220         STRING "MOVE     : " DELIMITED BY SIZE
002230             WS-MOVE-DISP DELIMITED BY SIZE
002240             "  PERCENT:" DELIMITED BY SIZE
002250             WS-PCT-DISP DELIMITED BY SIZE
002253             " " DELIMITED BY SIZE
002256             WS-MAX-FLAG DELIMITED BY SIZE
002260             INTO WS-DETAIL-LINE
002270     END-IF.
002280     DISPLAY WS-DETAIL-LINE LINE 13 COL 5.
002290 3000-EXIT.
002300     EXIT.
002310*
002320************************************************************
002330*    8000-TERMINATE                                         *
002340************************************************************
002350 8000-TERMINATE.
002360     IF WS-CPRC-USABLE
002370         CLOSE CMPRCPRC
002380     END-IF.
002390     IF WS-ITEMS-USABLE
002400         CLOSE CMPRITEM
002410     END-IF.
002420 8000-EXIT.
002430     EXIT.
