000246*                     OPERATOR'S USERID, DATE AND TIME TO    *
000247*                     THE CMPRMAUD MAINTENANCE AUDIT FILE,   *
000248*                     CLOSING THE GAP THE AUDITORS FLAGGED.  *
000249*    10/15/2026  DWS  THE ITEM MUST NOW BE KNOWN AND ACTIVE  *
000250*                     ON THE NEW CMPRITEM MASTER, ON ENTRY   *
000251*                     AND IN THE PRE-FLIGHT, THE SAME EDIT   *
000252*                     CONDBAT APPLIES TONIGHT.               *
000253************************************************************
000254 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CMPF-FEED-ID
000401         FILE STATUS IS WS-FEED-STATUS.
000402     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS DYNAMIC
000405         RECORD KEY IS CMPI-ITEM-ID
000406         FILE STATUS IS WS-ITEM-STATUS.
000412     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-MAUD-STATUS.
000490 COPY CMPTRAN REPLACING LEADING ==CMPT== BY ==CMPW==.
000500 FD  CMPRFEED
000510     RECORDING MODE IS F.
000512 COPY CMPFEED.
000514 FD  CMPRITEM
000516     RECORDING MODE IS F.
000518 COPY CMPITEM.
000522 FD  CMPRMAUD
000524     RECORDING MODE IS F.
000526 COPY CMPMAUD.
000560     05  WS-TRNW-STATUS          PIC X(02) VALUE SPACES.
000570     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000572     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000576     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000580     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000590         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000600     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000690         88  WS-FEED-MATCHED             VALUE 'Y'.
000700     05  WS-FEED-LOAD-SWITCH     PIC X(01) VALUE 'N'.
000710         88  WS-FEEDS-LOADED             VALUE 'Y'.
000712     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000714         88  WS-ITEMS-USABLE             VALUE 'Y'.
000716     05  WS-ITEM-MATCH-SWITCH    PIC X(01) VALUE 'N'.
000718         88  WS-ITEM-MATCHED             VALUE 'Y'.
000720     05  WS-TARGET-SWITCH        PIC X(01) VALUE 'N'.
000730         88  WS-TARGET-FOUND             VALUE 'Y'.
000740 01  WS-COUNTERS.
000900     05  WS-COUNT-EDIT           PIC X(02).
000910     05  WS-VALUE-EDIT           PIC X(11).
000920     05  WS-FEED-EDIT            PIC X(04).
000925     05  WS-ITEM-EDIT            PIC X(08).
000930     05  WS-MORE-REPLY           PIC X(01).
000940     05  WS-IDX-DISP             PIC 99.
000950     05  WS-COUNT-DISP           PIC 99.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
001110         UNTIL WS-QUIT-REQUESTED.
001112     IF WS-ITEMS-USABLE
001114         CLOSE CMPRITEM
001116     END-IF.
001120     GOBACK.
001130*
001140************************************************************
001150*    1000-INITIALIZE - LOAD THE FEED MASTER ONCE, THE SAME   *
001160*    WAY CONDBAT DOES, SO ENTRY-TIME FEED VALIDATION IS A    *
001166*    TABLE SCAN.  THE ITEM MASTER STAYS OPEN FOR DIRECT      *
001172*    READS WHILE THE OPERATOR WORKS.                         *
001180************************************************************
001190 1000-INITIALIZE.
001192     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001290             UNTIL WS-FEED-STATUS NOT = "00"
001300             OR WS-FEED-COUNT = 100
001310         CLOSE CMPRFEED
001312     END-IF.
001314     OPEN INPUT CMPRITEM.
001316     IF WS-ITEM-STATUS = "00"
001318         SET WS-ITEMS-USABLE TO TRUE
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.
002900             TO WS-ERROR-MESSAGE
002910         GO TO 4000-EXIT
002920     END-IF.
002921     IF NOT WS-ITEMS-USABLE
002922         MOVE "NO ITEM MASTER - SET ITEMS UP FIRST"
002923             TO WS-ERROR-MESSAGE
002924         GO TO 4000-EXIT
002925     END-IF.
002930     PERFORM 4100-GATHER-ENTRY THRU 4100-EXIT.
002940     OPEN EXTEND CMPRTRAN.
002950     IF WS-TRAN-STATUS = "35"
003267     IF WS-NEW-ITEM-ID = SPACES
003268         MOVE "ITEM MAY NOT BE BLANK - RE-ENTER"
003269             TO WS-ERROR-MESSAGE
003270         GO TO 4120-EXIT
003271     END-IF.
003272     MOVE WS-NEW-ITEM-ID TO WS-ITEM-EDIT.
003273     PERFORM 5200-LOOK-UP-ITEM THRU 5200-EXIT.
003274     IF WS-ITEM-MATCHED
003275         SET WS-FIELD-VALID TO TRUE
003276     ELSE
003277         IF CMPI-INACTIVE
003278             MOVE "ITEM IS INACTIVE - RE-ENTER"
003279                 TO WS-ERROR-MESSAGE
003280         ELSE
003281             MOVE "ITEM NOT ON THE ITEM MASTER - RE-ENTER"
003282                 TO WS-ERROR-MESSAGE
003283         END-IF
003284     END-IF.
003285 4120-EXIT.
003286     EXIT.
003287*
003288 4150-PROMPT-FOR-COUNT.
003289     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
003290     MOVE SPACES TO WS-ERROR-MESSAGE.
003300     DISPLAY "HOW MANY VALUES (01-10) :" LINE 5 COL 5.
003310     ACCEPT WS-COUNT-EDIT LINE 5 COL 31.
004040 4500-CORRECT-RECORD.
004050     IF NOT WS-FEEDS-LOADED
004060         MOVE "FEED MASTER NOT FOUND - SET FEEDS UP FIRST"
004061             TO WS-ERROR-MESSAGE
004062         GO TO 4500-EXIT
004063     END-IF.
004064     IF NOT WS-ITEMS-USABLE
004065         MOVE "NO ITEM MASTER - SET ITEMS UP FIRST"
004070             TO WS-ERROR-MESSAGE
004080         GO TO 4500-EXIT
004090     END-IF.
005120*
005130************************************************************
005140*    5000-VALIDATE-TRAN - THE SAME EDITS CONDBAT'S           *
005150*    2100-VALIDATE-TRAN APPLIES: ITEM KNOWN AND ACTIVE,      *
005160*    COUNT 01-10, EVERY IN-USE VALUE NUMERIC, EVERY FEED     *
005162*    KNOWN AND ACTIVE.                                       *
005170************************************************************
005180 5000-VALIDATE-TRAN.
005190     SET WS-RECORD-ACCEPTED TO TRUE.
005192     IF CMPT-ITEM-ID = SPACES
005194         SET WS-RECORD-REJECTED TO TRUE
005195     ELSE
005196         MOVE CMPT-ITEM-ID TO WS-ITEM-EDIT
005197         PERFORM 5200-LOOK-UP-ITEM THRU 5200-EXIT
005198         IF NOT WS-ITEM-MATCHED
005199             SET WS-RECORD-REJECTED TO TRUE
005200         END-IF
005201     END-IF.
005202     IF CMPT-COUNT IS NOT NUMERIC
005210         SET WS-RECORD-REJECTED TO TRUE
005220     ELSE
005230         IF CMPT-COUNT < 1 OR CMPT-COUNT > 10
005410         SET WS-RECORD-REJECTED TO TRUE
005420     END-IF.
005430 5100-EXIT.
005431     EXIT.
005432*
005433************************************************************
005434*    5200-LOOK-UP-ITEM - DIRECT READ OF THE ITEM MASTER FOR  *
005435*    THE ID IN WS-ITEM-EDIT.  ONLY AN ACTIVE ITEM PASSES.    *
005436*    NO MASTER AT ALL PASSES NOTHING, AS IN CONDBAT.         *
005437************************************************************
005438 5200-LOOK-UP-ITEM.
005439     MOVE 'N' TO WS-ITEM-MATCH-SWITCH.
005440     MOVE SPACES TO CMPI-ACTIVE-FLAG.
005441     IF NOT WS-ITEMS-USABLE
005442         GO TO 5200-EXIT
005443     END-IF.
005444     MOVE WS-ITEM-EDIT TO CMPI-ITEM-ID.
005445     READ CMPRITEM
005446         INVALID KEY
005447             MOVE SPACES TO CMPI-ACTIVE-FLAG
005448         NOT INVALID KEY
005449             IF CMPI-ACTIVE
005450                 SET WS-ITEM-MATCHED TO TRUE
005451             END-IF
005452     END-READ.
005453 5200-EXIT.
005454     EXIT.
005455*
005460 5300-MATCH-FEED-TABLE.
005470     MOVE 'N' TO WS-FEED-MATCH-SWITCH.
005480     PERFORM 5350-MATCH-ONE-FEED THRU 5350-EXIT
