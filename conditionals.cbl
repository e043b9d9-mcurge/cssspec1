000258*                     NAMES THE OUTLIER FEED, AND BOTH ARE   *
000259*                     CARRIED ONTO THE AUDIT AND HISTORY     *
000261*                     RECORDS.                               *
000262*    10/15/2026  DWS  THE ITEM MUST NOW BE KNOWN AND ACTIVE  *
000263*                     ON THE NEW CMPRITEM MASTER.  ITS       *
000264*                     SELECTION RULE DECIDES THE CHOSEN      *
000265*                     VALUE, WHICH IS SHOWN WITH THE RULE    *
000266*                     THAT CHOSE IT AND CARRIED ONTO THE     *
000267*                     AUDIT AND HISTORY RECORDS.             *
000268*    10/15/2026  DWS  AUDIT AND HISTORY RECORDS NOW CARRY    *
000269*                     THE BATCH CYCLE NAMED BY CMPCYCLE (01  *
000270*                     WHEN NOT SET), THE SAME AS THE BATCH   *
000271*                     DRIVER.                                *
000272*    10/15/2026  DWS  AUDIT AND HISTORY RECORDS ARE MARKED   *
000274*                     NOT STAGED (CMPR-AUD-XTR-SW) - AN      *
000275*                     INTERACTIVE COMPARE NEVER GOES ON THE  *
000277*                     EXTRACT, SO A VOID OF ONE OWES NO      *
000278*                     CANCEL DOWNSTREAM.                     *
000280************************************************************
000282 ENVIRONMENT DIVISION.
000283 CONFIGURATION SECTION.
000285 SOURCE-COMPUTER.   IBM-370.
000286 OBJECT-COMPUTER.   IBM-370.
000288 SPECIAL-NAMES.
000290     CONSOLE IS CONSOLE.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS CMPY-RATE-KEY
000421         FILE STATUS IS WS-RATE-STATUS.
000422     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS CMPI-ITEM-ID
000426         FILE STATUS IS WS-ITEM-STATUS.
000427 DATA DIVISION.
000428 FILE SECTION.
000430 FD  CMPRAUDT
000440     RECORDING MODE IS F.
000450 COPY CMPAUDT.
000499 FD  CMPRRATE
000501     RECORDING MODE IS F.
000502 COPY CMPRATE.
000503 FD  CMPRITEM
000504     RECORDING MODE IS F.
000505 COPY CMPITEM.
000506 WORKING-STORAGE SECTION.
000510 01  WS-SWITCHES.
000520     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
000530     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000570     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
000572     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000574         88  WS-RATES-USABLE             VALUE 'Y'.
000578     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000582     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000586         88  WS-ITEMS-USABLE             VALUE 'Y'.
000590 01  WS-EDIT-FIELDS.
000600     05  WS-COUNT-EDIT           PIC X(02).
000605     05  WS-VALUE-EDIT           PIC X(11).
000609     05  WS-COUNT-DISP           PIC 99.
000610     05  WS-RESULT-DISP          PIC -(7)9.99.
000620     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000625     05  WS-RULE-NAME            PIC X(30).
000630 01  WS-DATE-TIME.
000640     05  WS-CURRENT-DATE         PIC 9(08).
000650     05  WS-CURRENT-TIME         PIC 9(08).
000660     05  WS-USERID               PIC X(08).
000661 01  WS-NEXT-SEQ-NBR             PIC 9(08) VALUE ZERO.
000662 01  WS-CYCLE-WORK.
000663     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000664     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000666 01  WS-CONVERT-WORK.
000667     05  WS-BASE-CURRENCY        PIC X(03) VALUE "USD".
000668     05  WS-ORIG-VALUE OCCURS 10 TIMES PIC S9(07)V99.
000786             LINE 3 COL 5
000787         GOBACK
000788     END-IF.
000789     IF NOT WS-ITEMS-USABLE
000790         DISPLAY "ITEM MASTER NOT FOUND - SET ITEMS UP FIRST"
000791             LINE 3 COL 5
000792         PERFORM 7800-CLOSE-FEED THRU 7800-EXIT
000793         GOBACK
000794     END-IF.
000795     PERFORM 1500-GET-ITEM-ID THRU 1500-EXIT.
000796     PERFORM 2000-GET-VALUE-COUNT THRU 2000-EXIT.
000800     PERFORM 3000-GET-VALUES THRU 3000-EXIT.
000810     CALL "CONDCALC" USING CMP-TABLE CMP-RESULT.
000815     CALL "CONDTCHK" USING CMP-TABLE CMP-RESULT
000940     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
000950     IF WS-USERID = SPACES
000960         MOVE "UNKNOWN " TO WS-USERID
000961     END-IF.
000962     MOVE SPACES TO WS-CYCLE-EDIT.
000963     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
000964     IF WS-CYCLE-EDIT(2:1) = SPACE
000965         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
000966         MOVE "0" TO WS-CYCLE-EDIT(1:1)
000967     END-IF.
000968     IF WS-CYCLE-EDIT IS NUMERIC
000969         AND WS-CYCLE-EDIT NOT = "00"
000970         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
000971     ELSE
000972         MOVE 1 TO WS-CYCLE-NBR
000973     END-IF.
000975     PERFORM 1050-READ-HIST-SEQ THRU 1050-EXIT.
000976     PERFORM 1080-OPEN-FEED-MASTER THRU 1080-EXIT.
000977     PERFORM 1090-OPEN-RATE-FILE THRU 1090-EXIT.
000978     PERFORM 1095-OPEN-ITEM-MASTER THRU 1095-EXIT.
000980 1000-EXIT.
000990     EXIT.
000991*
001007 1050-EXIT.
001008     EXIT.
001009*
001010************************************************************
001011*    1500-GET-ITEM-ID - WHAT IS BEING COMPARED, RE-PROMPTING *
001012*    UNTIL AN ACTIVE ITEM ON THE CMPRITEM MASTER IS ENTERED, *
001013*    SO EVERY AUDIT AND HISTORY RECORD NAMES A REAL PRODUCT  *
001014*    OR CONTRACT.  THE ITEM'S SELECTION RULE IS HANDED TO    *
001015*    THE COMPARE ENGINE.                                     *
001016************************************************************
001017 1500-GET-ITEM-ID.
001018     SET WS-FIELD-INVALID TO TRUE.
001019     PERFORM 1600-PROMPT-FOR-ITEM THRU 1600-EXIT
001020         UNTIL WS-FIELD-VALID.
001021 1500-EXIT.
001022     EXIT.
001023*
001032     IF WS-ITEM-EDIT = SPACES
001033         MOVE "ITEM MAY NOT BE BLANK - RE-ENTER"
001034             TO WS-ERROR-MESSAGE
001035         GO TO 1600-EXIT
001037     END-IF.
001038     MOVE WS-ITEM-EDIT TO CMPI-ITEM-ID.
001039     READ CMPRITEM
001040         INVALID KEY
001041             MOVE "ITEM NOT ON THE ITEM MASTER - RE-ENTER"
001042                 TO WS-ERROR-MESSAGE
001043         NOT INVALID KEY
001044             IF CMPI-ACTIVE
001045                 MOVE CMPI-SELECT-RULE TO CMP-SELECT-RULE
001046                 MOVE CMPI-PREFERRED-FEED TO CMP-PREFERRED-FEED
001047                 SET WS-FIELD-VALID TO TRUE
001048             ELSE
001049                 MOVE "ITEM IS INACTIVE - RE-ENTER"
001050                     TO WS-ERROR-MESSAGE
001051             END-IF
001052     END-READ.
001053 1600-EXIT.
001054     EXIT.
001055*
001056************************************************************
001057*    2000-GET-VALUE-COUNT - HOW MANY VALUES IN THIS SET,    *
001058*    RE-PROMPTING UNTIL A VALID 1-10 COUNT IS ENTERED.       *
001059************************************************************
001060 2000-GET-VALUE-COUNT.
001061     SET WS-FIELD-INVALID TO TRUE.
001070     PERFORM 2100-PROMPT-FOR-COUNT THRU 2100-EXIT
001080         UNTIL WS-FIELD-VALID.
001090 2000-EXIT.
001768     EXIT.
001769*
001770************************************************************
001772*    6000-DISPLAY-RESULTS - THE VALUE CHOSEN UNDER THE       *
001774*    ITEM'S RULE, GREATEST, LEAST, AND A TIE INDICATOR       *
001776*    NAMING EVERY FEED THAT TIED FOR FIRST.                  *
001778************************************************************
001780 6000-DISPLAY-RESULTS.
001790     DISPLAY ERASE.
001791     DISPLAY "CONDITIONALS - N-WAY VALUE COMPARE" LINE 2 COL 5.
001792     DISPLAY "CHOSEN VALUE   :" LINE 8 COL 5.
001793     MOVE CMP-CHOSEN-VALUE TO WS-RESULT-DISP.
001794     DISPLAY WS-RESULT-DISP LINE 8 COL 22.
001795     EVALUATE TRUE
001796         WHEN CMP-CHOSE-MEDIAN
001797             MOVE "RULE: MEDIAN" TO WS-RULE-NAME
001798         WHEN CMP-CHOSE-LOWEST
001799             MOVE "RULE: LOWEST" TO WS-RULE-NAME
001800         WHEN CMP-CHOSE-PREFERRED
001801             MOVE "RULE: PREFERRED FEED" TO WS-RULE-NAME
001802         WHEN CMP-CHOSE-FALLBACK
001803             MOVE "RULE: PREF FEED MISSING - MEDIAN"
001804                 TO WS-RULE-NAME
001805         WHEN OTHER
001806             MOVE "RULE: HIGHEST" TO WS-RULE-NAME
001807     END-EVALUATE.
001808     DISPLAY WS-RULE-NAME LINE 8 COL 40.
001810     DISPLAY "GREATEST VALUE :" LINE 9 COL 5.
001815     MOVE CMP-MAX-VALUE TO WS-RESULT-DISP.
001820     DISPLAY WS-RESULT-DISP LINE 9 COL 22.
002430     MOVE WS-CURRENT-TIME
002435         TO CMPR-AUD-RUN-TIME OF CMPR-AUDIT-RECORD.
002440     MOVE WS-USERID TO CMPR-AUD-USERID OF CMPR-AUDIT-RECORD.
002445     MOVE WS-CYCLE-NBR TO CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD.
002450     SET CMPR-AUD-COMPARE OF CMPR-AUDIT-RECORD TO TRUE.
002455     SET CMPR-AUD-NOT-STAGED OF CMPR-AUDIT-RECORD TO TRUE.
002460     MOVE CMP-COUNT TO CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD.
002461     MOVE WS-ITEM-EDIT
002463         TO CMPR-AUD-ITEM-ID OF CMPR-AUDIT-RECORD.
002472         TO CMPR-AUD-MEDIAN-VALUE OF CMPR-AUDIT-RECORD.
002473     MOVE CMP-OUTLIER-POS
002474         TO CMPR-AUD-OUTLIER-POS OF CMPR-AUDIT-RECORD.
002477     MOVE CMP-CHOSEN-VALUE
002480         TO CMPR-AUD-WINNER-VALUE OF CMPR-AUDIT-RECORD.
002483     MOVE CMP-CHOSEN-RULE
002486         TO CMPR-AUD-SELECT-RULE OF CMPR-AUDIT-RECORD.
002490     IF CMP-IS-TIE
002500         SET CMPR-AUD-IS-TIE OF CMPR-AUDIT-RECORD TO TRUE
002510     ELSE
002844     EXIT.
002845*
002846************************************************************
002847*    1095-OPEN-ITEM-MASTER - THE ITEM MASTER STAYS OPEN FOR  *
002848*    DIRECT READS.  NO FILE AT ALL MEANS NO ITEMS, SO NO     *
002849*    COMPARE CAN BE KEYED UNTIL ITEMS ARE SET UP THROUGH     *
002850*    CONDITEM.                                               *
002851************************************************************
002852 1095-OPEN-ITEM-MASTER.
002853     OPEN INPUT CMPRITEM.
002854     IF WS-ITEM-STATUS = "00"
002855         SET WS-ITEMS-USABLE TO TRUE
002856     END-IF.
002857 1095-EXIT.
002858     EXIT.
002859*
002860************************************************************
002861*    3300-LOOK-UP-FEED - DIRECT READ OF THE FEED MASTER FOR  *
002862*    THE ID JUST KEYED.  ONLY AN ACTIVE FEED PASSES.         *
002870************************************************************
002880 3300-LOOK-UP-FEED.
002890     MOVE 'N' TO WS-FEED-MATCH-SWITCH.
003372     IF WS-RATES-USABLE
003374         CLOSE CMPRRATE
003376     END-IF.
003377     IF WS-ITEMS-USABLE
003378         CLOSE CMPRITEM
003379     END-IF.
003380 7800-EXIT.
003390     EXIT.
003400*
