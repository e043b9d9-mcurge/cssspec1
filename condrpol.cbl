000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDRPOL.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - MAINTENANCE SCREEN FOR THE  *
000120*                     CMPRCPOL RATE POLICY FILE.  BROWSE,    *
000130*                     ADD, CHANGE AND DELETE A CURRENCY'S    *
000140*                     FALLBACK DAYS (HOW FAR BACK CONDBAT    *
000150*                     MAY REACH FOR A PRIOR RATE WHEN THE    *
000160*                     RUN DATE HAS NONE) AND ITS MOVE        *
000170*                     PERCENTAGE (ABOVE WHICH CONDRLOD       *
000180*                     FLAGS A TREASURY RATE).  EVERY ACTION  *
000190*                     IS LOGGED TO CMPRMAUD.                 *
000200************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CMPRCPOL ASSIGN TO "CMPRCPOL"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CMPG-CURRENCY-CODE
000310         FILE STATUS IS WS-CPOL-STATUS.
000320     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MAUD-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CMPRCPOL
000380     RECORDING MODE IS F.
000390 COPY CMPCPOL.
000400 FD  CMPRMAUD
000410     RECORDING MODE IS F.
000420 COPY CMPMAUD.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-CPOL-STATUS          PIC X(02) VALUE SPACES.
000460     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000470     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000480         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000490     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000500         88  WS-END-OF-POLICIES          VALUE 'Y'.
000510     05  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
000520         88  WS-FIELD-VALID              VALUE 'Y'.
000530         88  WS-FIELD-INVALID            VALUE 'N'.
000540 01  WS-COUNTERS.
000550     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000560 01  WS-EDIT-FIELDS.
000570     05  WS-ACTION-EDIT          PIC X(01).
000580     05  WS-CURR-EDIT            PIC X(03).
000590     05  WS-DAYS-EDIT            PIC X(02).
000600     05  WS-PCT-EDIT             PIC X(03).
000610     05  WS-DESC-EDIT            PIC X(30).
000620     05  WS-DAYS-DISP            PIC Z9.
000630     05  WS-PCT-DISP             PIC ZZ9.
000640     05  WS-PCT-WORDS            PIC X(07).
000650     05  WS-MORE-REPLY           PIC X(01).
000660     05  WS-DETAIL-LINE          PIC X(78).
000670     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000680 01  WS-AUDIT-WORK.
000690     05  WS-USERID               PIC X(08).
000700     05  WS-CURRENT-DATE         PIC 9(08).
000710     05  WS-MAINT-ACTION         PIC X(01).
000720     05  WS-BEFORE-IMAGE         PIC X(160).
000730     05  WS-AFTER-IMAGE          PIC X(160).
000740*
000750 PROCEDURE DIVISION.
000760*
000770************************************************************
000780*    0000-MAINLINE                                          *
000790************************************************************
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000820     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
000830         UNTIL WS-QUIT-REQUESTED.
000840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000850     GOBACK.
000860*
000870************************************************************
000880*    1000-INITIALIZE - THE POLICY FILE IS CREATED EMPTY ON   *
000890*    THE VERY FIRST USE.  AN EMPTY FILE MEANS NO CURRENCY    *
000900*    FALLS BACK AND THE LOADER'S OWN MOVE SETTING APPLIES.   *
000910************************************************************
000920 1000-INITIALIZE.
000930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000940     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
000950     IF WS-USERID = SPACES
000960         MOVE "UNKNOWN " TO WS-USERID
000970     END-IF.
000980     OPEN I-O CMPRCPOL.
000990     IF WS-CPOL-STATUS = "35"
001000         OPEN OUTPUT CMPRCPOL
001010         CLOSE CMPRCPOL
001020         OPEN I-O CMPRCPOL
001030     END-IF.
001040 1000-EXIT.
001050     EXIT.
001060*
001070************************************************************
001080*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
001090************************************************************
001100 2000-ACTION-LOOP.
001110     DISPLAY ERASE.
001120     DISPLAY "CONDRPOL - RATE POLICY MAINTENANCE"
001130         LINE 2 COL 5.
001140     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001150     MOVE SPACES TO WS-ERROR-MESSAGE.
001160     DISPLAY "B = BROWSE RATE POLICIES" LINE 5 COL 5.
001170     DISPLAY "A = ADD A CURRENCY POLICY" LINE 6 COL 5.
001180     DISPLAY "C = CHANGE DAYS / PERCENT / DESC" LINE 7 COL 5.
001190     DISPLAY "D = DELETE A POLICY (NO FALLBACK)" LINE 8 COL 5.
001200     DISPLAY "X = RETURN TO MENU" LINE 9 COL 5.
001210     DISPLAY "ACTION :" LINE 11 COL 5.
001220     ACCEPT WS-ACTION-EDIT LINE 11 COL 14.
001230     EVALUATE WS-ACTION-EDIT
001240         WHEN 'B'
001250         WHEN 'b'
001260             PERFORM 3000-BROWSE-POLICIES THRU 3000-EXIT
001270         WHEN 'A'
001280         WHEN 'a'
001290             PERFORM 4000-ADD-POLICY THRU 4000-EXIT
001300         WHEN 'C'
001310         WHEN 'c'
001320             PERFORM 5000-CHANGE-POLICY THRU 5000-EXIT
001330         WHEN 'D'
001340         WHEN 'd'
001350             PERFORM 6000-DELETE-POLICY THRU 6000-EXIT
001360         WHEN 'X'
001370         WHEN 'x'
001380             SET WS-QUIT-REQUESTED TO TRUE
001390         WHEN OTHER
001400             MOVE "ACTION MUST BE B, A, C, D OR X"
001410                 TO WS-ERROR-MESSAGE
001420     END-EVALUATE.
001430 2000-EXIT.
001440     EXIT.
001450*
001460************************************************************
001470*    3000-BROWSE-POLICIES - FROM A STARTING CURRENCY (BLANK  *
001480*    = THE START OF THE FILE) A PAGE AT A TIME.              *
001490************************************************************
001500 3000-BROWSE-POLICIES.
001510     DISPLAY ERASE.
001520     DISPLAY "CONDRPOL - RATE POLICY BROWSE" LINE 1 COL 1.
001530     DISPLAY "START AT CURRENCY (BLANK = ALL):" LINE 3 COL 1.
001540     ACCEPT WS-CURR-EDIT LINE 3 COL 34.
001550     DISPLAY ERASE.
001560     DISPLAY "CONDRPOL - RATE POLICY BROWSE" LINE 1 COL 1.
001570     DISPLAY "CUR  FALLBACK DAYS  MOVE PCT  DESCRIPTION"
001580         LINE 2 COL 1.
001590     MOVE 'N' TO WS-EOF-SWITCH.
001600     MOVE ZERO TO WS-LINE-ON-PAGE.
001610     MOVE WS-CURR-EDIT TO CMPG-CURRENCY-CODE.
001620     START CMPRCPOL KEY IS NOT LESS THAN CMPG-CURRENCY-CODE
001630         INVALID KEY SET WS-END-OF-POLICIES TO TRUE
001640     END-START.
001650     PERFORM 3100-READ-NEXT-POLICY THRU 3100-EXIT.
001660     PERFORM 3200-SHOW-ONE-POLICY THRU 3200-EXIT
001670         UNTIL WS-END-OF-POLICIES.
001680     DISPLAY "END OF POLICIES - PRESS ENTER" LINE 22 COL 1.
001690     ACCEPT WS-MORE-REPLY LINE 22 COL 31.
001700 3000-EXIT.
001710     EXIT.
001720*
001730 3100-READ-NEXT-POLICY.
001740     IF NOT WS-END-OF-POLICIES
001750         READ CMPRCPOL NEXT
001760             AT END SET WS-END-OF-POLICIES TO TRUE
001770         END-READ
001780     END-IF.
001790 3100-EXIT.
001800     EXIT.
001810*
001820 3200-SHOW-ONE-POLICY.
001830     MOVE CMPG-FALLBACK-DAYS TO WS-DAYS-DISP.
001840     MOVE CMPG-MOVE-PCT TO WS-PCT-DISP.
001850     IF CMPG-MOVE-PCT = ZERO
001860         MOVE "DEFAULT" TO WS-PCT-WORDS
001870     ELSE
001880         MOVE SPACES TO WS-PCT-WORDS
001890         MOVE WS-PCT-DISP TO WS-PCT-WORDS(5:3)
001900     END-IF.
001910     MOVE SPACES TO WS-DETAIL-LINE.
001920     STRING CMPG-CURRENCY-CODE DELIMITED BY SIZE
001930         "        " DELIMITED BY SIZE
001940         WS-DAYS-DISP DELIMITED BY SIZE
001950         "      " DELIMITED BY SIZE
001960         WS-PCT-WORDS DELIMITED BY SIZE
001970         "   " DELIMITED BY SIZE
001980         CMPG-DESCRIPTION DELIMITED BY SIZE
001990         INTO WS-DETAIL-LINE.
002000     ADD 1 TO WS-LINE-ON-PAGE.
002010     DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1.
002020     IF WS-LINE-ON-PAGE > 14
002030         PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
002040     END-IF.
002050     PERFORM 3100-READ-NEXT-POLICY THRU 3100-EXIT.
002060 3200-EXIT.
002070     EXIT.
002080*
002090 3500-PAGE-BREAK.
002100     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
002110     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
002120     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
002130         SET WS-END-OF-POLICIES TO TRUE
002140     ELSE
002150         DISPLAY ERASE
002160         DISPLAY "CONDRPOL - RATE POLICY BROWSE" LINE 1 COL 1
002170         DISPLAY "CUR  FALLBACK DAYS  MOVE PCT  DESCRIPTION"
002180             LINE 2 COL 1
002190         MOVE ZERO TO WS-LINE-ON-PAGE
002200     END-IF.
002210 3500-EXIT.
002220     EXIT.
002230*
002240************************************************************
002250*    4000-ADD-POLICY - A BLANK DAYS REPLY MEANS NO FALLBACK  *
002260*    AND A BLANK PERCENT THE LOADER'S OWN SETTING.           *
002270************************************************************
002280 4000-ADD-POLICY.
002290     DISPLAY ERASE.
002300     DISPLAY "CONDRPOL - ADD A CURRENCY POLICY" LINE 2 COL 5.
002310     DISPLAY "CURRENCY                :" LINE 4 COL 5.
002320     ACCEPT WS-CURR-EDIT LINE 4 COL 31.
002330     PERFORM 5600-EDIT-THE-CURRENCY THRU 5600-EXIT.
002340     IF WS-FIELD-INVALID
002350         GO TO 4000-EXIT
002360     END-IF.
002370     MOVE WS-CURR-EDIT TO CMPG-CURRENCY-CODE.
002380     READ CMPRCPOL
002390         INVALID KEY
002400             CONTINUE
002410         NOT INVALID KEY
002420             MOVE "CURRENCY ALREADY HAS A POLICY"
002430                 TO WS-ERROR-MESSAGE
002440             GO TO 4000-EXIT
002450     END-READ.
002460     DISPLAY "FALLBACK BUSINESS DAYS  :" LINE 5 COL 5.
002470     ACCEPT WS-DAYS-EDIT LINE 5 COL 31.
002480     DISPLAY "MOVE PCT (BLANK = DFLT) :" LINE 6 COL 5.
002490     ACCEPT WS-PCT-EDIT LINE 6 COL 31.
002500     DISPLAY "DESCRIPTION             :" LINE 7 COL 5.
002510     ACCEPT WS-DESC-EDIT LINE 7 COL 31.
002520     IF WS-DESC-EDIT = SPACES
002530         MOVE "DESCRIPTION MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
002540         GO TO 4000-EXIT
002550     END-IF.
002560     MOVE WS-CURR-EDIT TO CMPG-CURRENCY-CODE.
002570     MOVE ZERO TO CMPG-FALLBACK-DAYS.
002580     MOVE ZERO TO CMPG-MOVE-PCT.
002590     PERFORM 5500-APPLY-NUMBER-EDITS THRU 5500-EXIT.
002600     IF WS-FIELD-INVALID
002610         GO TO 4000-EXIT
002620     END-IF.
002630     MOVE WS-DESC-EDIT TO CMPG-DESCRIPTION.
002640     WRITE CMPG-RATE-POLICY-RECORD
002650         INVALID KEY
002660             MOVE "CURRENCY ALREADY HAS A POLICY"
002670                 TO WS-ERROR-MESSAGE
002680     END-WRITE.
002690     IF WS-CPOL-STATUS = "00"
002700         MOVE 'A' TO WS-MAINT-ACTION
002710         MOVE SPACES TO WS-BEFORE-IMAGE
002720         MOVE CMPG-RATE-POLICY-RECORD TO WS-AFTER-IMAGE
002730         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
002740     END-IF.
002750 4000-EXIT.
002760     EXIT.
002770*
002780************************************************************
002790*    5000-CHANGE-POLICY - BLANK REPLIES KEEP WHAT IS THERE.  *
002800************************************************************
002810 5000-CHANGE-POLICY.
002820     DISPLAY ERASE.
002830     DISPLAY "CONDRPOL - CHANGE A CURRENCY POLICY" LINE 2 COL 5.
002840     DISPLAY "CURRENCY :" LINE 4 COL 5.
002850     ACCEPT WS-CURR-EDIT LINE 4 COL 16.
002860     PERFORM 5600-EDIT-THE-CURRENCY THRU 5600-EXIT.
002870     IF WS-FIELD-INVALID
002880         GO TO 5000-EXIT
002890     END-IF.
002900     MOVE WS-CURR-EDIT TO CMPG-CURRENCY-CODE.
002910     READ CMPRCPOL
002920         INVALID KEY
002930             MOVE "CURRENCY HAS NO POLICY"
002940                 TO WS-ERROR-MESSAGE
002950             GO TO 5000-EXIT
002960     END-READ.
002970     MOVE CMPG-RATE-POLICY-RECORD TO WS-BEFORE-IMAGE.
002980     MOVE CMPG-FALLBACK-DAYS TO WS-DAYS-DISP.
002990     MOVE CMPG-MOVE-PCT TO WS-PCT-DISP.
003000     DISPLAY "DAYS NOW : " LINE 6 COL 5.
003010     DISPLAY WS-DAYS-DISP LINE 6 COL 16.
003020     DISPLAY "PCT NOW  : " LINE 7 COL 5.
003030     DISPLAY WS-PCT-DISP LINE 7 COL 16.
003040     DISPLAY "DESC NOW : " LINE 8 COL 5.
003050     DISPLAY CMPG-DESCRIPTION LINE 8 COL 16.
003060     DISPLAY "NEW DAYS (BLANK = KEEP)     :" LINE 10 COL 5.
003070     ACCEPT WS-DAYS-EDIT LINE 10 COL 35.
003080     DISPLAY "NEW PCT (BLANK = KEEP)      :" LINE 11 COL 5.
003090     ACCEPT WS-PCT-EDIT LINE 11 COL 35.
003100     DISPLAY "NEW DESC (BLANK = KEEP)     :" LINE 12 COL 5.
003110     ACCEPT WS-DESC-EDIT LINE 12 COL 35.
003120     PERFORM 5500-APPLY-NUMBER-EDITS THRU 5500-EXIT.
003130     IF WS-FIELD-INVALID
003140         GO TO 5000-EXIT
003150     END-IF.
003160     IF WS-DESC-EDIT NOT = SPACES
003170         MOVE WS-DESC-EDIT TO CMPG-DESCRIPTION
003180     END-IF.
003190     IF CMPG-RATE-POLICY-RECORD = WS-BEFORE-IMAGE
003200         MOVE "NOTHING WAS CHANGED" TO WS-ERROR-MESSAGE
003210         GO TO 5000-EXIT
003220     END-IF.
003230     REWRITE CMPG-RATE-POLICY-RECORD
003240         INVALID KEY
003250             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
003260     END-REWRITE.
003270     IF WS-CPOL-STATUS = "00"
003280         MOVE 'C' TO WS-MAINT-ACTION
003290         MOVE CMPG-RATE-POLICY-RECORD TO WS-AFTER-IMAGE
003300         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
003310     END-IF.
003320 5000-EXIT.
003330     EXIT.
003340*
003350************************************************************
003360*    5500-APPLY-NUMBER-EDITS - FOLD THE KEYED DAYS AND       *
003370*    PERCENT INTO THE RECORD (BLANK KEEPS WHAT IS THERE).    *
003380*    A ONE-DIGIT REPLY IS TAKEN AS IT READS.  FALLBACK IS    *
003390*    HELD TO TEN BUSINESS DAYS - A RATE OLDER THAN THAT IS   *
003400*    NOT ONE TO COMPARE ON.                                  *
003410************************************************************
003420 5500-APPLY-NUMBER-EDITS.
003430     SET WS-FIELD-VALID TO TRUE.
003440     IF WS-DAYS-EDIT NOT = SPACES
003450         IF WS-DAYS-EDIT(2:1) = SPACE
003460             MOVE WS-DAYS-EDIT(1:1) TO WS-DAYS-EDIT(2:1)
003470             MOVE "0" TO WS-DAYS-EDIT(1:1)
003480         END-IF
003490         IF WS-DAYS-EDIT IS NOT NUMERIC
003500             MOVE "DAYS MUST BE 00 TO 10" TO WS-ERROR-MESSAGE
003510             SET WS-FIELD-INVALID TO TRUE
003520             GO TO 5500-EXIT
003530         END-IF
003540         IF WS-DAYS-EDIT > "10"
003550             MOVE "DAYS MUST BE 00 TO 10" TO WS-ERROR-MESSAGE
003560             SET WS-FIELD-INVALID TO TRUE
003570             GO TO 5500-EXIT
003580         END-IF
003590         MOVE WS-DAYS-EDIT TO CMPG-FALLBACK-DAYS
003600     END-IF.
003610     IF WS-PCT-EDIT NOT = SPACES
003620         IF WS-PCT-EDIT IS NOT NUMERIC
003630             MOVE "PERCENT MUST BE THREE DIGITS (E.G. 005)"
003640                 TO WS-ERROR-MESSAGE
003650             SET WS-FIELD-INVALID TO TRUE
003660             GO TO 5500-EXIT
003670         END-IF
003680         MOVE WS-PCT-EDIT TO CMPG-MOVE-PCT
003690     END-IF.
003700 5500-EXIT.
003710     EXIT.
003720*
003730************************************************************
003740*    5600-EDIT-THE-CURRENCY - NOT BLANK, AND NOT THE BASE    *
003750*    CURRENCY, WHICH NEVER NEEDS A RATE.                     *
003760************************************************************
003770 5600-EDIT-THE-CURRENCY.
003780     SET WS-FIELD-VALID TO TRUE.
003790     IF WS-CURR-EDIT = SPACES
003800         MOVE "CURRENCY MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
003810         SET WS-FIELD-INVALID TO TRUE
003820         GO TO 5600-EXIT
003830     END-IF.
003840     IF WS-CURR-EDIT = "USD"
003850         MOVE "USD IS THE BASE CURRENCY - NO POLICY"
003860             TO WS-ERROR-MESSAGE
003870         SET WS-FIELD-INVALID TO TRUE
003880     END-IF.
003890 5600-EXIT.
003900     EXIT.
003910*
003920************************************************************
003930*    6000-DELETE-POLICY - THE CURRENCY GOES BACK TO NO       *
003940*    FALLBACK AND THE LOADER'S OWN MOVE SETTING.             *
003950************************************************************
003960 6000-DELETE-POLICY.
003970     DISPLAY ERASE.
003980     DISPLAY "CONDRPOL - DELETE A CURRENCY POLICY" LINE 2 COL 5.
003990     DISPLAY "CURRENCY :" LINE 4 COL 5.
004000     ACCEPT WS-CURR-EDIT LINE 4 COL 16.
004010     PERFORM 5600-EDIT-THE-CURRENCY THRU 5600-EXIT.
004020     IF WS-FIELD-INVALID
004030         GO TO 6000-EXIT
004040     END-IF.
004050     MOVE WS-CURR-EDIT TO CMPG-CURRENCY-CODE.
004060     READ CMPRCPOL
004070         INVALID KEY
004080             MOVE "CURRENCY HAS NO POLICY"
004090                 TO WS-ERROR-MESSAGE
004100             GO TO 6000-EXIT
004110     END-READ.
004120     MOVE CMPG-RATE-POLICY-RECORD TO WS-BEFORE-IMAGE.
004130     DELETE CMPRCPOL RECORD
004140         INVALID KEY
004150             MOVE "DELETE FAILED" TO WS-ERROR-MESSAGE
004160     END-DELETE.
004170     IF WS-CPOL-STATUS = "00"
004180         MOVE 'D' TO WS-MAINT-ACTION
004190         MOVE SPACES TO WS-AFTER-IMAGE
004200         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
004210     END-IF.
004220 6000-EXIT.
004230     EXIT.
004240*
004250************************************************************
004260*    7000-WRITE-MAINT-AUDIT - ONE CMPRMAUD RECORD PER        *
004270*    MAINTENANCE ACTION, WITH THE BEFORE AND AFTER IMAGES    *
004280*    THE CALLER SET ASIDE.                                   *
004290************************************************************
004300 7000-WRITE-MAINT-AUDIT.
004310     OPEN EXTEND CMPRMAUD.
004320     IF WS-MAUD-STATUS = "35"
004330         OPEN OUTPUT CMPRMAUD
004340     END-IF.
004350     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
004360     MOVE WS-USERID TO CMPM-USERID.
004370     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
004380     ACCEPT CMPM-AUDIT-TIME FROM TIME.
004390     MOVE "CONDRPOL" TO CMPM-PROGRAM.
004400     MOVE WS-MAINT-ACTION TO CMPM-ACTION.
004410     MOVE CMPG-CURRENCY-CODE TO CMPM-RECORD-KEY.
004420     MOVE WS-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
004430     MOVE WS-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
004440     WRITE CMPM-MAINT-AUDIT-RECORD.
004450     CLOSE CMPRMAUD.
004460 7000-EXIT.
004470     EXIT.
004480*
004490************************************************************
004500*    8000-TERMINATE                                         *
004510************************************************************
004520 8000-TERMINATE.
004530     CLOSE CMPRCPOL.
004540 8000-EXIT.
004550     EXIT.
