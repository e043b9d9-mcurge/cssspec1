000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDRLOD.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - INBOUND LOADER FOR THE      *
000120*                     TREASURY DAILY RATE FILE (CMPRTRSY,    *
000130*                     COMMA-DELIMITED), RUN IN THE NIGHT     *
000140*                     STREAM AHEAD OF CONDBAT SO THE NON-USD *
000150*                     RATES NO LONGER WAIT ON SOMEONE KEYING *
000160*                     THEM ON CONDRATE.  LAYOUT: ONE 'H'     *
000170*                     HEADER (H,RATE DATE), THEN 'D'         *
000180*                     DETAILS (D,CURRENCY,RATE TO USD), THEN *
000190*                     ONE 'T' TRAILER CARRYING THE DETAIL    *
000200*                     COUNT AND A HASH TOTAL OF THE RATES.   *
000210*                     THE FILE IS BALANCED THE SAME WAY      *
000220*                     CONDCNVT BALANCES CMPRPRIC - AN        *
000230*                     OUT-OF-BALANCE OR MISSHAPEN FILE IS    *
000240*                     REFUSED WHOLE, NOTHING REACHES         *
000250*                     CMPRRATE, AND THE RUN ENDS RETURN      *
000260*                     CODE 8.  A BALANCED FILE IS WRITTEN TO *
000270*                     CMPRRATE UNDER THE HEADER'S RATE DATE, *
000280*                     EACH ADD OR REPLACEMENT LOGGED TO      *
000290*                     CMPRMAUD UNDER THE BATCH USER ID.  A   *
000300*                     RATE THAT MOVED MORE THAN THE SET      *
000310*                     PERCENTAGE FROM THE CURRENCY'S PRIOR   *
000320*                     RATE IS FLAGGED ON THE CMPRRLDR        *
000330*                     CONTROL REPORT AND THE RUN ENDS        *
000340*                     RETURN CODE 4.                         *
000342*    10/15/2026  DWS  THE MAINTENANCE AUDIT KEY NOW HAS A    *
000344*                     SPACE BETWEEN CURRENCY AND DATE, AS    *
000346*                     CONDRATE WRITES IT.                    *
000347*    10/15/2026  DWS  A RATE CMPRRATE REFUSES TO TAKE IS     *
000349*                     COUNTED, AND ANY SUCH FAILURE, OR A    *
000350*                     CMPRRATE THAT WILL NOT OPEN, NOW ENDS  *
000352*                     THE RUN RETURN CODE 8 WITH THE REPORT  *
000353*                     SAYING NOT ALL RATES WERE LOADED.  A   *
000355*                     MOVE TOO LARGE FOR THE PERCENTAGE IS   *
000356*                     SHOWN AT ITS MAXIMUM AND FLAGGED.      *
000358************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CMPRTRSY ASSIGN TO "CMPRTRSY"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRSY-STATUS.
000450     SELECT CMPRRATE ASSIGN TO "CMPRRATE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CMPY-RATE-KEY
000490         FILE STATUS IS WS-RATE-STATUS.
000500     SELECT CMPRCPOL ASSIGN TO "CMPRCPOL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CMPG-CURRENCY-CODE
000540         FILE STATUS IS WS-CPOL-STATUS.
000550     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-MAUD-STATUS.
000580     SELECT CMPRRLDR ASSIGN TO "CMPRRLDR"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RLDR-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CMPRTRSY
000640     RECORDING MODE IS F.
000650 01  TRSY-INTERFACE-RECORD       PIC X(80).
000660 FD  CMPRRATE
000670     RECORDING MODE IS F.
000680 COPY CMPRATE.
000690 FD  CMPRCPOL
000700     RECORDING MODE IS F.
000710 COPY CMPCPOL.
000720 FD  CMPRMAUD
000730     RECORDING MODE IS F.
000740 COPY CMPMAUD.
000750 FD  CMPRRLDR
000760     RECORDING MODE IS F.
000770 01  RLDR-PRINT-LINE             PIC X(80).
000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-TRSY-STATUS          PIC X(02) VALUE SPACES.
000810     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
000820     05  WS-CPOL-STATUS          PIC X(02) VALUE SPACES.
000830     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000840     05  WS-RLDR-STATUS          PIC X(02) VALUE SPACES.
000850     05  WS-CPOL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000860         88  WS-POLICIES-USABLE          VALUE 'Y'.
000870     05  WS-TRSY-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000880         88  WS-TRSY-OPEN                VALUE 'Y'.
000890         88  WS-TRSY-MISSING             VALUE 'M'.
000900     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000910         88  WS-END-OF-TRSY              VALUE 'Y'.
000920     05  WS-FILE-GOOD-SWITCH     PIC X(01) VALUE 'Y'.
000930         88  WS-FILE-REFUSED             VALUE 'N'.
000940     05  WS-HEADER-SWITCH        PIC X(01) VALUE 'N'.
000950         88  WS-HEADER-SEEN              VALUE 'Y'.
000960     05  WS-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
000970         88  WS-TRAILER-SEEN             VALUE 'Y'.
000980     05  WS-LINE-GOOD-SWITCH     PIC X(01) VALUE 'Y'.
000990         88  WS-LINE-BAD                 VALUE 'N'.
001000     05  WS-PRIOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
001010         88  WS-END-OF-PRIOR             VALUE 'Y'.
001013     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'Y'.
001016         88  WS-RATE-OPEN-FAILED         VALUE 'N'.
001020 01  WS-COUNTERS.
001030     05  WS-LINE-NBR             PIC 9(08) VALUE ZERO.
001040     05  WS-ACCEPTED-COUNT       PIC 9(08) VALUE ZERO.
001050     05  WS-BAD-LINE-COUNT       PIC 9(08) VALUE ZERO.
001060     05  WS-ADDED-COUNT          PIC 9(08) VALUE ZERO.
001070     05  WS-REPLACED-COUNT       PIC 9(08) VALUE ZERO.
001080     05  WS-UNCHANGED-COUNT      PIC 9(08) VALUE ZERO.
001090     05  WS-FLAGGED-COUNT        PIC 9(08) VALUE ZERO.
001095     05  WS-WRITE-FAIL-COUNT     PIC 9(08) VALUE ZERO.
001100     05  WS-FLD-SUB              PIC 9(02) COMP.
001110     05  WS-RATE-SUB             PIC 9(03) COMP.
001120     05  WS-SEARCH-SUB           PIC 9(03) COMP.
001130 01  WS-RATE-TABLE.
001140     05  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
001150     05  WS-RATE-ENTRY OCCURS 50 TIMES.
001160         10  WS-TBL-CURR         PIC X(03).
001170         10  WS-TBL-RATE         PIC 9(03)V9(06).
001180 01  WS-CONTROL-TOTALS.
001190     05  WS-HASH-TOTAL           PIC 9(09)V9(06) VALUE ZERO.
001200     05  WS-TRAILER-COUNT        PIC 9(08) VALUE ZERO.
001210     05  WS-TRAILER-HASH         PIC 9(09)V9(06) VALUE ZERO.
001220 01  WS-FIELD-TABLE.
001230     05  WS-FLD OCCURS 5 TIMES   PIC X(16).
001240 01  WS-DECIMAL-PARSE.
001250     05  WS-P-IN                 PIC X(16).
001260     05  WS-P-MAX-INT            PIC 9(02) COMP.
001270     05  WS-P-INT-PART           PIC X(16).
001280     05  WS-P-DEC-PART           PIC X(16).
001290     05  WS-P-EXTRA              PIC X(16).
001300     05  WS-P-INT-JUST           PIC X(09) JUSTIFIED RIGHT.
001310     05  WS-P-INT-LEN            PIC 9(02) COMP.
001320     05  WS-P-DEC-LEN            PIC 9(02) COMP.
001330     05  WS-P-DEC-X              PIC X(06).
001340     05  WS-P-INT-9              PIC 9(09).
001350     05  WS-P-DEC-9              PIC 9(06).
001360     05  WS-P-VALUE              PIC 9(09)V9(06).
001370     05  WS-P-GOOD-SWITCH        PIC X(01).
001380         88  WS-P-GOOD                   VALUE 'Y'.
001390 01  WS-COUNT-PARSE.
001400     05  WS-CNT-IN               PIC X(16).
001410     05  WS-CNT-DIGITS-JUST      PIC X(08) JUSTIFIED RIGHT.
001420     05  WS-CNT-LEN              PIC 9(02) COMP.
001430     05  WS-CNT-OUT              PIC 9(08).
001440     05  WS-CNT-GOOD-SWITCH      PIC X(01).
001450         88  WS-CNT-GOOD                 VALUE 'Y'.
001460 01  WS-MOVE-WORK.
001470     05  WS-PCT-EDIT             PIC X(03) VALUE SPACES.
001480     05  WS-DEFAULT-PCT          PIC 9(03) VALUE 5.
001490     05  WS-THRESHOLD-PCT        PIC 9(03).
001500     05  WS-PRIOR-RATE           PIC 9(03)V9(06).
001510     05  WS-PRIOR-DATE           PIC 9(08).
001520     05  WS-MOVE-PCT             PIC S9(07)V99.
001530     05  WS-ABS-PCT              PIC 9(07)V99.
001540     05  WS-NEW-KEY.
001550         10  WS-NEW-CURR         PIC X(03).
001560         10  WS-NEW-DATE         PIC 9(08).
001570 01  WS-EDIT-FIELDS.
001580     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
001590     05  WS-HASH-DISP            PIC Z(08)9.999999.
001600     05  WS-RATE-DISP            PIC ZZ9.999999.
001610     05  WS-PRIOR-DISP           PIC ZZ9.999999.
001620     05  WS-PCT-DISP             PIC ZZ9.
001630     05  WS-MOVE-DISP            PIC -(7)9.99.
001640     05  WS-PRIOR-DATE-DISP      PIC X(08).
001650     05  WS-ACTION-DISP          PIC X(10).
001660     05  WS-FLAG-DISP            PIC X(06).
001670     05  WS-REASON               PIC X(30).
001680 01  WS-DATE-WORK.
001690     05  WS-CURRENT-DATE         PIC 9(08).
001700     05  WS-RATE-DATE            PIC 9(08).
001710     05  WS-DATE-EDIT            PIC X(16).
001720 01  WS-AUDIT-WORK.
001730     05  WS-BATCH-USERID         PIC X(08) VALUE "BATCH   ".
001740     05  WS-MAINT-ACTION         PIC X(01).
001750     05  WS-BEFORE-IMAGE         PIC X(160).
001760     05  WS-AFTER-IMAGE          PIC X(160).
001770 COPY CMPBCAL.
001780*
001790 PROCEDURE DIVISION.
001800*
001810************************************************************
001820*    0000-MAINLINE                                          *
001830************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     IF WS-TRSY-OPEN
001870         PERFORM 2000-READ-TRSY THRU 2000-EXIT
001880         PERFORM 3000-TAKE-ONE-LINE THRU 3000-EXIT
001890             UNTIL WS-END-OF-TRSY
001900         PERFORM 5000-JUDGE-THE-FILE THRU 5000-EXIT
001910         IF NOT WS-FILE-REFUSED
001920             PERFORM 5500-POST-THE-RATES THRU 5500-EXIT
001930         END-IF
001940     END-IF.
001950     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
001960     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001970     GOBACK.
001980*
001990************************************************************
002000*    1000-INITIALIZE - THE FLAGGING PERCENTAGE COMES FROM    *
002010*    CMPRATEPCT IN THE JOB'S ENVIRONMENT (THREE DIGITS, 005  *
002020*    WHEN NOT SET) SO THE NIGHT'S SYSIN DECK IS UNCHANGED; A *
002030*    CURRENCY WITH ITS OWN PERCENTAGE ON CMPRCPOL USES THAT  *
002040*    INSTEAD.  NO TREASURY FILE AT ALL IS A WARNING, NOT A   *
002050*    REFUSAL - CMPRRATE IS LEFT AS IT IS AND CONDBAT FALLS   *
002060*    BACK UNDER EACH CURRENCY'S POLICY.                      *
002070************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002100     MOVE WS-CURRENT-DATE TO WS-RATE-DATE.
002110     ACCEPT WS-PCT-EDIT FROM ENVIRONMENT "CMPRATEPCT".
002120     IF WS-PCT-EDIT IS NUMERIC
002130         MOVE WS-PCT-EDIT TO WS-DEFAULT-PCT
002140     ELSE
002150         MOVE 5 TO WS-DEFAULT-PCT
002160     END-IF.
002170     OPEN OUTPUT CMPRRLDR.
002180     MOVE "CONDRLOD - TREASURY RATE FILE CONTROL REPORT"
002190         TO RLDR-PRINT-LINE.
002200     WRITE RLDR-PRINT-LINE.
002210     MOVE WS-DEFAULT-PCT TO WS-PCT-DISP.
002220     MOVE SPACES TO RLDR-PRINT-LINE.
002230     STRING "RATES FLAGGED WHEN THEY MOVE OVER " DELIMITED BY SIZE
002240         WS-PCT-DISP DELIMITED BY SIZE
002250         " PERCENT UNLESS CMPRCPOL SAYS OTHERWISE"
002260             DELIMITED BY SIZE
002270         INTO RLDR-PRINT-LINE.
002280     WRITE RLDR-PRINT-LINE.
002290     MOVE SPACES TO RLDR-PRINT-LINE.
002300     WRITE RLDR-PRINT-LINE.
002310     OPEN INPUT CMPRTRSY.
002320     IF WS-TRSY-STATUS NOT = "00"
002330         MOVE "CMPRTRSY NOT FOUND - NO RATES LOADED TONIGHT"
002340             TO RLDR-PRINT-LINE
002350         WRITE RLDR-PRINT-LINE
002360         MOVE "CONDBAT FALLS BACK UNDER THE CMPRCPOL POLICIES"
002370             TO RLDR-PRINT-LINE
002380         WRITE RLDR-PRINT-LINE
002390         SET WS-TRSY-MISSING TO TRUE
002400         GO TO 1000-EXIT
002410     END-IF.
002420     SET WS-TRSY-OPEN TO TRUE.
002430     OPEN INPUT CMPRCPOL.
002440     IF WS-CPOL-STATUS = "00"
002450         SET WS-POLICIES-USABLE TO TRUE
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*
002500 2000-READ-TRSY.
002510     READ CMPRTRSY
002520         AT END SET WS-END-OF-TRSY TO TRUE
002530     END-READ.
002540     IF NOT WS-END-OF-TRSY
002550         ADD 1 TO WS-LINE-NBR
002560     END-IF.
002570 2000-EXIT.
002580     EXIT.
002590*
002600************************************************************
002610*    3000-TAKE-ONE-LINE - SPLIT THE LINE ON COMMAS AND HAND  *
002620*    IT TO THE RIGHT HANDLER BY ITS RECORD TYPE.             *
002630************************************************************
002640 3000-TAKE-ONE-LINE.
002650     PERFORM 3050-SPLIT-THE-LINE THRU 3050-EXIT.
002660     EVALUATE WS-FLD(1)
002670         WHEN 'H'
002680             PERFORM 3100-TAKE-HEADER THRU 3100-EXIT
002690         WHEN 'D'
002700             PERFORM 3200-TAKE-DETAIL THRU 3200-EXIT
002710         WHEN 'T'
002720             PERFORM 3300-TAKE-TRAILER THRU 3300-EXIT
002730         WHEN OTHER
002740             MOVE "UNKNOWN RECORD TYPE" TO WS-REASON
002750             PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
002760     END-EVALUATE.
002770     PERFORM 2000-READ-TRSY THRU 2000-EXIT.
002780 3000-EXIT.
002790     EXIT.
002800*
002810 3050-SPLIT-THE-LINE.
002820     PERFORM 3060-CLEAR-ONE-FIELD THRU 3060-EXIT
002830         VARYING WS-FLD-SUB FROM 1 BY 1 UNTIL WS-FLD-SUB > 5.
002840     UNSTRING TRSY-INTERFACE-RECORD DELIMITED BY ','
002850         INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
002860             WS-FLD(5).
002870 3050-EXIT.
002880     EXIT.
002890*
002900 3060-CLEAR-ONE-FIELD.
002910     MOVE SPACES TO WS-FLD(WS-FLD-SUB).
002920 3060-EXIT.
002930     EXIT.
002940*
002950************************************************************
002960*    3100-TAKE-HEADER - THE HEADER NAMES THE DATE THE RATES  *
002970*    ARE FOR (BLANK = THE RUN DATE).  IT MUST BE A REAL      *
002980*    CALENDAR DATE AND NOT LATER THAN THE RUN DATE, OR THE   *
002990*    FILE IS REFUSED.                                        *
003000************************************************************
003010 3100-TAKE-HEADER.
003020     IF WS-HEADER-SEEN
003030         MOVE "SECOND HEADER RECORD" TO WS-REASON
003040         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003050         GO TO 3100-EXIT
003060     END-IF.
003070     SET WS-HEADER-SEEN TO TRUE.
003080     IF WS-FLD(2) = SPACES
003090         GO TO 3100-EXIT
003100     END-IF.
003110     MOVE WS-FLD(2) TO WS-DATE-EDIT.
003120     IF WS-DATE-EDIT(9:) NOT = SPACES
003130         OR WS-DATE-EDIT(1:8) IS NOT NUMERIC
003140         MOVE "HEADER RATE DATE NOT YYYYMMDD" TO WS-REASON
003150         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003160         SET WS-FILE-REFUSED TO TRUE
003170         GO TO 3100-EXIT
003180     END-IF.
003190     MOVE 'B' TO CMPB-FUNCTION.
003200     MOVE WS-DATE-EDIT(1:8) TO CMPB-DATE-1.
003210     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
003220     IF NOT CMPB-DATE-VALID
003230         MOVE "HEADER RATE DATE NOT A REAL DATE" TO WS-REASON
003240         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003250         SET WS-FILE-REFUSED TO TRUE
003260         GO TO 3100-EXIT
003270     END-IF.
003280     IF CMPB-DATE-1 > WS-CURRENT-DATE
003290         MOVE "HEADER RATE DATE AFTER RUN DATE" TO WS-REASON
003300         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003310         SET WS-FILE-REFUSED TO TRUE
003320         GO TO 3100-EXIT
003330     END-IF.
003340     MOVE CMPB-DATE-1 TO WS-RATE-DATE.
003350 3100-EXIT.
003360     EXIT.
003370*
003380************************************************************
003390*    3150-EDIT-COUNT-FIELD - SAME SCAN-AND-JUSTIFY EDIT      *
003400*    CONDCNVT GIVES ITS COUNTS.                              *
003410************************************************************
003420 3150-EDIT-COUNT-FIELD.
003430     MOVE 'Y' TO WS-CNT-GOOD-SWITCH.
003440     MOVE ZERO TO WS-CNT-LEN.
003450     INSPECT WS-CNT-IN TALLYING WS-CNT-LEN
003460         FOR CHARACTERS BEFORE INITIAL ' '.
003470     IF WS-CNT-LEN = ZERO OR WS-CNT-LEN > 8
003480         MOVE 'N' TO WS-CNT-GOOD-SWITCH
003490         GO TO 3150-EXIT
003500     END-IF.
003510     IF WS-CNT-IN(WS-CNT-LEN + 1:) NOT = SPACES
003520         MOVE 'N' TO WS-CNT-GOOD-SWITCH
003530         GO TO 3150-EXIT
003540     END-IF.
003550     MOVE SPACES TO WS-CNT-DIGITS-JUST.
003560     MOVE WS-CNT-IN(1:WS-CNT-LEN) TO WS-CNT-DIGITS-JUST.
003570     INSPECT WS-CNT-DIGITS-JUST REPLACING LEADING ' ' BY '0'.
003580     IF WS-CNT-DIGITS-JUST IS NOT NUMERIC
003590         MOVE 'N' TO WS-CNT-GOOD-SWITCH
003600         GO TO 3150-EXIT
003610     END-IF.
003620     MOVE WS-CNT-DIGITS-JUST TO WS-CNT-OUT.
003630 3150-EXIT.
003640     EXIT.
003650*
003660************************************************************
003670*    3200-TAKE-DETAIL - CURRENCY AND RATE UNDER FULL EDIT.   *
003680*    A GOOD DETAIL IS HELD IN THE RATE TABLE AND ITS RATE    *
003690*    GOES INTO THE RUNNING HASH; NOTHING REACHES CMPRRATE    *
003700*    UNTIL THE WHOLE FILE HAS BALANCED.  A BAD ONE IS NAMED  *
003710*    ON THE REPORT AND SKIPPED, WHICH WILL THROW THE         *
003720*    TRAILER COUNT AND REFUSE THE FILE.                      *
003730************************************************************
003740 3200-TAKE-DETAIL.
003750     MOVE 'Y' TO WS-LINE-GOOD-SWITCH.
003760     IF NOT WS-HEADER-SEEN
003770         MOVE "DETAIL BEFORE HEADER" TO WS-REASON
003780         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003790         GO TO 3200-EXIT
003800     END-IF.
003810     IF WS-TRAILER-SEEN
003820         MOVE "DETAIL AFTER TRAILER" TO WS-REASON
003830         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003840         GO TO 3200-EXIT
003850     END-IF.
003860     IF WS-FLD(4) NOT = SPACES
003870         MOVE "TOO MANY FIELDS ON THE LINE" TO WS-REASON
003880         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003890         GO TO 3200-EXIT
003900     END-IF.
003910     IF WS-FLD(2) = SPACES
003920         OR WS-FLD(2)(4:) NOT = SPACES
003930         MOVE "CURRENCY MISSING OR TOO LONG" TO WS-REASON
003940         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
003950         GO TO 3200-EXIT
003960     END-IF.
003970     IF WS-FLD(2)(1:3) = "USD"
003980         MOVE "BASE CURRENCY NEEDS NO RATE" TO WS-REASON
003990         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004000         GO TO 3200-EXIT
004010     END-IF.
004020     PERFORM 3250-CHECK-REPEAT THRU 3250-EXIT.
004030     IF WS-LINE-BAD
004040         MOVE "CURRENCY REPEATED ON THE FILE" TO WS-REASON
004050         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004060         GO TO 3200-EXIT
004070     END-IF.
004080     MOVE WS-FLD(3) TO WS-P-IN.
004090     MOVE 3 TO WS-P-MAX-INT.
004100     PERFORM 3400-PARSE-DECIMAL THRU 3400-EXIT.
004110     IF NOT WS-P-GOOD
004120         MOVE "RATE NOT A VALID 999.999999" TO WS-REASON
004130         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004140         GO TO 3200-EXIT
004150     END-IF.
004160     IF WS-P-VALUE = ZERO
004170         MOVE "RATE IS ZERO" TO WS-REASON
004180         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004190         GO TO 3200-EXIT
004200     END-IF.
004210     IF WS-RATE-COUNT = 50
004220         MOVE "MORE THAN 50 CURRENCIES" TO WS-REASON
004230         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004240         GO TO 3200-EXIT
004250     END-IF.
004260     ADD 1 TO WS-RATE-COUNT.
004270     MOVE WS-FLD(2)(1:3) TO WS-TBL-CURR(WS-RATE-COUNT).
004280     MOVE WS-P-VALUE TO WS-TBL-RATE(WS-RATE-COUNT).
004290     ADD WS-P-VALUE TO WS-HASH-TOTAL.
004300     ADD 1 TO WS-ACCEPTED-COUNT.
004310 3200-EXIT.
004320     EXIT.
004330*
004340 3250-CHECK-REPEAT.
004350     PERFORM 3260-CHECK-ONE-ENTRY THRU 3260-EXIT
004360         VARYING WS-SEARCH-SUB FROM 1 BY 1
004370         UNTIL WS-SEARCH-SUB > WS-RATE-COUNT.
004380 3250-EXIT.
004390     EXIT.
004400*
004410 3260-CHECK-ONE-ENTRY.
004420     IF WS-TBL-CURR(WS-SEARCH-SUB) = WS-FLD(2)(1:3)
004430         MOVE 'N' TO WS-LINE-GOOD-SWITCH
004440     END-IF.
004450 3260-EXIT.
004460     EXIT.
004470*
004480************************************************************
004490*    3300-TAKE-TRAILER - COUNT AND HASH AS THE SENDER        *
004500*    CLAIMS THEM.  THE JUDGEMENT AGAINST WHAT WAS ACTUALLY   *
004510*    READ HAPPENS AFTER END OF FILE.                         *
004520************************************************************
004530 3300-TAKE-TRAILER.
004540     IF WS-TRAILER-SEEN
004550         MOVE "SECOND TRAILER RECORD" TO WS-REASON
004560         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004570         GO TO 3300-EXIT
004580     END-IF.
004590     SET WS-TRAILER-SEEN TO TRUE.
004600     MOVE WS-FLD(2) TO WS-CNT-IN.
004610     PERFORM 3150-EDIT-COUNT-FIELD THRU 3150-EXIT.
004620     IF NOT WS-CNT-GOOD
004630         MOVE "TRAILER COUNT NOT NUMERIC" TO WS-REASON
004640         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004650         SET WS-FILE-REFUSED TO TRUE
004660         GO TO 3300-EXIT
004670     END-IF.
004680     MOVE WS-CNT-OUT TO WS-TRAILER-COUNT.
004690     MOVE WS-FLD(3) TO WS-P-IN.
004700     MOVE 9 TO WS-P-MAX-INT.
004710     PERFORM 3400-PARSE-DECIMAL THRU 3400-EXIT.
004720     IF NOT WS-P-GOOD
004730         MOVE "TRAILER HASH NOT A VALID AMOUNT" TO WS-REASON
004740         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
004750         SET WS-FILE-REFUSED TO TRUE
004760         GO TO 3300-EXIT
004770     END-IF.
004780     MOVE WS-P-VALUE TO WS-TRAILER-HASH.
004790 3300-EXIT.
004800     EXIT.
004810*
004820************************************************************
004830*    3400-PARSE-DECIMAL - THE CONDCNVT HASH EDIT CARRIED TO  *
004840*    SIX DECIMAL PLACES, SINCE RATES ARE HELD TO SIX.  NO    *
004850*    SIGN - A RATE IS NEVER NEGATIVE.  WS-P-MAX-INT CAPS     *
004860*    THE INTEGER DIGITS: 3 FOR A RATE, 9 FOR THE HASH.       *
004870************************************************************
004880 3400-PARSE-DECIMAL.
004890     MOVE 'Y' TO WS-P-GOOD-SWITCH.
004900     MOVE ZERO TO WS-P-VALUE.
004910     MOVE SPACES TO WS-P-INT-PART.
004920     MOVE SPACES TO WS-P-DEC-PART.
004930     MOVE SPACES TO WS-P-EXTRA.
004940     IF WS-P-IN = SPACES
004950         MOVE 'N' TO WS-P-GOOD-SWITCH
004960         GO TO 3400-EXIT
004970     END-IF.
004980     UNSTRING WS-P-IN DELIMITED BY '.'
004990         INTO WS-P-INT-PART WS-P-DEC-PART WS-P-EXTRA.
005000     IF WS-P-EXTRA NOT = SPACES
005010         MOVE 'N' TO WS-P-GOOD-SWITCH
005020         GO TO 3400-EXIT
005030     END-IF.
005040     MOVE ZERO TO WS-P-INT-LEN.
005050     INSPECT WS-P-INT-PART TALLYING WS-P-INT-LEN
005060         FOR CHARACTERS BEFORE INITIAL ' '.
005070     IF WS-P-INT-LEN = ZERO OR WS-P-INT-LEN > WS-P-MAX-INT
005080         MOVE 'N' TO WS-P-GOOD-SWITCH
005090         GO TO 3400-EXIT
005100     END-IF.
005110     IF WS-P-INT-PART(WS-P-INT-LEN + 1:) NOT = SPACES
005120         MOVE 'N' TO WS-P-GOOD-SWITCH
005130         GO TO 3400-EXIT
005140     END-IF.
005150     MOVE SPACES TO WS-P-INT-JUST.
005160     MOVE WS-P-INT-PART(1:WS-P-INT-LEN) TO WS-P-INT-JUST.
005170     INSPECT WS-P-INT-JUST REPLACING LEADING ' ' BY '0'.
005180     IF WS-P-INT-JUST IS NOT NUMERIC
005190         MOVE 'N' TO WS-P-GOOD-SWITCH
005200         GO TO 3400-EXIT
005210     END-IF.
005220     MOVE WS-P-INT-JUST TO WS-P-INT-9.
005230     MOVE ZERO TO WS-P-DEC-9.
005240     IF WS-P-DEC-PART NOT = SPACES
005250         MOVE ZERO TO WS-P-DEC-LEN
005260         INSPECT WS-P-DEC-PART TALLYING WS-P-DEC-LEN
005270             FOR CHARACTERS BEFORE INITIAL ' '
005280         IF WS-P-DEC-LEN = ZERO OR WS-P-DEC-LEN > 6
005290             MOVE 'N' TO WS-P-GOOD-SWITCH
005300             GO TO 3400-EXIT
005310         END-IF
005320         IF WS-P-DEC-PART(WS-P-DEC-LEN + 1:) NOT = SPACES
005330             MOVE 'N' TO WS-P-GOOD-SWITCH
005340             GO TO 3400-EXIT
005350         END-IF
005360         MOVE WS-P-DEC-PART(1:6) TO WS-P-DEC-X
005370         INSPECT WS-P-DEC-X REPLACING ALL ' ' BY '0'
005380         IF WS-P-DEC-X IS NOT NUMERIC
005390             MOVE 'N' TO WS-P-GOOD-SWITCH
005400             GO TO 3400-EXIT
005410         END-IF
005420         MOVE WS-P-DEC-X TO WS-P-DEC-9
005430     END-IF.
005440     COMPUTE WS-P-VALUE = WS-P-INT-9 + WS-P-DEC-9 / 1000000.
005450 3400-EXIT.
005460     EXIT.
005470*
005480************************************************************
005490*    5000-JUDGE-THE-FILE - THE TRAILER'S CLAIMS AGAINST      *
005500*    WHAT WAS ACTUALLY READ.  ANY MISS REFUSES THE WHOLE     *
005510*    FILE.                                                   *
005520************************************************************
005530 5000-JUDGE-THE-FILE.
005540     IF NOT WS-HEADER-SEEN
005550         MOVE "NO HEADER RECORD ON THE FILE" TO RLDR-PRINT-LINE
005560         WRITE RLDR-PRINT-LINE
005570         SET WS-FILE-REFUSED TO TRUE
005580     END-IF.
005590     IF NOT WS-TRAILER-SEEN
005600         MOVE "NO TRAILER RECORD ON THE FILE" TO RLDR-PRINT-LINE
005610         WRITE RLDR-PRINT-LINE
005620         SET WS-FILE-REFUSED TO TRUE
005630         GO TO 5000-EXIT
005640     END-IF.
005650     IF WS-TRAILER-COUNT NOT = WS-ACCEPTED-COUNT
005660         MOVE "TRAILER COUNT DOES NOT MATCH RECORDS READ"
005670             TO RLDR-PRINT-LINE
005680         WRITE RLDR-PRINT-LINE
005690         SET WS-FILE-REFUSED TO TRUE
005700     END-IF.
005710     IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
005720         MOVE "TRAILER HASH DOES NOT MATCH RATES READ"
005730             TO RLDR-PRINT-LINE
005740         WRITE RLDR-PRINT-LINE
005750         SET WS-FILE-REFUSED TO TRUE
005760     END-IF.
005770 5000-EXIT.
005780     EXIT.
005790*
005800************************************************************
005810*    5500-POST-THE-RATES - A BALANCED FILE GOES ONTO         *
005820*    CMPRRATE ONE CURRENCY AT A TIME, EACH WITH ITS LINE ON  *
005830*    THE REPORT.  CMPRRATE IS CREATED ON THE VERY FIRST RUN. *
005833*    A CMPRRATE THAT STILL WILL NOT OPEN IS NAMED WITH ITS   *
005836*    STATUS AND NOTHING IS POSTED.                           *
005840************************************************************
005850 5500-POST-THE-RATES.
005860     OPEN I-O CMPRRATE.
005870     IF WS-RATE-STATUS = "35"
005880         OPEN OUTPUT CMPRRATE
005890         CLOSE CMPRRATE
005900         OPEN I-O CMPRRATE
005901     END-IF.
005902     IF WS-RATE-STATUS NOT = "00"
005904         SET WS-RATE-OPEN-FAILED TO TRUE
005905         MOVE SPACES TO RLDR-PRINT-LINE
005906         WRITE RLDR-PRINT-LINE
005908         MOVE SPACES TO RLDR-PRINT-LINE
005909         STRING "CMPRRATE OPEN FAILED - FILE STATUS "
005910                 DELIMITED BY SIZE
005912             WS-RATE-STATUS DELIMITED BY SIZE
005913             " - NO RATES LOADED" DELIMITED BY SIZE
005914             INTO RLDR-PRINT-LINE
005916         WRITE RLDR-PRINT-LINE
005917         GO TO 5500-EXIT
005918     END-IF.
005920     MOVE SPACES TO RLDR-PRINT-LINE.
005930     WRITE RLDR-PRINT-LINE.
005940     MOVE SPACES TO RLDR-PRINT-LINE.
005950     STRING "RATES FOR " DELIMITED BY SIZE
005960         WS-RATE-DATE DELIMITED BY SIZE
005970         INTO RLDR-PRINT-LINE.
005980     WRITE RLDR-PRINT-LINE.
005990     MOVE SPACES TO RLDR-PRINT-LINE.
006000     STRING "CUR    NEW RATE  PRIOR DATE  PRIOR RATE   MOVE PCT"
006010             DELIMITED BY SIZE
006020         "   ACTION" DELIMITED BY SIZE
006030         INTO RLDR-PRINT-LINE.
006040     WRITE RLDR-PRINT-LINE.
006050     PERFORM 5600-POST-ONE-RATE THRU 5600-EXIT
006060         VARYING WS-RATE-SUB FROM 1 BY 1
006070         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
006080     CLOSE CMPRRATE.
006090 5500-EXIT.
006100     EXIT.
006110*
006120************************************************************
006130*    5600-POST-ONE-RATE - THE MOVE IS MEASURED AGAINST THE   *
006140*    CURRENCY'S MOST RECENT RATE BEFORE THE RATE DATE.  A    *
006150*    RATE ALREADY ON FILE FOR THE DATE IS LEFT ALONE WHEN IT *
006160*    AGREES (SO A RERUN WRITES NOTHING TWICE) AND REPLACED   *
006170*    WHEN IT DOES NOT - TREASURY'S FILE IS THE RATE OF       *
006180*    RECORD.  A FLAGGED RATE IS STILL LOADED; THE FLAG IS    *
006190*    FOR SOMEONE TO LOOK AT IT BEFORE THE MORNING.           *
006200************************************************************
006210 5600-POST-ONE-RATE.
006220     MOVE WS-TBL-CURR(WS-RATE-SUB) TO WS-NEW-CURR.
006230     MOVE WS-RATE-DATE TO WS-NEW-DATE.
006240     PERFORM 5700-FIND-PRIOR-RATE THRU 5700-EXIT.
006250     PERFORM 5800-GET-THRESHOLD THRU 5800-EXIT.
006260     MOVE SPACES TO WS-FLAG-DISP.
006270     MOVE ZERO TO WS-MOVE-PCT.
006280     IF WS-PRIOR-DATE = ZERO
006290         MOVE "NONE    " TO WS-PRIOR-DATE-DISP
006300     ELSE
006310         MOVE WS-PRIOR-DATE TO WS-PRIOR-DATE-DISP
006320         COMPUTE WS-MOVE-PCT ROUNDED =
006330             (WS-TBL-RATE(WS-RATE-SUB) - WS-PRIOR-RATE) * 100
006340             / WS-PRIOR-RATE
006342             ON SIZE ERROR
006345                 MOVE 9999999.99 TO WS-MOVE-PCT
006347         END-COMPUTE
006350         IF WS-MOVE-PCT < ZERO
006360             COMPUTE WS-ABS-PCT = ZERO - WS-MOVE-PCT
006370         ELSE
006380             MOVE WS-MOVE-PCT TO WS-ABS-PCT
006390         END-IF
006400         IF WS-ABS-PCT > WS-THRESHOLD-PCT
006410             MOVE "*MOVE*" TO WS-FLAG-DISP
006420             ADD 1 TO WS-FLAGGED-COUNT
006430         END-IF
006440     END-IF.
006450     MOVE WS-NEW-KEY TO CMPY-RATE-KEY.
006460     READ CMPRRATE
006470         INVALID KEY
006480             PERFORM 5650-ADD-THE-RATE THRU 5650-EXIT
006490         NOT INVALID KEY
006500             PERFORM 5660-REPLACE-THE-RATE THRU 5660-EXIT
006510     END-READ.
006520     MOVE WS-TBL-RATE(WS-RATE-SUB) TO WS-RATE-DISP.
006530     MOVE WS-PRIOR-RATE TO WS-PRIOR-DISP.
006540     MOVE WS-MOVE-PCT TO WS-MOVE-DISP.
006550     MOVE SPACES TO RLDR-PRINT-LINE.
006560     STRING WS-NEW-CURR DELIMITED BY SIZE
006570         "  " DELIMITED BY SIZE
006580         WS-RATE-DISP DELIMITED BY SIZE
006590         "  " DELIMITED BY SIZE
006600         WS-PRIOR-DATE-DISP DELIMITED BY SIZE
006610         "  " DELIMITED BY SIZE
006620         WS-PRIOR-DISP DELIMITED BY SIZE
006630         "  " DELIMITED BY SIZE
006640         WS-MOVE-DISP DELIMITED BY SIZE
006650         "  " DELIMITED BY SIZE
006660         WS-ACTION-DISP DELIMITED BY SIZE
006670         " " DELIMITED BY SIZE
006680         WS-FLAG-DISP DELIMITED BY SIZE
006690         INTO RLDR-PRINT-LINE.
006700     WRITE RLDR-PRINT-LINE.
006710 5600-EXIT.
006720     EXIT.
006730*
006740 5650-ADD-THE-RATE.
006750     MOVE WS-NEW-KEY TO CMPY-RATE-KEY.
006760     MOVE WS-TBL-RATE(WS-RATE-SUB) TO CMPY-RATE-TO-BASE.
006770     WRITE CMPY-RATE-RECORD
006780         INVALID KEY
006790             MOVE "WRITE FAIL" TO WS-ACTION-DISP
006795             ADD 1 TO WS-WRITE-FAIL-COUNT
006800             GO TO 5650-EXIT
006810     END-WRITE.
006820     MOVE "ADDED    " TO WS-ACTION-DISP.
006830     ADD 1 TO WS-ADDED-COUNT.
006840     MOVE 'A' TO WS-MAINT-ACTION.
006850     MOVE SPACES TO WS-BEFORE-IMAGE.
006860     MOVE CMPY-RATE-RECORD TO WS-AFTER-IMAGE.
006870     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
006880 5650-EXIT.
006890     EXIT.
006900*
006910 5660-REPLACE-THE-RATE.
006920     IF CMPY-RATE-TO-BASE = WS-TBL-RATE(WS-RATE-SUB)
006930         MOVE "UNCHANGED" TO WS-ACTION-DISP
006940         ADD 1 TO WS-UNCHANGED-COUNT
006950         GO TO 5660-EXIT
006960     END-IF.
006970     MOVE CMPY-RATE-RECORD TO WS-BEFORE-IMAGE.
006980     MOVE WS-TBL-RATE(WS-RATE-SUB) TO CMPY-RATE-TO-BASE.
006990     REWRITE CMPY-RATE-RECORD
007000         INVALID KEY
007010             MOVE "WRITE FAIL" TO WS-ACTION-DISP
007015             ADD 1 TO WS-WRITE-FAIL-COUNT
007020             GO TO 5660-EXIT
007030     END-REWRITE.
007040     MOVE "REPLACED " TO WS-ACTION-DISP.
007050     ADD 1 TO WS-REPLACED-COUNT.
007060     MOVE 'C' TO WS-MAINT-ACTION.
007070     MOVE CMPY-RATE-RECORD TO WS-AFTER-IMAGE.
007080     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
007090 5660-EXIT.
007100     EXIT.
007110*
007120************************************************************
007130*    5700-FIND-PRIOR-RATE - WALK THE CURRENCY'S RATES FROM   *
007140*    THE START AND KEEP THE LAST ONE DATED BEFORE THE RATE   *
007150*    DATE.  NONE LEAVES THE PRIOR DATE ZERO.                 *
007160************************************************************
007170 5700-FIND-PRIOR-RATE.
007180     MOVE ZERO TO WS-PRIOR-DATE.
007190     MOVE ZERO TO WS-PRIOR-RATE.
007200     MOVE 'N' TO WS-PRIOR-EOF-SWITCH.
007210     MOVE WS-NEW-CURR TO CMPY-CURRENCY-CODE.
007220     MOVE ZERO TO CMPY-RATE-DATE.
007230     START CMPRRATE KEY IS NOT LESS THAN CMPY-RATE-KEY
007240         INVALID KEY SET WS-END-OF-PRIOR TO TRUE
007250     END-START.
007260     PERFORM 5750-READ-ONE-PRIOR THRU 5750-EXIT
007270         UNTIL WS-END-OF-PRIOR.
007280 5700-EXIT.
007290     EXIT.
007300*
007310 5750-READ-ONE-PRIOR.
007320     READ CMPRRATE NEXT
007330         AT END
007340             SET WS-END-OF-PRIOR TO TRUE
007350             GO TO 5750-EXIT
007360     END-READ.
007370     IF CMPY-CURRENCY-CODE NOT = WS-NEW-CURR
007380         OR CMPY-RATE-DATE NOT < WS-NEW-DATE
007390         SET WS-END-OF-PRIOR TO TRUE
007400         GO TO 5750-EXIT
007410     END-IF.
007420     MOVE CMPY-RATE-DATE TO WS-PRIOR-DATE.
007430     MOVE CMPY-RATE-TO-BASE TO WS-PRIOR-RATE.
007440 5750-EXIT.
007450     EXIT.
007460*
007470************************************************************
007480*    5800-GET-THRESHOLD - THE CURRENCY'S OWN PERCENTAGE FROM *
007490*    CMPRCPOL WHEN IT HAS ONE, OTHERWISE THE NIGHT'S.        *
007500************************************************************
007510 5800-GET-THRESHOLD.
007520     MOVE WS-DEFAULT-PCT TO WS-THRESHOLD-PCT.
007530     IF NOT WS-POLICIES-USABLE
007540         GO TO 5800-EXIT
007550     END-IF.
007560     MOVE WS-NEW-CURR TO CMPG-CURRENCY-CODE.
007570     READ CMPRCPOL
007580         INVALID KEY
007590             CONTINUE
007600         NOT INVALID KEY
007610             IF CMPG-MOVE-PCT > ZERO
007620                 MOVE CMPG-MOVE-PCT TO WS-THRESHOLD-PCT
007630             END-IF
007640     END-READ.
007650 5800-EXIT.
007660     EXIT.
007670*
007680************************************************************
007690*    6000-PRINT-TOTALS                                      *
007700************************************************************
007710 6000-PRINT-TOTALS.
007720     IF WS-TRSY-MISSING
007730         GO TO 6000-EXIT
007740     END-IF.
007750     MOVE SPACES TO RLDR-PRINT-LINE.
007760     WRITE RLDR-PRINT-LINE.
007770     MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISP.
007780     MOVE SPACES TO RLDR-PRINT-LINE.
007790     STRING "DETAILS ACCEPTED          : " DELIMITED BY SIZE
007800         WS-COUNT-DISP DELIMITED BY SIZE
007810         INTO RLDR-PRINT-LINE.
007820     WRITE RLDR-PRINT-LINE.
007830     MOVE WS-BAD-LINE-COUNT TO WS-COUNT-DISP.
007840     MOVE SPACES TO RLDR-PRINT-LINE.
007850     STRING "LINES NOT PARSEABLE       : " DELIMITED BY SIZE
007860         WS-COUNT-DISP DELIMITED BY SIZE
007870         INTO RLDR-PRINT-LINE.
007880     WRITE RLDR-PRINT-LINE.
007890     MOVE WS-TRAILER-COUNT TO WS-COUNT-DISP.
007900     MOVE SPACES TO RLDR-PRINT-LINE.
007910     STRING "TRAILER CLAIMED COUNT     : " DELIMITED BY SIZE
007920         WS-COUNT-DISP DELIMITED BY SIZE
007930         INTO RLDR-PRINT-LINE.
007940     WRITE RLDR-PRINT-LINE.
007950     MOVE WS-HASH-TOTAL TO WS-HASH-DISP.
007960     MOVE SPACES TO RLDR-PRINT-LINE.
007970     STRING "HASH OF RATES READ        : " DELIMITED BY SIZE
007980         WS-HASH-DISP DELIMITED BY SIZE
007990         INTO RLDR-PRINT-LINE.
008000     WRITE RLDR-PRINT-LINE.
008010     MOVE WS-TRAILER-HASH TO WS-HASH-DISP.
008020     MOVE SPACES TO RLDR-PRINT-LINE.
008030     STRING "TRAILER CLAIMED HASH      : " DELIMITED BY SIZE
008040         WS-HASH-DISP DELIMITED BY SIZE
008050         INTO RLDR-PRINT-LINE.
008060     WRITE RLDR-PRINT-LINE.
008070     IF NOT WS-FILE-REFUSED
008080         MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
008090         MOVE SPACES TO RLDR-PRINT-LINE
008100         STRING "RATES ADDED               : " DELIMITED BY SIZE
008110             WS-COUNT-DISP DELIMITED BY SIZE
008120             INTO RLDR-PRINT-LINE
008130         WRITE RLDR-PRINT-LINE
008140         MOVE WS-REPLACED-COUNT TO WS-COUNT-DISP
008150         MOVE SPACES TO RLDR-PRINT-LINE
008160         STRING "RATES REPLACED            : " DELIMITED BY SIZE
008170             WS-COUNT-DISP DELIMITED BY SIZE
008180             INTO RLDR-PRINT-LINE
008190         WRITE RLDR-PRINT-LINE
008200         MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISP
008210         MOVE SPACES TO RLDR-PRINT-LINE
008220         STRING "RATES ALREADY ON FILE     : " DELIMITED BY SIZE
008230             WS-COUNT-DISP DELIMITED BY SIZE
008240             INTO RLDR-PRINT-LINE
008250         WRITE RLDR-PRINT-LINE
008260         MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP
008270         MOVE SPACES TO RLDR-PRINT-LINE
008280         STRING "RATES FLAGGED FOR MOVE    : " DELIMITED BY SIZE
008290             WS-COUNT-DISP DELIMITED BY SIZE
008300             INTO RLDR-PRINT-LINE
008310         WRITE RLDR-PRINT-LINE
008311         MOVE WS-WRITE-FAIL-COUNT TO WS-COUNT-DISP
008312         MOVE SPACES TO RLDR-PRINT-LINE
008314         STRING "RATES CMPRRATE REFUSED    : " DELIMITED BY SIZE
008315             WS-COUNT-DISP DELIMITED BY SIZE
008317             INTO RLDR-PRINT-LINE
008318         WRITE RLDR-PRINT-LINE
008320     END-IF.
008330     MOVE SPACES TO RLDR-PRINT-LINE.
008340     IF WS-FILE-REFUSED
008350         MOVE "RESULT: *** FILE REFUSED - CMPRRATE UNTOUCHED ***"
008360             TO RLDR-PRINT-LINE
008370     ELSE
008380         MOVE "RESULT: FILE ACCEPTED - CMPRRATE READY FOR CONDBAT"
008381             TO RLDR-PRINT-LINE
008383     END-IF.
008385     IF WS-RATE-OPEN-FAILED
008386         OR WS-WRITE-FAIL-COUNT > ZERO
008388         MOVE "RESULT: NOT ALL RATES LOADED - CHECK CMPRRATE"
008390             TO RLDR-PRINT-LINE
008400     END-IF.
008410     WRITE RLDR-PRINT-LINE.
008420 6000-EXIT.
008430     EXIT.
008440*
008450 7000-PRINT-BAD-LINE.
008460     ADD 1 TO WS-BAD-LINE-COUNT.
008470     MOVE WS-LINE-NBR TO WS-COUNT-DISP.
008480     MOVE SPACES TO RLDR-PRINT-LINE.
008490     STRING "LINE " DELIMITED BY SIZE
008500         WS-COUNT-DISP DELIMITED BY SIZE
008510         " REJECTED: " DELIMITED BY SIZE
008520         WS-REASON DELIMITED BY SIZE
008530         INTO RLDR-PRINT-LINE.
008540     WRITE RLDR-PRINT-LINE.
008550 7000-EXIT.
008560     EXIT.
008570*
008580************************************************************
008590*    7500-WRITE-MAINT-AUDIT - ONE CMPRMAUD RECORD PER RATE   *
008600*    ADDED OR REPLACED, UNDER THE BATCH USER ID, WITH THE    *
008610*    SAME CURRENCY-PLUS-DATE KEY CONDRATE AND CONDAPRV USE.  *
008620************************************************************
008630 7500-WRITE-MAINT-AUDIT.
008640     OPEN EXTEND CMPRMAUD.
008650     IF WS-MAUD-STATUS = "35"
008660         OPEN OUTPUT CMPRMAUD
008670     END-IF.
008680     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
008690     MOVE WS-BATCH-USERID TO CMPM-USERID.
008700     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
008710     ACCEPT CMPM-AUDIT-TIME FROM TIME.
008720     MOVE "CONDRLOD" TO CMPM-PROGRAM.
008730     MOVE WS-MAINT-ACTION TO CMPM-ACTION.
008740     STRING WS-NEW-CURR DELIMITED BY SIZE
008750         " " DELIMITED BY SIZE
008755         WS-NEW-DATE DELIMITED BY SIZE
008760         INTO CMPM-RECORD-KEY.
008770     MOVE WS-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
008780     MOVE WS-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
008790     WRITE CMPM-MAINT-AUDIT-RECORD.
008800     CLOSE CMPRMAUD.
008810 7500-EXIT.
008820     EXIT.
008830*
008840************************************************************
008850*    8000-TERMINATE - A REFUSED FILE, OR RATES CMPRRATE DID  *
008860*    NOT TAKE, ENDS RETURN CODE 8 AND STOPS THE SCHEDULE     *
008870*    AHEAD OF CONDBAT.  A FLAGGED MOVE, OR NO FILE AT ALL,   *
008880*    ENDS RETURN CODE 4 AND THE STREAM CARRIES ON.           *
008890************************************************************
008900 8000-TERMINATE.
008910     IF WS-TRSY-OPEN
008920         CLOSE CMPRTRSY
008930     END-IF.
008940     IF WS-POLICIES-USABLE
008950         CLOSE CMPRCPOL
008960     END-IF.
008970     CLOSE CMPRRLDR.
008980     EVALUATE TRUE
008990         WHEN WS-TRSY-MISSING
009000             MOVE 4 TO RETURN-CODE
009010             DISPLAY "CONDRLOD COMPLETE - *** NO TREASURY FILE "
009020                 "***"
009030         WHEN WS-FILE-REFUSED
009040             MOVE 8 TO RETURN-CODE
009050             DISPLAY "CONDRLOD COMPLETE - *** FILE REFUSED ***"
009051         WHEN WS-RATE-OPEN-FAILED
009052             MOVE 8 TO RETURN-CODE
009053             DISPLAY "CONDRLOD COMPLETE - *** CMPRRATE NOT "
009054                 "OPENED: " WS-RATE-STATUS " ***"
009055         WHEN WS-WRITE-FAIL-COUNT > ZERO
009056             MOVE 8 TO RETURN-CODE
009057             DISPLAY "CONDRLOD COMPLETE - *** RATES NOT LOADED: "
009058                 WS-WRITE-FAIL-COUNT " ***"
009060         WHEN WS-FLAGGED-COUNT > ZERO
009070             MOVE 4 TO RETURN-CODE
009080             DISPLAY "CONDRLOD COMPLETE - *** RATES FLAGGED: "
009090                 WS-FLAGGED-COUNT " ***"
009100         WHEN OTHER
009110             DISPLAY "CONDRLOD COMPLETE - LOADED: " NO ADVANCING
009120             DISPLAY WS-ACCEPTED-COUNT
009130     END-EVALUATE.
009140 8000-EXIT.
009150     EXIT.
