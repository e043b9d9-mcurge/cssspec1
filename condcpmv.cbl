000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCPMV.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - NIGHTLY PRICE MOVEMENT      *
000120*                     REPORT OFF THE CMPRCPRC CURRENT-PRICE  *
000130*                     MASTER.  EVERY ITEM POSTED TONIGHT     *
000140*                     WHOSE WINNER VALUE MOVED BY MORE THAN  *
000150*                     THE SYSIN PERCENTAGE (BLANK = 10)      *
000160*                     FROM ITS PRIOR POSTING IS LISTED,      *
000170*                     THEN EVERY ACTIVE CMPRITEM ITEM NOT    *
000180*                     PRICED IN THE SYSIN NUMBER OF DAYS     *
000190*                     (BLANK = 5) OR NEVER PRICED AT ALL.    *
000200*                     ANYTHING LISTED ENDS THE STEP WITH     *
000210*                     RETURN CODE 4.                         *
000220*    10/15/2026  DWS  AGE IS NOW COUNTED IN BUSINESS DAYS ON *
000230*                     THE CMPRCALN PROCESSING CALENDAR       *
000240*                     THROUGH CONDCALN, SO A WEEKEND OR      *
000250*                     HOLIDAY NO LONGER MAKES AN ITEM LOOK   *
000260*                     STALE.                                 *
000262*    10/15/2026  DWS  A MOVE TOO LARGE FOR THE PERCENTAGE IS *
000265*                     LISTED AT THE MAXIMUM (ALL 9S) AND     *
000267*                     FLAGGED *MAX* ON ITS LINE.             *
000270************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CMPRCPRC ASSIGN TO "CMPRCPRC"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CMPC-ITEM-ID
000380         FILE STATUS IS WS-CPRC-STATUS.
000390     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CMPI-ITEM-ID
000430         FILE STATUS IS WS-ITEM-STATUS.
000440     SELECT CMPRCPMV ASSIGN TO "CMPRCPMV"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CPMV-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CMPRCPRC
000500     RECORDING MODE IS F.
000510 COPY CMPCPRC.
000520 FD  CMPRITEM
000530     RECORDING MODE IS F.
000540 COPY CMPITEM.
000550 FD  CMPRCPMV
000560     RECORDING MODE IS F.
000570 01  CPMV-PRINT-LINE             PIC X(80).
000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-CPRC-STATUS          PIC X(02) VALUE SPACES.
000610     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000620     05  WS-CPMV-STATUS          PIC X(02) VALUE SPACES.
000630     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000640         88  WS-END-OF-FILE              VALUE 'Y'.
000650     05  WS-CPRC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000660         88  WS-CPRC-OPEN                VALUE 'Y'.
000670     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000680         88  WS-ITEM-OPEN                VALUE 'Y'.
000690     05  WS-PRICED-SWITCH        PIC X(01) VALUE 'N'.
000700         88  WS-ITEM-PRICED              VALUE 'Y'.
000703     05  WS-CAPPED-SWITCH        PIC X(01) VALUE 'N'.
000706         88  WS-MOVE-CAPPED              VALUE 'Y'.
000710 01  WS-COUNTERS.
000720     05  WS-POSTED-COUNT         PIC 9(08) COMP VALUE ZERO.
000730     05  WS-MOVED-COUNT          PIC 9(08) COMP VALUE ZERO.
000740     05  WS-ACTIVE-COUNT         PIC 9(08) COMP VALUE ZERO.
000750     05  WS-STALE-COUNT          PIC 9(08) COMP VALUE ZERO.
000760     05  WS-LISTED-COUNT         PIC 9(08) COMP VALUE ZERO.
000770 01  WS-EDIT-FIELDS.
000780     05  WS-PCT-EDIT             PIC X(03).
000790     05  WS-DAYS-EDIT            PIC X(03).
000800     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000810     05  WS-PCT-DISP             PIC ZZ9.
000820     05  WS-DAYS-DISP            PIC ZZ9.
000830     05  WS-AGE-DISP             PIC ZZZZ9.
000840     05  WS-VALUE-DISP           PIC -(7)9.99.
000850     05  WS-PRIOR-DISP           PIC -(7)9.99.
000860     05  WS-MOVE-DISP            PIC -(7)9.99.
000870     05  WS-PRINT-POINTER        PIC 9(04) COMP.
000880 01  WS-MOVE-WORK.
000890     05  WS-THRESHOLD-PCT        PIC 9(03).
000900     05  WS-MOVE-PCT             PIC S9(07)V99.
000910     05  WS-ABS-PCT              PIC 9(07)V99.
000920 01  WS-DATE-WORK.
000930     05  WS-CURRENT-DATE         PIC 9(08).
000940     05  WS-THRESHOLD-DAYS       PIC 9(03).
000950     05  WS-AGE-DAYS             PIC 9(08) COMP.
000960 COPY CMPBCAL.
000970*
000980 PROCEDURE DIVISION.
000990*
001000************************************************************
001010*    0000-MAINLINE                                          *
001020************************************************************
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 3000-LIST-MOVERS THRU 3000-EXIT.
001060     PERFORM 5000-LIST-UNPRICED THRU 5000-EXIT.
001070     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
001080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001090     GOBACK.
001100*
001110************************************************************
001120*    1000-INITIALIZE - THE MOVE PERCENTAGE AND THE DAYS      *
001130*    WITHOUT A PRICE BOTH COME FROM SYSIN SO THE SCHEDULED   *
001140*    STEP NEVER BLOCKS ON A PROMPT; A BLANK OR NON-NUMERIC   *
001150*    REPLY TAKES THE DEFAULT.                                *
001160************************************************************
001170 1000-INITIALIZE.
001180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001190     DISPLAY "CONDCPMV - FLAG MOVES OVER PERCENT (BLANK = 010)".
001200     ACCEPT WS-PCT-EDIT.
001210     IF WS-PCT-EDIT IS NUMERIC
001220         MOVE WS-PCT-EDIT TO WS-THRESHOLD-PCT
001230     ELSE
001240         MOVE 10 TO WS-THRESHOLD-PCT
001250     END-IF.
001260     DISPLAY "CONDCPMV - FLAG ITEMS UNPRICED OVER (BLANK = 005)".
001270     ACCEPT WS-DAYS-EDIT.
001280     IF WS-DAYS-EDIT IS NUMERIC
001290         MOVE WS-DAYS-EDIT TO WS-THRESHOLD-DAYS
001300     ELSE
001310         MOVE 5 TO WS-THRESHOLD-DAYS
001320     END-IF.
001330     OPEN OUTPUT CMPRCPMV.
001340     MOVE SPACES TO CPMV-PRINT-LINE.
001350     STRING "CONDCPMV - PRICE MOVEMENT AS OF " DELIMITED BY SIZE
001360         WS-CURRENT-DATE DELIMITED BY SIZE
001370         INTO CPMV-PRINT-LINE.
001380     WRITE CPMV-PRINT-LINE.
001390     OPEN INPUT CMPRCPRC.
001400     IF WS-CPRC-STATUS = "00"
001410         SET WS-CPRC-OPEN TO TRUE
001420     END-IF.
001430     OPEN INPUT CMPRITEM.
001440     IF WS-ITEM-STATUS = "00"
001450         SET WS-ITEM-OPEN TO TRUE
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001490*
001500************************************************************
001510*    3000-LIST-MOVERS - ONLY ITEMS POSTED TONIGHT THAT HAVE  *
001520*    A PRIOR POSTING TO MEASURE AGAINST.                     *
001530************************************************************
001540 3000-LIST-MOVERS.
001550     MOVE SPACES TO CPMV-PRINT-LINE.
001560     WRITE CPMV-PRINT-LINE.
001570     MOVE WS-THRESHOLD-PCT TO WS-PCT-DISP.
001580     STRING "ITEMS MOVED MORE THAN " DELIMITED BY SIZE
001590         WS-PCT-DISP DELIMITED BY SIZE
001600         " PERCENT FROM THEIR PRIOR POSTING" DELIMITED BY SIZE
001610         INTO CPMV-PRINT-LINE.
001620     WRITE CPMV-PRINT-LINE.
001630     MOVE SPACES TO CPMV-PRINT-LINE.
001640     WRITE CPMV-PRINT-LINE.
001650     IF NOT WS-CPRC-OPEN
001660         MOVE "NO CURRENT-PRICE FILE - NOTHING TO MEASURE"
001670             TO CPMV-PRINT-LINE
001680         WRITE CPMV-PRINT-LINE
001690         GO TO 3000-EXIT
001700     END-IF.
001710     MOVE SPACES TO CPMV-PRINT-LINE.
001720     STRING "ITEM     PRV RUN    PRIOR VALUE  " DELIMITED BY SIZE
001730         "CURR RUN    CURRENT VAL     MOVE PCT" DELIMITED BY SIZE
001740         INTO CPMV-PRINT-LINE.
001750     WRITE CPMV-PRINT-LINE.
001760     MOVE 'N' TO WS-EOF-SWITCH.
001770     MOVE LOW-VALUES TO CMPC-ITEM-ID.
001780     START CMPRCPRC KEY IS NOT LESS THAN CMPC-ITEM-ID
001790         INVALID KEY SET WS-END-OF-FILE TO TRUE
001800     END-START.
001810     PERFORM 3100-READ-CPRC THRU 3100-EXIT.
001820     PERFORM 3200-CHECK-ONE-MOVE THRU 3200-EXIT
001830         UNTIL WS-END-OF-FILE.
001840 3000-EXIT.
001850     EXIT.
001860*
001870 3100-READ-CPRC.
001880     IF NOT WS-END-OF-FILE
001890         READ CMPRCPRC NEXT
001900             AT END SET WS-END-OF-FILE TO TRUE
001910         END-READ
001920     END-IF.
001930 3100-EXIT.
001940     EXIT.
001950*
001960************************************************************
001970*    3200-CHECK-ONE-MOVE - THE MOVE IS THE CHANGE IN WINNER  *
001980*    VALUE AS A PERCENTAGE OF THE PRIOR, EITHER DIRECTION.   *
001990*    A PRIOR OF ZERO CANNOT BE MEASURED, SO ANY NON-ZERO     *
001995*    PRICE AFTER ONE IS LISTED WITH NO PERCENTAGE.  A MOVE   *
002000*    TOO LARGE FOR THE PERCENTAGE IS HELD AT ITS MAXIMUM     *
002005*    AND THE LINE FLAGGED.                                   *
002010************************************************************
002020 3200-CHECK-ONE-MOVE.
002030     IF CMPC-POSTED-DATE NOT = WS-CURRENT-DATE
002040         OR CMPC-NO-PRIOR
002050         GO TO 3200-DONE
002060     END-IF.
002070     ADD 1 TO WS-POSTED-COUNT.
002075     MOVE 'N' TO WS-CAPPED-SWITCH.
002080     IF CMPC-PRV-WINNER-VALUE = ZERO
002090         IF CMPC-CUR-WINNER-VALUE = ZERO
002100             GO TO 3200-DONE
002110         END-IF
002120         MOVE 999999.99 TO WS-ABS-PCT
002130     ELSE
002140         COMPUTE WS-MOVE-PCT ROUNDED =
002150             (CMPC-CUR-WINNER-VALUE - CMPC-PRV-WINNER-VALUE)
002160             * 100 / CMPC-PRV-WINNER-VALUE
002161             ON SIZE ERROR
002162                 SET WS-MOVE-CAPPED TO TRUE
002163                 IF CMPC-CUR-WINNER-VALUE < CMPC-PRV-WINNER-VALUE
002164                     MOVE -9999999.99 TO WS-MOVE-PCT
002165                 ELSE
002166                     MOVE 9999999.99 TO WS-MOVE-PCT
002167                 END-IF
002168         END-COMPUTE
002170         IF WS-MOVE-PCT < ZERO
002180             COMPUTE WS-ABS-PCT = ZERO - WS-MOVE-PCT
002190         ELSE
002200             MOVE WS-MOVE-PCT TO WS-ABS-PCT
002210         END-IF
002220     END-IF.
002230     IF WS-ABS-PCT NOT > WS-THRESHOLD-PCT
002240         GO TO 3200-DONE
002250     END-IF.
002260     ADD 1 TO WS-MOVED-COUNT.
002270     PERFORM 3300-PRINT-ONE-MOVE THRU 3300-EXIT.
002280 3200-DONE.
002290     PERFORM 3100-READ-CPRC THRU 3100-EXIT.
002300 3200-EXIT.
002310     EXIT.
002320*
002330 3300-PRINT-ONE-MOVE.
002340     MOVE SPACES TO CPMV-PRINT-LINE.
002350     MOVE 1 TO WS-PRINT-POINTER.
002360     MOVE CMPC-PRV-WINNER-VALUE TO WS-PRIOR-DISP.
002370     MOVE CMPC-CUR-WINNER-VALUE TO WS-VALUE-DISP.
002380     STRING CMPC-ITEM-ID DELIMITED BY SIZE
002390         " " DELIMITED BY SIZE
002400         CMPC-PRV-RUN-DATE DELIMITED BY SIZE
002410         "  " DELIMITED BY SIZE
002420         WS-PRIOR-DISP DELIMITED BY SIZE
002430         "  " DELIMITED BY SIZE
002440         CMPC-CUR-RUN-DATE DELIMITED BY SIZE
002450         "    " DELIMITED BY SIZE
002460         WS-VALUE-DISP DELIMITED BY SIZE
002470         "  " DELIMITED BY SIZE
002480         INTO CPMV-PRINT-LINE
002490         WITH POINTER WS-PRINT-POINTER.
002500     IF CMPC-PRV-WINNER-VALUE = ZERO
002510         STRING "      N/A" DELIMITED BY SIZE
002520             INTO CPMV-PRINT-LINE
002530             WITH POINTER WS-PRINT-POINTER
002540     ELSE
002550         MOVE WS-MOVE-PCT TO WS-MOVE-DISP
002560         STRING WS-MOVE-DISP DELIMITED BY SIZE
002561             INTO CPMV-PRINT-LINE
002563             WITH POINTER WS-PRINT-POINTER
002565     END-IF.
002566     IF WS-MOVE-CAPPED
002568         STRING " *MAX*" DELIMITED BY SIZE
002570             INTO CPMV-PRINT-LINE
002580             WITH POINTER WS-PRINT-POINTER
002590     END-IF.
002600     WRITE CPMV-PRINT-LINE.
002610 3300-EXIT.
002620     EXIT.
002630*
002640************************************************************
002650*    5000-LIST-UNPRICED - DRIVEN FROM THE ITEM MASTER, SO AN *
002660*    ACTIVE ITEM THAT HAS NEVER BEEN PRICED SHOWS UP TOO.    *
002670*    INACTIVE ITEMS ARE NOT EXPECTED TO BE PRICED.  THE AGE  *
002680*    IS BUSINESS DAYS SINCE THE CURRENT COMPARE'S RUN DATE   *
002690*    ON THE CMPRCALN PROCESSING CALENDAR.                    *
002700************************************************************
002710 5000-LIST-UNPRICED.
002720     MOVE SPACES TO CPMV-PRINT-LINE.
002730     WRITE CPMV-PRINT-LINE.
002740     MOVE WS-THRESHOLD-DAYS TO WS-DAYS-DISP.
002750     STRING "ACTIVE ITEMS NOT PRICED IN OVER " DELIMITED BY SIZE
002760         WS-DAYS-DISP DELIMITED BY SIZE
002770         " DAYS" DELIMITED BY SIZE
002780         INTO CPMV-PRINT-LINE.
002790     WRITE CPMV-PRINT-LINE.
002800     MOVE SPACES TO CPMV-PRINT-LINE.
002810     WRITE CPMV-PRINT-LINE.
002820     IF NOT WS-ITEM-OPEN
002830         MOVE "NO ITEM MASTER ON FILE - NOTHING TO CHECK"
002840             TO CPMV-PRINT-LINE
002850         WRITE CPMV-PRINT-LINE
002860         GO TO 5000-EXIT
002870     END-IF.
002880     MOVE SPACES TO CPMV-PRINT-LINE.
002890     STRING "ITEM     LAST RUN     DAYS    " DELIMITED BY SIZE
002900         "CURRENT VAL  DESCRIPTION" DELIMITED BY SIZE
002910         INTO CPMV-PRINT-LINE.
002920     WRITE CPMV-PRINT-LINE.
002930     MOVE 'N' TO WS-EOF-SWITCH.
002940     MOVE LOW-VALUES TO CMPI-ITEM-ID.
002950     START CMPRITEM KEY IS NOT LESS THAN CMPI-ITEM-ID
002960         INVALID KEY SET WS-END-OF-FILE TO TRUE
002970     END-START.
002980     PERFORM 5100-READ-ITEM THRU 5100-EXIT.
002990     PERFORM 5200-CHECK-ONE-ITEM THRU 5200-EXIT
003000         UNTIL WS-END-OF-FILE.
003010 5000-EXIT.
003020     EXIT.
003030*
003040 5100-READ-ITEM.
003050     IF NOT WS-END-OF-FILE
003060         READ CMPRITEM NEXT
003070             AT END SET WS-END-OF-FILE TO TRUE
003080         END-READ
003090     END-IF.
003100 5100-EXIT.
003110     EXIT.
003120*
003130 5200-CHECK-ONE-ITEM.
003140     IF NOT CMPI-ACTIVE
003150         GO TO 5200-DONE
003160     END-IF.
003170     ADD 1 TO WS-ACTIVE-COUNT.
003180     MOVE 'N' TO WS-PRICED-SWITCH.
003190     IF WS-CPRC-OPEN
003200         MOVE CMPI-ITEM-ID TO CMPC-ITEM-ID
003210         MOVE 'Y' TO WS-PRICED-SWITCH
003220         READ CMPRCPRC
003230             INVALID KEY MOVE 'N' TO WS-PRICED-SWITCH
003240         END-READ
003250     END-IF.
003260     IF WS-ITEM-PRICED
003270         IF CMPC-CUR-RUN-DATE NOT NUMERIC
003280             OR CMPC-CUR-RUN-DATE = ZERO
003290             MOVE 'N' TO WS-PRICED-SWITCH
003300         END-IF
003310     END-IF.
003320     IF WS-ITEM-PRICED
003330         MOVE 'C' TO CMPB-FUNCTION
003340         MOVE CMPC-CUR-RUN-DATE TO CMPB-DATE-1
003350         MOVE WS-CURRENT-DATE TO CMPB-DATE-2
003360         CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST
003370         MOVE CMPB-DAY-COUNT TO WS-AGE-DAYS
003380         IF WS-AGE-DAYS NOT > WS-THRESHOLD-DAYS
003390             GO TO 5200-DONE
003400         END-IF
003410     END-IF.
003420     ADD 1 TO WS-STALE-COUNT.
003430     PERFORM 5300-PRINT-ONE-UNPRICED THRU 5300-EXIT.
003440 5200-DONE.
003450     PERFORM 5100-READ-ITEM THRU 5100-EXIT.
003460 5200-EXIT.
003470     EXIT.
003480*
003490 5300-PRINT-ONE-UNPRICED.
003500     MOVE SPACES TO CPMV-PRINT-LINE.
003510     MOVE 1 TO WS-PRINT-POINTER.
003520     IF WS-ITEM-PRICED
003530         MOVE WS-AGE-DAYS TO WS-AGE-DISP
003540         MOVE CMPC-CUR-WINNER-VALUE TO WS-VALUE-DISP
003550         STRING CMPI-ITEM-ID DELIMITED BY SIZE
003560             " " DELIMITED BY SIZE
003570             CMPC-CUR-RUN-DATE DELIMITED BY SIZE
003580             "    " DELIMITED BY SIZE
003590             WS-AGE-DISP DELIMITED BY SIZE
003600             "    " DELIMITED BY SIZE
003610             WS-VALUE-DISP DELIMITED BY SIZE
003620             "  " DELIMITED BY SIZE
003630             INTO CPMV-PRINT-LINE
003640             WITH POINTER WS-PRINT-POINTER
003650     ELSE
003660         STRING CMPI-ITEM-ID DELIMITED BY SIZE
003670             " NEVER PRICED" DELIMITED BY SIZE
003680             "                      " DELIMITED BY SIZE
003690             INTO CPMV-PRINT-LINE
003700             WITH POINTER WS-PRINT-POINTER
003710     END-IF.
003720     STRING CMPI-DESCRIPTION DELIMITED BY SIZE
003730         INTO CPMV-PRINT-LINE
003740         WITH POINTER WS-PRINT-POINTER.
003750     WRITE CPMV-PRINT-LINE.
003760 5300-EXIT.
003770     EXIT.
003780*
003790************************************************************
003800*    6000-PRINT-TOTALS                                      *
003810************************************************************
003820 6000-PRINT-TOTALS.
003830     MOVE SPACES TO CPMV-PRINT-LINE.
003840     WRITE CPMV-PRINT-LINE.
003850     MOVE WS-POSTED-COUNT TO WS-COUNT-DISP.
003860     STRING "ITEMS REPRICED TONIGHT  : " DELIMITED BY SIZE
003870         WS-COUNT-DISP DELIMITED BY SIZE
003880         INTO CPMV-PRINT-LINE.
003890     WRITE CPMV-PRINT-LINE.
003900     MOVE SPACES TO CPMV-PRINT-LINE.
003910     MOVE WS-MOVED-COUNT TO WS-COUNT-DISP.
003920     STRING "MOVED PAST THRESHOLD    : " DELIMITED BY SIZE
003930         WS-COUNT-DISP DELIMITED BY SIZE
003940         INTO CPMV-PRINT-LINE.
003950     WRITE CPMV-PRINT-LINE.
003960     MOVE SPACES TO CPMV-PRINT-LINE.
003970     MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISP.
003980     STRING "ACTIVE ITEMS            : " DELIMITED BY SIZE
003990         WS-COUNT-DISP DELIMITED BY SIZE
004000         INTO CPMV-PRINT-LINE.
004010     WRITE CPMV-PRINT-LINE.
004020     MOVE SPACES TO CPMV-PRINT-LINE.
004030     MOVE WS-STALE-COUNT TO WS-COUNT-DISP.
004040     STRING "NOT PRICED IN TIME      : " DELIMITED BY SIZE
004050         WS-COUNT-DISP DELIMITED BY SIZE
004060         INTO CPMV-PRINT-LINE.
004070     WRITE CPMV-PRINT-LINE.
004080 6000-EXIT.
004090     EXIT.
004100*
004110************************************************************
004120*    8000-TERMINATE - A LISTED MOVE OR UNPRICED ITEM IS A    *
004130*    WARNING (4), NOT A STOP; THE NIGHT CARRIES ON.          *
004140************************************************************
004150 8000-TERMINATE.
004160     IF WS-CPRC-OPEN
004170         CLOSE CMPRCPRC
004180     END-IF.
004190     IF WS-ITEM-OPEN
004200         CLOSE CMPRITEM
004210     END-IF.
004220     CLOSE CMPRCPMV.
004230     IF WS-MOVED-COUNT > ZERO OR WS-STALE-COUNT > ZERO
004240         MOVE 4 TO RETURN-CODE
004250         DISPLAY "CONDCPMV COMPLETE - *** ITEMS LISTED: "
004260             NO ADVANCING
004270         COMPUTE WS-LISTED-COUNT = WS-MOVED-COUNT + WS-STALE-COUNT
004280         DISPLAY WS-LISTED-COUNT NO ADVANCING
004290         DISPLAY " ***"
004300     ELSE
004310         DISPLAY "CONDCPMV COMPLETE - NOTHING TO REPORT"
004320     END-IF.
004330 8000-EXIT.
004340     EXIT.
