000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCALN.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - PROCESSING CALENDAR ROUTINE *
000120*                     SHARED BY THE NIGHT STREAM AND THE     *
000130*                     REPORTS, CALLED THE SAME WAY CONDTCHK  *
000140*                     IS.  SAYS WHETHER A DATE IS A BUSINESS *
000150*                     DAY, COUNTS BUSINESS DAYS BETWEEN TWO  *
000160*                     DATES, STEPS BACK A NUMBER OF BUSINESS *
000170*                     DAYS AND DESCRIBES A DATE'S WEEK, ALL  *
000180*                     FROM THE CMPRCALN CALENDAR MAINTAINED  *
000190*                     ON CONDCALM.  A DATE NOT ON THE        *
000200*                     CALENDAR (OR NO CALENDAR AT ALL)       *
000210*                     FOLLOWS THE STANDING RULE - MONDAY TO  *
000220*                     FRIDAY WORK, THE WEEKEND DOES NOT -    *
000230*                     NEVER AN ABEND.                        *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CMPRCALN ASSIGN TO "CMPRCALN"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CMPW-CAL-DATE
000350         FILE STATUS IS WS-CALN-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CMPRCALN
000390     RECORDING MODE IS F.
000400 COPY CMPCALN.
000410 WORKING-STORAGE SECTION.
000420 01  WS-SWITCHES.
000430     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
000440     05  WS-FIRST-CALL-SWITCH    PIC X(01) VALUE 'Y'.
000450         88  WS-FIRST-CALL               VALUE 'Y'.
000460     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE 'N'.
000470         88  WS-CALENDAR-OPEN            VALUE 'Y'.
000480     05  WS-BUSINESS-SWITCH      PIC X(01) VALUE 'N'.
000490         88  WS-DAY-IS-BUSINESS          VALUE 'Y'.
000500         88  WS-DAY-IS-NOT-BUSINESS      VALUE 'N'.
000510     05  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
000520         88  WS-DATE-GOOD                VALUE 'Y'.
000530         88  WS-DATE-BAD                 VALUE 'N'.
000540     05  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000550         88  WS-LATER-BUSINESS-DAY       VALUE 'Y'.
000560 01  WS-DAY-WORK.
000570     05  WS-TEST-DATE            PIC 9(08).
000580     05  WS-TEST-INTEGER         PIC 9(08) COMP.
000590     05  WS-DAY-DATE             PIC 9(08).
000600     05  WS-DAY-INTEGER          PIC 9(08) COMP.
000610     05  WS-FIRST-INTEGER        PIC 9(08) COMP.
000620     05  WS-LAST-INTEGER         PIC 9(08) COMP.
000630     05  WS-WEEK-QUOTIENT        PIC 9(08) COMP.
000640     05  WS-WEEK-REMAINDER       PIC 9(01).
000650     05  WS-DAY-OF-WEEK          PIC 9(01).
000660     05  WS-DAYS-COUNTED         PIC 9(05) COMP.
000670 LINKAGE SECTION.
000680 COPY CMPBCAL.
000690*
000700 PROCEDURE DIVISION USING CMPB-CALENDAR-REQUEST.
000710*
000720************************************************************
000730*    0000-MAINLINE                                          *
000740************************************************************
000750 0000-MAINLINE.
000760     IF WS-FIRST-CALL
000770         PERFORM 1000-OPEN-CALENDAR THRU 1000-EXIT
000780         MOVE 'N' TO WS-FIRST-CALL-SWITCH
000790     END-IF.
000800     PERFORM 2000-INIT-ANSWER THRU 2000-EXIT.
000810     EVALUATE TRUE
000820         WHEN CMPB-CHECK-DATE
000830             PERFORM 4000-CHECK-ONE-DATE THRU 4000-EXIT
000840         WHEN CMPB-WEEK-INFO
000850             PERFORM 4000-CHECK-ONE-DATE THRU 4000-EXIT
000860             PERFORM 5000-DESCRIBE-THE-WEEK THRU 5000-EXIT
000870         WHEN CMPB-COUNT-DAYS
000880             PERFORM 6000-COUNT-BUSINESS-DAYS THRU 6000-EXIT
000890         WHEN CMPB-BACK-DAYS
000900             PERFORM 7000-STEP-BACK-DAYS THRU 7000-EXIT
000910         WHEN OTHER
000920             MOVE 'N' TO CMPB-DATE-FLAG
000930     END-EVALUATE.
000940     GOBACK.
000950*
000960************************************************************
000970*    1000-OPEN-CALENDAR - OPENED ONCE ON THE FIRST CALL AND  *
000980*    READ AT RANDOM FROM THEN ON, UNTIL THE CALLER CANCELS   *
000990*    THE ROUTINE.  NO CALENDAR FILE MEANS THE STANDING RULE  *
001000*    FOR EVERY DATE.                                         *
001010************************************************************
001020 1000-OPEN-CALENDAR.
001030     OPEN INPUT CMPRCALN.
001040     IF WS-CALN-STATUS = "00"
001050         SET WS-CALENDAR-OPEN TO TRUE
001060     ELSE
001070         DISPLAY "CONDCALN - NO CMPRCALN CALENDAR - MONDAY TO "
001080             "FRIDAY TAKEN AS BUSINESS DAYS"
001090     END-IF.
001100 1000-EXIT.
001110     EXIT.
001120*
001130 2000-INIT-ANSWER.
001140     MOVE 'N' TO CMPB-BUSINESS-FLAG.
001150     MOVE 'N' TO CMPB-LAST-OF-WEEK-FLAG.
001160     MOVE 'Y' TO CMPB-DATE-FLAG.
001170     MOVE ZERO TO CMPB-DAY-OF-WEEK.
001180     MOVE ZERO TO CMPB-RESULT-DATE.
001190     MOVE ZERO TO CMPB-WEEK-START-DATE.
001200     IF WS-CALENDAR-OPEN
001210         MOVE 'Y' TO CMPB-CALENDAR-FLAG
001220     ELSE
001230         MOVE 'N' TO CMPB-CALENDAR-FLAG
001240     END-IF.
001250 2000-EXIT.
001260     EXIT.
001270*
001280************************************************************
001290*    2500-VALIDATE-DATE - WS-TEST-DATE MUST BE A REAL DATE   *
001300*    ON THE GREGORIAN CALENDAR.  IT IS TURNED INTO A DAY     *
001310*    NUMBER AND BACK; ANYTHING THAT DOES NOT SURVIVE THE     *
001320*    ROUND TRIP (31 JUNE, MONTH 13) IS REFUSED.              *
001330************************************************************
001340 2500-VALIDATE-DATE.
001350     SET WS-DATE-BAD TO TRUE.
001360     MOVE ZERO TO WS-TEST-INTEGER.
001370     IF WS-TEST-DATE IS NOT NUMERIC
001380         GO TO 2500-EXIT
001390     END-IF.
001400     IF WS-TEST-DATE < 16010101
001410         GO TO 2500-EXIT
001420     END-IF.
001430     COMPUTE WS-TEST-INTEGER =
001440         FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
001450     IF WS-TEST-INTEGER = ZERO
001460         GO TO 2500-EXIT
001470     END-IF.
001480     COMPUTE WS-DAY-DATE =
001490         FUNCTION DATE-OF-INTEGER(WS-TEST-INTEGER).
001500     IF WS-DAY-DATE = WS-TEST-DATE
001510         SET WS-DATE-GOOD TO TRUE
001520     END-IF.
001530 2500-EXIT.
001540     EXIT.
001550*
001560************************************************************
001570*    3000-JUDGE-ONE-DAY - BUSINESS DAY OR NOT FOR THE DAY    *
001580*    NUMBER IN WS-DAY-INTEGER.  DAY 1 (01/01/1601) WAS A     *
001590*    MONDAY, SO THE REMAINDER BY 7 GIVES THE WEEKDAY (0 IS   *
001600*    SUNDAY).  THE CALENDAR RECORD, WHEN THERE IS ONE,       *
001610*    OVERRIDES THE WEEKDAY RULE EITHER WAY.                  *
001620************************************************************
001630 3000-JUDGE-ONE-DAY.
001640     COMPUTE WS-DAY-DATE =
001650         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
001660     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-QUOTIENT
001670         REMAINDER WS-WEEK-REMAINDER.
001680     IF WS-WEEK-REMAINDER = ZERO
001690         MOVE 7 TO WS-DAY-OF-WEEK
001700     ELSE
001710         MOVE WS-WEEK-REMAINDER TO WS-DAY-OF-WEEK
001720     END-IF.
001730     IF WS-DAY-OF-WEEK < 6
001740         SET WS-DAY-IS-BUSINESS TO TRUE
001750     ELSE
001760         SET WS-DAY-IS-NOT-BUSINESS TO TRUE
001770     END-IF.
001780     IF NOT WS-CALENDAR-OPEN
001790         GO TO 3000-EXIT
001800     END-IF.
001810     MOVE WS-DAY-DATE TO CMPW-CAL-DATE.
001820     READ CMPRCALN
001830         INVALID KEY
001840             CONTINUE
001850         NOT INVALID KEY
001860             IF CMPW-BUSINESS-DAY
001870                 SET WS-DAY-IS-BUSINESS TO TRUE
001880             END-IF
001890             IF CMPW-HOLIDAY
001900                 SET WS-DAY-IS-NOT-BUSINESS TO TRUE
001910             END-IF
001920     END-READ.
001930 3000-EXIT.
001940     EXIT.
001950*
001960************************************************************
001970*    4000-CHECK-ONE-DATE - FUNCTION 'B', ALSO THE FIRST HALF *
001980*    OF FUNCTION 'W'.                                        *
001990************************************************************
002000 4000-CHECK-ONE-DATE.
002010     MOVE CMPB-DATE-1 TO WS-TEST-DATE.
002020     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
002030     IF WS-DATE-BAD
002040         MOVE 'N' TO CMPB-DATE-FLAG
002050         GO TO 4000-EXIT
002060     END-IF.
002070     MOVE WS-TEST-INTEGER TO WS-DAY-INTEGER.
002080     PERFORM 3000-JUDGE-ONE-DAY THRU 3000-EXIT.
002090     MOVE WS-DAY-OF-WEEK TO CMPB-DAY-OF-WEEK.
002100     IF WS-DAY-IS-BUSINESS
002110         MOVE 'Y' TO CMPB-BUSINESS-FLAG
002120     END-IF.
002130 4000-EXIT.
002140     EXIT.
002150*
002160************************************************************
002170*    5000-DESCRIBE-THE-WEEK - FUNCTION 'W'.  THE WEEK RUNS   *
002180*    MONDAY TO SUNDAY.  THE DATE IS THE LAST BUSINESS DAY    *
002190*    OF ITS WEEK WHEN IT IS ITSELF A BUSINESS DAY AND NO     *
002200*    LATER DAY OF THE SAME WEEK IS.                          *
002210************************************************************
002220 5000-DESCRIBE-THE-WEEK.
002230     IF NOT CMPB-DATE-VALID
002240         GO TO 5000-EXIT
002250     END-IF.
002260     COMPUTE WS-DAY-INTEGER =
002270         WS-TEST-INTEGER - CMPB-DAY-OF-WEEK + 1.
002280     COMPUTE CMPB-WEEK-START-DATE =
002290         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
002300     IF NOT CMPB-BUSINESS-DAY
002310         GO TO 5000-EXIT
002320     END-IF.
002330     COMPUTE WS-LAST-INTEGER =
002340         WS-TEST-INTEGER + 7 - CMPB-DAY-OF-WEEK.
002350     MOVE 'N' TO WS-FOUND-SWITCH.
002360     COMPUTE WS-DAY-INTEGER = WS-TEST-INTEGER + 1.
002370     PERFORM 5100-LOOK-AT-LATER-DAY THRU 5100-EXIT
002380         UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
002390         OR WS-LATER-BUSINESS-DAY.
002400     IF NOT WS-LATER-BUSINESS-DAY
002410         MOVE 'Y' TO CMPB-LAST-OF-WEEK-FLAG
002420     END-IF.
002430 5000-EXIT.
002440     EXIT.
002450*
002460 5100-LOOK-AT-LATER-DAY.
002470     PERFORM 3000-JUDGE-ONE-DAY THRU 3000-EXIT.
002480     IF WS-DAY-IS-BUSINESS
002490         SET WS-LATER-BUSINESS-DAY TO TRUE
002500     END-IF.
002510     ADD 1 TO WS-DAY-INTEGER.
002520 5100-EXIT.
002530     EXIT.
002540*
002550************************************************************
002560*    6000-COUNT-BUSINESS-DAYS - FUNCTION 'C'.  THE FIRST     *
002570*    DATE ITSELF IS NOT COUNTED, SO AN ITEM RAISED ON A      *
002580*    FRIDAY AND LOOKED AT THE FOLLOWING MONDAY IS ONE        *
002590*    BUSINESS DAY OLD.                                       *
002600************************************************************
002610 6000-COUNT-BUSINESS-DAYS.
002620     MOVE ZERO TO CMPB-DAY-COUNT.
002630     MOVE CMPB-DATE-1 TO WS-TEST-DATE.
002640     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
002650     IF WS-DATE-BAD
002660         MOVE 'N' TO CMPB-DATE-FLAG
002670         GO TO 6000-EXIT
002680     END-IF.
002690     MOVE WS-TEST-INTEGER TO WS-FIRST-INTEGER.
002700     MOVE CMPB-DATE-2 TO WS-TEST-DATE.
002710     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
002720     IF WS-DATE-BAD
002730         MOVE 'N' TO CMPB-DATE-FLAG
002740         GO TO 6000-EXIT
002750     END-IF.
002760     MOVE WS-TEST-INTEGER TO WS-LAST-INTEGER.
002770     MOVE ZERO TO WS-DAYS-COUNTED.
002780     COMPUTE WS-DAY-INTEGER = WS-FIRST-INTEGER + 1.
002790     PERFORM 6100-COUNT-ONE-DAY THRU 6100-EXIT
002800         UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
002810         OR WS-DAYS-COUNTED = 99999.
002820     MOVE WS-DAYS-COUNTED TO CMPB-DAY-COUNT.
002830 6000-EXIT.
002840     EXIT.
002850*
002860 6100-COUNT-ONE-DAY.
002870     PERFORM 3000-JUDGE-ONE-DAY THRU 3000-EXIT.
002880     IF WS-DAY-IS-BUSINESS
002890         ADD 1 TO WS-DAYS-COUNTED
002900     END-IF.
002910     ADD 1 TO WS-DAY-INTEGER.
002920 6100-EXIT.
002930     EXIT.
002940*
002950************************************************************
002960*    7000-STEP-BACK-DAYS - FUNCTION 'K'.  WALK BACK FROM     *
002970*    THE DATE ONE DAY AT A TIME UNTIL THE NUMBER OF          *
002980*    BUSINESS DAYS ASKED FOR HAVE GONE BY; THE RESULT IS     *
002990*    THE LAST OF THEM.  A COUNT OF ZERO GIVES THE DATE BACK. *
003000************************************************************
003010 7000-STEP-BACK-DAYS.
003020     MOVE CMPB-DATE-1 TO WS-TEST-DATE.
003030     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
003040     IF WS-DATE-BAD
003050         MOVE 'N' TO CMPB-DATE-FLAG
003060         GO TO 7000-EXIT
003070     END-IF.
003080     IF CMPB-DAY-COUNT IS NOT NUMERIC
003090         MOVE ZERO TO CMPB-DAY-COUNT
003100     END-IF.
003110     MOVE WS-TEST-INTEGER TO WS-DAY-INTEGER.
003120     MOVE ZERO TO WS-DAYS-COUNTED.
003130     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
003140         UNTIL WS-DAYS-COUNTED NOT < CMPB-DAY-COUNT
003150         OR WS-DAY-INTEGER NOT > 1.
003160     COMPUTE CMPB-RESULT-DATE =
003170         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
003180 7000-EXIT.
003190     EXIT.
003200*
003210 7100-BACK-ONE-DAY.
003220     SUBTRACT 1 FROM WS-DAY-INTEGER.
003230     PERFORM 3000-JUDGE-ONE-DAY THRU 3000-EXIT.
003240     IF WS-DAY-IS-BUSINESS
003250         ADD 1 TO WS-DAYS-COUNTED
003260     END-IF.
003270 7100-EXIT.
003280     EXIT.
