000200*                     SCHEDULE CAN PAGE SOMEONE THE SAME     *
000210*                     NIGHT INSTEAD OF A SKEWED CMPRTALY     *
000220*                     REPORT TELLING THE STORY DAYS LATER.   *
000221*    10/15/2026  DWS  A VOID ('V') RECORD IS NOT A FEED      *
000222*                     ARRIVAL AND IS PASSED OVER.            *
000223*    10/15/2026  DWS  THE CMPRCALN PROCESSING CALENDAR NOW   *
000224*                     DECIDES WHAT IS CHASED.  DAILY FEEDS   *
000225*                     ARE NOT CHASED ON A NON-BUSINESS DAY,  *
000226*                     AND ON THE LAST BUSINESS DAY OF THE    *
000227*                     WEEK EVERY ACTIVE WEEKLY FEED MUST     *
000228*                     HAVE SENT SOMETHING SINCE MONDAY.      *
000229*    10/15/2026  DWS  EVERY MISSING FEED IS ALSO RAISED AS   *
000230*                     AN ALERT ON CMPRALRT (THROUGH          *
000231*                     CONDALRT) AGAINST ITS FEED ID.         *
000232************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000580         88  WS-END-OF-FILE              VALUE 'Y'.
000590     05  WS-SEEN-SWITCH          PIC X(01) VALUE 'N'.
000600         88  WS-FEED-SEEN                VALUE 'Y'.
000602     05  WS-DAILY-SWITCH         PIC X(01) VALUE 'N'.
000604         88  WS-CHASE-DAILY              VALUE 'Y'.
000606     05  WS-WEEKLY-SWITCH        PIC X(01) VALUE 'N'.
000608         88  WS-CHASE-WEEKLY             VALUE 'Y'.
000610 01  WS-SEEN-TABLE.
000620     05  WS-SEEN-COUNT           PIC 9(03) COMP VALUE ZERO.
000630     05  WS-SEEN-SUB             PIC 9(03) COMP VALUE ZERO.
000640     05  WS-SEEN-ID OCCURS 100 TIMES PIC X(04).
000642 01  WS-WEEK-TABLE.
000644     05  WS-WEEK-COUNT           PIC 9(03) COMP VALUE ZERO.
000646     05  WS-WEEK-SUB             PIC 9(03) COMP VALUE ZERO.
000648     05  WS-WEEK-ID OCCURS 100 TIMES PIC X(04).
000650 01  WS-COUNTERS.
000660     05  WS-MISSING-COUNT        PIC 9(08) COMP VALUE ZERO.
000670     05  WS-EXPECTED-COUNT       PIC 9(08) COMP VALUE ZERO.
000673     05  WS-WEEKLY-EXPECTED      PIC 9(08) COMP VALUE ZERO.
000676     05  WS-WEEKLY-MISSING       PIC 9(08) COMP VALUE ZERO.
000680     05  WS-SLOT-SUB             PIC 9(02) COMP VALUE ZERO.
000690 01  WS-EDIT-FIELDS.
000700     05  WS-LOOKUP-ID            PIC X(04).
000710     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000720 01  WS-DATE-WORK.
000730     05  WS-CURRENT-DATE         PIC 9(08).
000732     05  WS-WEEK-START-DATE      PIC 9(08).
000734 COPY CMPBCAL.
000736 COPY CMPALRQ.
000740*
000750 PROCEDURE DIVISION.
000760*
000880     GOBACK.
000890*
000900************************************************************
000903*    1000-INITIALIZE - THE CMPRCALN CALENDAR DECIDES WHAT IS *
000906*    CHASED TONIGHT.  DAILY FEEDS ONLY ON A BUSINESS DAY;    *
000909*    WEEKLY FEEDS ONLY ON THE LAST BUSINESS DAY OF THE WEEK, *
000912*    WHEN ANYTHING FROM MONDAY ON COUNTS AS THIS WEEK'S      *
000915*    DELIVERY.                                               *
000920************************************************************
000930 1000-INITIALIZE.
000940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000941     MOVE 'W' TO CMPB-FUNCTION.
000942     MOVE WS-CURRENT-DATE TO CMPB-DATE-1.
000943     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
000944     MOVE CMPB-WEEK-START-DATE TO WS-WEEK-START-DATE.
000945     IF CMPB-BUSINESS-DAY
000946         SET WS-CHASE-DAILY TO TRUE
000947     END-IF.
000948     IF CMPB-LAST-OF-WEEK
000949         SET WS-CHASE-WEEKLY TO TRUE
000950     END-IF.
000951     OPEN OUTPUT CMPRFMON.
000960     MOVE SPACES TO FMON-PRINT-LINE.
000970     STRING "CONDFMON - MISSING-FEED MONITOR FOR "
000980         DELIMITED BY SIZE
001010     WRITE FMON-PRINT-LINE.
001020     MOVE SPACES TO FMON-PRINT-LINE.
001030     WRITE FMON-PRINT-LINE.
001031     IF NOT WS-CHASE-DAILY
001032         MOVE "NOT A BUSINESS DAY - DAILY FEEDS NOT CHASED"
001033             TO FMON-PRINT-LINE
001034         WRITE FMON-PRINT-LINE
001035     END-IF.
001036     IF WS-CHASE-WEEKLY
001037         MOVE SPACES TO FMON-PRINT-LINE
001038         STRING "LAST BUSINESS DAY OF THE WEEK - WEEKLY FEEDS "
001039             DELIMITED BY SIZE
001040             "CHECKED FROM " DELIMITED BY SIZE
001041             WS-WEEK-START-DATE DELIMITED BY SIZE
001042             INTO FMON-PRINT-LINE
001043         WRITE FMON-PRINT-LINE
001044     END-IF.
001045     OPEN INPUT CMPRAUDT.
001050     IF WS-AUDT-STATUS NOT = "00"
001060         SET WS-END-OF-FILE TO TRUE
001070     END-IF.
001200************************************************************
001210*    3000-TALLY-ONE-AUDIT - EVERY FEED NAMED ON A RECORD     *
001220*    DATED TODAY WAS HEARD FROM TODAY, COMPARE OR REJECT     *
001226*    ALIKE.  ANY RECORD FROM THE START OF THE WEEK TO TODAY  *
001232*    ALSO COUNTS TOWARDS THE WEEKLY FEEDS.                   *
001240************************************************************
001250 3000-TALLY-ONE-AUDIT.
001260     IF CMPR-AUD-RUN-DATE = WS-CURRENT-DATE
001265         AND NOT CMPR-AUD-VOID
001270         PERFORM 3100-NOTE-ONE-SLOT THRU 3100-EXIT
001271             VARYING WS-SLOT-SUB FROM 1 BY 1
001272             UNTIL WS-SLOT-SUB > 10
001273     END-IF.
001274     IF WS-CHASE-WEEKLY
001275         AND CMPR-AUD-RUN-DATE NOT < WS-WEEK-START-DATE
001276         AND CMPR-AUD-RUN-DATE NOT > WS-CURRENT-DATE
001277         AND NOT CMPR-AUD-VOID
001278         PERFORM 3400-NOTE-ONE-WEEK-SLOT THRU 3400-EXIT
001280             VARYING WS-SLOT-SUB FROM 1 BY 1
001290             UNTIL WS-SLOT-SUB > 10
001300     END-IF.
001630     EXIT.
001640*
001650************************************************************
001651*    3400-NOTE-ONE-WEEK-SLOT - THE WEEK'S SEEN TABLE, KEPT   *
001652*    THE SAME WAY AS TODAY'S.                                *
001653************************************************************
001654 3400-NOTE-ONE-WEEK-SLOT.
001655     IF CMPR-AUD-FEED-ID(WS-SLOT-SUB) = SPACES
001656         GO TO 3400-EXIT
001657     END-IF.
001658     MOVE CMPR-AUD-FEED-ID(WS-SLOT-SUB) TO WS-LOOKUP-ID.
001659     MOVE 'N' TO WS-SEEN-SWITCH.
001660     PERFORM 3500-MATCH-ONE-WEEK THRU 3500-EXIT
001661         VARYING WS-WEEK-SUB FROM 1 BY 1
001662         UNTIL WS-WEEK-SUB > WS-WEEK-COUNT.
001663     IF NOT WS-FEED-SEEN
001664         IF WS-WEEK-COUNT < 100
001665             ADD 1 TO WS-WEEK-COUNT
001666             MOVE WS-LOOKUP-ID TO WS-WEEK-ID(WS-WEEK-COUNT)
001667         END-IF
001668     END-IF.
001669 3400-EXIT.
001670     EXIT.
001671*
001672 3500-MATCH-ONE-WEEK.
001673     IF WS-WEEK-ID(WS-WEEK-SUB) = WS-LOOKUP-ID
001674         SET WS-FEED-SEEN TO TRUE
001675         MOVE 101 TO WS-WEEK-SUB
001676     END-IF.
001677 3500-EXIT.
001678     EXIT.
001679*
001680************************************************************
001681*    4000-CHECK-THE-FEEDS - EVERY ACTIVE EXPECTED-DAILY      *
001682*    FEED ON THE MASTER MUST BE IN THE SEEN TABLE, OR IT     *
001683*    GOES ON THE REPORT AS MISSING.  ON THE LAST BUSINESS    *
001684*    DAY OF THE WEEK EVERY ACTIVE WEEKLY FEED MUST BE IN     *
001685*    THE WEEK'S TABLE THE SAME WAY.                          *
001690************************************************************
001700 4000-CHECK-THE-FEEDS.
001702     IF NOT WS-CHASE-DAILY AND NOT WS-CHASE-WEEKLY
001704         GO TO 4000-EXIT
001706     END-IF.
001710     OPEN INPUT CMPRFEED.
001720     IF WS-FEED-STATUS NOT = "00"
001730         MOVE "NO FEED MASTER ON FILE - NOTHING TO CHECK"
001990     IF NOT CMPF-ACTIVE
002000         GO TO 4100-EXIT
002010     END-IF.
002020     IF CMPF-DAILY AND WS-CHASE-DAILY
002030         PERFORM 4200-CHECK-DAILY-FEED THRU 4200-EXIT
002040     END-IF.
002041     IF CMPF-WEEKLY AND WS-CHASE-WEEKLY
002042         PERFORM 4300-CHECK-WEEKLY-FEED THRU 4300-EXIT
002043     END-IF.
002044 4100-EXIT.
002045     EXIT.
002046*
002047 4200-CHECK-DAILY-FEED.
002050     ADD 1 TO WS-EXPECTED-COUNT.
002060     MOVE CMPF-FEED-ID TO WS-LOOKUP-ID.
002070     MOVE 'N' TO WS-SEEN-SWITCH.
002180             " SENT NOTHING TODAY" DELIMITED BY SIZE
002190             INTO FMON-PRINT-LINE
002200         WRITE FMON-PRINT-LINE
002202         MOVE "EXPECTED DAILY FEED SENT NOTHING TODAY"
002204             TO CMPZ-MESSAGE
002206         PERFORM 7700-RAISE-FEED-ALERT THRU 7700-EXIT
002210     END-IF.
002211 4200-EXIT.
002212     EXIT.
002213*
002214 4300-CHECK-WEEKLY-FEED.
002215     ADD 1 TO WS-WEEKLY-EXPECTED.
002216     MOVE CMPF-FEED-ID TO WS-LOOKUP-ID.
002217     MOVE 'N' TO WS-SEEN-SWITCH.
002218     PERFORM 3500-MATCH-ONE-WEEK THRU 3500-EXIT
002219         VARYING WS-WEEK-SUB FROM 1 BY 1
002220         UNTIL WS-WEEK-SUB > WS-WEEK-COUNT.
002221     IF NOT WS-FEED-SEEN
002222         ADD 1 TO WS-MISSING-COUNT
002223         ADD 1 TO WS-WEEKLY-MISSING
002224         MOVE SPACES TO FMON-PRINT-LINE
002225         STRING "MISSING: FEED " DELIMITED BY SIZE
002226             CMPF-FEED-ID DELIMITED BY SIZE
002227             " " DELIMITED BY SIZE
002228             CMPF-FEED-NAME DELIMITED BY SIZE
002229             " SENT NOTHING THIS WEEK" DELIMITED BY SIZE
002230             INTO FMON-PRINT-LINE
002231         WRITE FMON-PRINT-LINE
002232         MOVE "EXPECTED WEEKLY FEED SENT NOTHING THIS WEEK"
002233             TO CMPZ-MESSAGE
002234         PERFORM 7700-RAISE-FEED-ALERT THRU 7700-EXIT
002235     END-IF.
002236 4300-EXIT.
002237     EXIT.
002240*
002250************************************************************
002260*    6000-PRINT-TOTALS                                      *
002400         WS-COUNT-DISP DELIMITED BY SIZE
002410         INTO FMON-PRINT-LINE.
002420     WRITE FMON-PRINT-LINE.
002430     COMPUTE WS-COUNT-DISP = WS-MISSING-COUNT - WS-WEEKLY-MISSING.
002440     MOVE SPACES TO FMON-PRINT-LINE.
002450     STRING "DAILY FEEDS MISSING       : " DELIMITED BY SIZE
002460         WS-COUNT-DISP DELIMITED BY SIZE
002470         INTO FMON-PRINT-LINE.
002480     WRITE FMON-PRINT-LINE.
002481     IF WS-CHASE-WEEKLY
002482         MOVE WS-WEEKLY-EXPECTED TO WS-COUNT-DISP
002483         MOVE SPACES TO FMON-PRINT-LINE
002484         STRING "EXPECTED-WEEKLY FEEDS     : " DELIMITED BY SIZE
002485             WS-COUNT-DISP DELIMITED BY SIZE
002486             INTO FMON-PRINT-LINE
002487         WRITE FMON-PRINT-LINE
002488         MOVE WS-WEEKLY-MISSING TO WS-COUNT-DISP
002489         MOVE SPACES TO FMON-PRINT-LINE
002490         STRING "WEEKLY FEEDS MISSING      : " DELIMITED BY SIZE
002491             WS-COUNT-DISP DELIMITED BY SIZE
002492             INTO FMON-PRINT-LINE
002493         WRITE FMON-PRINT-LINE
002494     END-IF.
002495     MOVE SPACES TO FMON-PRINT-LINE.
002500     IF WS-MISSING-COUNT = ZERO
002510         MOVE "RESULT: EVERY EXPECTED FEED WAS HEARD FROM"
002520             TO FMON-PRINT-LINE
002560     END-IF.
002570     WRITE FMON-PRINT-LINE.
002580 6000-EXIT.
002581     EXIT.
002582*
002583************************************************************
002584*    7700-RAISE-FEED-ALERT - EVERY MISSING FEED ALSO GOES    *
002585*    ON CMPRALRT AS AN ERROR AGAINST THE FEED ID, SO IT      *
002586*    REACHES THE MONITORING TOOL AND THE ALERT BOARD.        *
002587************************************************************
002588 7700-RAISE-FEED-ALERT.
002589     MOVE 'E' TO CMPZ-SEVERITY.
002590     MOVE "CONDFMON" TO CMPZ-SOURCE-PGM.
002591     MOVE WS-CURRENT-DATE TO CMPZ-RUN-DATE.
002592     MOVE "FEED" TO CMPZ-OBJECT-TYPE.
002593     MOVE CMPF-FEED-ID TO CMPZ-OBJECT-ID.
002594     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
002595 7700-EXIT.
002596     EXIT.
002600*
002610************************************************************
002620*    8000-TERMINATE - A MISSING FEED ENDS NONZERO SO THE     *
