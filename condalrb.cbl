000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDALRB.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - ALERT BOARD.  LISTS EVERY   *
000120*                     CMPRALRT ALERT STILL OPEN, OLDEST      *
000130*                     FIRST, AND LETS THE OPERATOR           *
000140*                     ACKNOWLEDGE ONE.  AN ACKNOWLEDGED      *
000150*                     ALERT STAYS ON FILE WITH THE OPERATOR, *
000160*                     DATE AND TIME SO THE NEXT SHIFT CAN    *
000170*                     SEE WHO PICKED IT UP.                  *
000180************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000220 OBJECT-COMPUTER.   IBM-370.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CMPRALRT ASSIGN TO "CMPRALRT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CMPV-ALERT-NBR
000290         FILE STATUS IS WS-ALRT-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  CMPRALRT
000330     RECORDING MODE IS F.
000340 COPY CMPALRT.
000350 WORKING-STORAGE SECTION.
000360 01  WS-SWITCHES.
000370     05  WS-ALRT-STATUS          PIC X(02) VALUE SPACES.
000380     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000390         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000410         88  WS-END-OF-ALERTS            VALUE 'Y'.
000420     05  WS-TARGET-SWITCH        PIC X(01) VALUE 'N'.
000430         88  WS-TARGET-FOUND             VALUE 'Y'.
000440 01  WS-COUNTERS.
000450     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000460     05  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
000470 01  WS-EDIT-FIELDS.
000480     05  WS-ACTION-EDIT          PIC X(01).
000490     05  WS-NBR-EDIT             PIC X(08).
000500     05  WS-DECISION-EDIT        PIC X(01).
000510     05  WS-MORE-REPLY           PIC X(01).
000520     05  WS-ALERT-NBR-DISP       PIC 9(08).
000530     05  WS-COUNT-DISP           PIC ZZZZ9.
000540     05  WS-TIME-WORK            PIC 9(08).
000550     05  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
000560         10  WS-TIME-HHMM        PIC 9(04).
000570         10  FILLER              PIC 9(04).
000580     05  WS-DETAIL-LINE          PIC X(78).
000590     05  WS-MESSAGE-LINE         PIC X(78).
000600     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000610 01  WS-AUDIT-WORK.
000620     05  WS-USERID               PIC X(08).
000630     05  WS-CURRENT-DATE         PIC 9(08).
000640*
000650 PROCEDURE DIVISION.
000660*
000670************************************************************
000680*    0000-MAINLINE                                          *
000690************************************************************
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
000730         UNTIL WS-QUIT-REQUESTED.
000740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000750     GOBACK.
000760*
000770************************************************************
000780*    1000-INITIALIZE - THE ALERT FILE IS CREATED EMPTY ON    *
000790*    FIRST USE, THE SAME AS CONDALRT DOES.                   *
000800************************************************************
000810 1000-INITIALIZE.
000820     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000830     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
000840     IF WS-USERID = SPACES
000850         MOVE "UNKNOWN " TO WS-USERID
000860     END-IF.
000870     OPEN I-O CMPRALRT.
000880     IF WS-ALRT-STATUS = "35"
000890         OPEN OUTPUT CMPRALRT
000900         CLOSE CMPRALRT
000910         OPEN I-O CMPRALRT
000920     END-IF.
000930 1000-EXIT.
000940     EXIT.
000950*
000960************************************************************
000970*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
000980************************************************************
000990 2000-ACTION-LOOP.
001000     DISPLAY ERASE.
001010     DISPLAY "CONDALRB - OPERATIONAL ALERT BOARD" LINE 2 COL 5.
001020     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001030     MOVE SPACES TO WS-ERROR-MESSAGE.
001040     DISPLAY "L = LIST OPEN ALERTS" LINE 5 COL 5.
001050     DISPLAY "A = ACKNOWLEDGE ONE" LINE 6 COL 5.
001060     DISPLAY "X = RETURN TO MENU" LINE 7 COL 5.
001070     DISPLAY "ACTION :" LINE 9 COL 5.
001080     ACCEPT WS-ACTION-EDIT LINE 9 COL 14.
001090     EVALUATE WS-ACTION-EDIT
001100         WHEN 'L'
001110         WHEN 'l'
001120             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
001130         WHEN 'A'
001140         WHEN 'a'
001150             PERFORM 4000-ACKNOWLEDGE THRU 4000-EXIT
001160         WHEN 'X'
001170         WHEN 'x'
001180             SET WS-QUIT-REQUESTED TO TRUE
001190         WHEN OTHER
001200             MOVE "ACTION MUST BE L, A OR X" TO WS-ERROR-MESSAGE
001210     END-EVALUATE.
001220 2000-EXIT.
001230     EXIT.
001240*
001250************************************************************
001260*    3000-LIST-OPEN - EVERY ALERT NOBODY HAS ACKNOWLEDGED,   *
001270*    OLDEST FIRST, TWO LINES EACH, A PAGE AT A TIME.         *
001280************************************************************
001290 3000-LIST-OPEN.
001300     DISPLAY ERASE.
001310     DISPLAY "CONDALRB - OPEN ALERTS" LINE 1 COL 1.
001320     MOVE 'N' TO WS-EOF-SWITCH.
001330     MOVE ZERO TO WS-LINE-ON-PAGE.
001340     MOVE ZERO TO WS-OPEN-COUNT.
001350     MOVE ZERO TO CMPV-ALERT-NBR.
001360     START CMPRALRT KEY IS NOT LESS THAN CMPV-ALERT-NBR
001370         INVALID KEY SET WS-END-OF-ALERTS TO TRUE
001380     END-START.
001390     PERFORM 3100-READ-NEXT-ALERT THRU 3100-EXIT.
001400     PERFORM 3200-SHOW-ONE-ALERT THRU 3200-EXIT
001410         UNTIL WS-END-OF-ALERTS.
001420     MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
001430     DISPLAY "OPEN ALERTS :" LINE 21 COL 1.
001440     DISPLAY WS-COUNT-DISP LINE 21 COL 15.
001450     DISPLAY "END OF OPEN ALERTS - PRESS ENTER" LINE 22 COL 1.
001460     ACCEPT WS-MORE-REPLY LINE 22 COL 34.
001470 3000-EXIT.
001480     EXIT.
001490*
001500 3100-READ-NEXT-ALERT.
001510     IF NOT WS-END-OF-ALERTS
001520         READ CMPRALRT NEXT
001530             AT END SET WS-END-OF-ALERTS TO TRUE
001540         END-READ
001550     END-IF.
001560 3100-EXIT.
001570     EXIT.
001580*
001590 3200-SHOW-ONE-ALERT.
001600     IF CMPV-OPEN
001610         ADD 1 TO WS-OPEN-COUNT
001620         PERFORM 3300-BUILD-ALERT-LINES THRU 3300-EXIT
001630         ADD 1 TO WS-LINE-ON-PAGE
001640         DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1
001650         ADD 1 TO WS-LINE-ON-PAGE
001660         DISPLAY WS-MESSAGE-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1
001670         IF WS-LINE-ON-PAGE > 14
001680             PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
001690         END-IF
001700     END-IF.
001710     PERFORM 3100-READ-NEXT-ALERT THRU 3100-EXIT.
001720 3200-EXIT.
001730     EXIT.
001740*
001750 3300-BUILD-ALERT-LINES.
001760     MOVE CMPV-RAISED-TIME TO WS-TIME-WORK.
001770     MOVE SPACES TO WS-DETAIL-LINE.
001780     STRING CMPV-ALERT-NBR DELIMITED BY SIZE
001790         "  " DELIMITED BY SIZE
001800         CMPV-SEVERITY DELIMITED BY SIZE
001810         "  " DELIMITED BY SIZE
001820         CMPV-SOURCE-PGM DELIMITED BY SIZE
001830         "  " DELIMITED BY SIZE
001840         CMPV-RUN-DATE DELIMITED BY SIZE
001850         "  " DELIMITED BY SIZE
001860         CMPV-OBJECT-TYPE DELIMITED BY SIZE
001870         " " DELIMITED BY SIZE
001880         CMPV-OBJECT-ID DELIMITED BY SIZE
001890         "  " DELIMITED BY SIZE
001900         CMPV-RAISED-DATE DELIMITED BY SIZE
001910         " " DELIMITED BY SIZE
001920         WS-TIME-HHMM DELIMITED BY SIZE
001930         INTO WS-DETAIL-LINE.
001940     MOVE SPACES TO WS-MESSAGE-LINE.
001950     STRING "          " DELIMITED BY SIZE
001960         CMPV-MESSAGE DELIMITED BY SIZE
001970         INTO WS-MESSAGE-LINE.
001980 3300-EXIT.
001990     EXIT.
002000*
002010 3500-PAGE-BREAK.
002020     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
002030     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
002040     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
002050         SET WS-END-OF-ALERTS TO TRUE
002060     ELSE
002070         DISPLAY ERASE
002080         DISPLAY "CONDALRB - OPEN ALERTS" LINE 1 COL 1
002090         MOVE ZERO TO WS-LINE-ON-PAGE
002100     END-IF.
002110 3500-EXIT.
002120     EXIT.
002130*
002140************************************************************
002150*    4000-ACKNOWLEDGE - FIND THE ALERT, SHOW IT AND TAKE THE *
002160*    OPERATOR'S WORD FOR IT.  A BLANK REPLY LEAVES IT OPEN.  *
002170************************************************************
002180 4000-ACKNOWLEDGE.
002190     PERFORM 4100-ASK-FOR-ALERT THRU 4100-EXIT.
002200     IF NOT WS-TARGET-FOUND
002210         GO TO 4000-EXIT
002220     END-IF.
002230     PERFORM 3300-BUILD-ALERT-LINES THRU 3300-EXIT.
002240     DISPLAY "ALERT     S  SOURCE    RUN DATE  OBJECT"
002250         LINE 6 COL 1.
002260     DISPLAY WS-DETAIL-LINE LINE 7 COL 1.
002270     DISPLAY WS-MESSAGE-LINE LINE 8 COL 1.
002280     DISPLAY "Y = ACKNOWLEDGE, BLANK = LEAVE OPEN :"
002290         LINE 10 COL 5.
002300     MOVE SPACES TO WS-DECISION-EDIT.
002310     ACCEPT WS-DECISION-EDIT LINE 10 COL 43.
002320     MOVE CMPV-ALERT-NBR TO WS-ALERT-NBR-DISP.
002330     IF WS-DECISION-EDIT NOT = 'Y' AND WS-DECISION-EDIT NOT = 'y'
002340         MOVE "ALERT LEFT OPEN" TO WS-ERROR-MESSAGE
002350         GO TO 4000-EXIT
002360     END-IF.
002370     SET CMPV-ACKNOWLEDGED TO TRUE.
002380     MOVE WS-USERID TO CMPV-ACK-USERID.
002390     ACCEPT CMPV-ACK-DATE FROM DATE YYYYMMDD.
002400     ACCEPT CMPV-ACK-TIME FROM TIME.
002410     REWRITE CMPV-ALERT-RECORD
002420         INVALID KEY
002430             MOVE "ALERT FILE REWRITE FAILED" TO WS-ERROR-MESSAGE
002440             GO TO 4000-EXIT
002450     END-REWRITE.
002460     MOVE SPACES TO WS-ERROR-MESSAGE.
002470     STRING "ALERT " DELIMITED BY SIZE
002480         WS-ALERT-NBR-DISP DELIMITED BY SIZE
002490         " ACKNOWLEDGED" DELIMITED BY SIZE
002500         INTO WS-ERROR-MESSAGE.
002510 4000-EXIT.
002520     EXIT.
002530*
002540 4100-ASK-FOR-ALERT.
002550     MOVE 'N' TO WS-TARGET-SWITCH.
002560     DISPLAY ERASE.
002570     DISPLAY "CONDALRB - ALERT NUMBER (NNNNNNNN) :"
002580         LINE 4 COL 5.
002590     ACCEPT WS-NBR-EDIT LINE 4 COL 42.
002600     IF WS-NBR-EDIT IS NOT NUMERIC
002610         MOVE "ALERT NUMBER MUST BE NUMERIC (NNNNNNNN)"
002620             TO WS-ERROR-MESSAGE
002630         GO TO 4100-EXIT
002640     END-IF.
002650     MOVE WS-NBR-EDIT TO CMPV-ALERT-NBR.
002660     READ CMPRALRT
002670         INVALID KEY
002680             MOVE "NO ALERT WITH THAT NUMBER" TO WS-ERROR-MESSAGE
002690             GO TO 4100-EXIT
002700     END-READ.
002710     IF CMPV-ACKNOWLEDGED
002720         MOVE "ALERT ALREADY ACKNOWLEDGED" TO WS-ERROR-MESSAGE
002730         GO TO 4100-EXIT
002740     END-IF.
002750     SET WS-TARGET-FOUND TO TRUE.
002760 4100-EXIT.
002770     EXIT.
002780*
002790************************************************************
002800*    8000-TERMINATE                                         *
002810************************************************************
002820 8000-TERMINATE.
002830     CLOSE CMPRALRT.
002840 8000-EXIT.
002850     EXIT.
