000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDCALM.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - MAINTENANCE SCREEN FOR THE  *
000120*                     CMPRCALN PROCESSING CALENDAR.  BROWSE, *
000130*                     ADD, CHANGE AND DELETE THE DATES THAT  *
000140*                     DO NOT FOLLOW THE STANDING MONDAY-TO-  *
000150*                     FRIDAY RULE - A HOLIDAY ('H') OR A     *
000160*                     WORKED WEEKEND DAY ('B') - EACH WITH A *
000170*                     DESCRIPTION.  DELETING A DATE PUTS IT  *
000180*                     BACK ON THE STANDING RULE.  EVERY      *
000190*                     ACTION IS LOGGED TO CMPRMAUD.          *
000200************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CMPRCALN ASSIGN TO "CMPRCALN"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CMPW-CAL-DATE
000310         FILE STATUS IS WS-CALN-STATUS.
000320     SELECT CMPRMAUD ASSIGN TO "CMPRMAUD"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MAUD-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CMPRCALN
000380     RECORDING MODE IS F.
000390 COPY CMPCALN.
000400 FD  CMPRMAUD
000410     RECORDING MODE IS F.
000420 COPY CMPMAUD.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-CALN-STATUS          PIC X(02) VALUE SPACES.
000460     05  WS-MAUD-STATUS          PIC X(02) VALUE SPACES.
000470     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000480         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000490     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000500         88  WS-END-OF-DATES             VALUE 'Y'.
000510     05  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
000520         88  WS-FIELD-VALID              VALUE 'Y'.
000530         88  WS-FIELD-INVALID            VALUE 'N'.
000540 01  WS-COUNTERS.
000550     05  WS-LINE-ON-PAGE         PIC 99 COMP VALUE ZERO.
000560 01  WS-EDIT-FIELDS.
000570     05  WS-ACTION-EDIT          PIC X(01).
000580     05  WS-DATE-EDIT            PIC X(08).
000590     05  WS-TYPE-EDIT            PIC X(01).
000600     05  WS-DESC-EDIT            PIC X(30).
000610     05  WS-TYPE-DISP            PIC X(12).
000620     05  WS-DAY-NAME             PIC X(03).
000630     05  WS-MORE-REPLY           PIC X(01).
000640     05  WS-DETAIL-LINE          PIC X(78).
000650     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000660 01  WS-DAY-NAME-TABLE.
000670     05  FILLER                  PIC X(21)
000680                                 VALUE "MONTUEWEDTHUFRISATSUN".
000690 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
000700     05  WS-DAY-NAME-ENTRY OCCURS 7 TIMES PIC X(03).
000710 01  WS-AUDIT-WORK.
000720     05  WS-USERID               PIC X(08).
000730     05  WS-CURRENT-DATE         PIC 9(08).
000740     05  WS-MAINT-ACTION         PIC X(01).
000750     05  WS-BEFORE-IMAGE         PIC X(160).
000760     05  WS-AFTER-IMAGE          PIC X(160).
000770 COPY CMPBCAL.
000780*
000790 PROCEDURE DIVISION.
000800*
000810************************************************************
000820*    0000-MAINLINE                                          *
000830************************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
000870         UNTIL WS-QUIT-REQUESTED.
000880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000890     GOBACK.
000900*
000910************************************************************
000920*    1000-INITIALIZE - THE CALENDAR IS CREATED EMPTY ON THE  *
000930*    VERY FIRST USE, THE SAME WAY THE ITEM MASTER IS.  AN    *
000940*    EMPTY CALENDAR IS THE STANDING RULE ON EVERY DATE.      *
000950************************************************************
000960 1000-INITIALIZE.
000970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000980     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
000990     IF WS-USERID = SPACES
001000         MOVE "UNKNOWN " TO WS-USERID
001010     END-IF.
001020     OPEN I-O CMPRCALN.
001030     IF WS-CALN-STATUS = "35"
001040         OPEN OUTPUT CMPRCALN
001050         CLOSE CMPRCALN
001060         OPEN I-O CMPRCALN
001070     END-IF.
001080 1000-EXIT.
001090     EXIT.
001100*
001110************************************************************
001120*    2000-ACTION-LOOP - ONE PASS PER OPERATOR ACTION.        *
001130************************************************************
001140 2000-ACTION-LOOP.
001150     DISPLAY ERASE.
001160     DISPLAY "CONDCALM - PROCESSING CALENDAR MAINTENANCE"
001170         LINE 2 COL 5.
001180     DISPLAY WS-ERROR-MESSAGE LINE 3 COL 5.
001190     MOVE SPACES TO WS-ERROR-MESSAGE.
001200     DISPLAY "B = BROWSE CALENDAR DATES" LINE 5 COL 5.
001210     DISPLAY "A = ADD A HOLIDAY OR WORKED DAY" LINE 6 COL 5.
001220     DISPLAY "C = CHANGE TYPE / DESCRIPTION" LINE 7 COL 5.
001230     DISPLAY "D = DELETE A DATE (BACK TO MON-FRI)" LINE 8 COL 5.
001240     DISPLAY "X = RETURN TO MENU" LINE 9 COL 5.
001250     DISPLAY "ACTION :" LINE 11 COL 5.
001260     ACCEPT WS-ACTION-EDIT LINE 11 COL 14.
001270     EVALUATE WS-ACTION-EDIT
001280         WHEN 'B'
001290         WHEN 'b'
001300             PERFORM 3000-BROWSE-DATES THRU 3000-EXIT
001310         WHEN 'A'
001320         WHEN 'a'
001330             PERFORM 4000-ADD-DATE THRU 4000-EXIT
001340         WHEN 'C'
001350         WHEN 'c'
001360             PERFORM 5000-CHANGE-DATE THRU 5000-EXIT
001370         WHEN 'D'
001380         WHEN 'd'
001390             PERFORM 6000-DELETE-DATE THRU 6000-EXIT
001400         WHEN 'X'
001410         WHEN 'x'
001420             SET WS-QUIT-REQUESTED TO TRUE
001430         WHEN OTHER
001440             MOVE "ACTION MUST BE B, A, C, D OR X"
001450                 TO WS-ERROR-MESSAGE
001460     END-EVALUATE.
001470 2000-EXIT.
001480     EXIT.
001490*
001500************************************************************
001510*    3000-BROWSE-DATES - FROM A STARTING DATE (BLANK = THE   *
001520*    START OF THE FILE) A PAGE AT A TIME.                    *
001530************************************************************
001540 3000-BROWSE-DATES.
001550     DISPLAY ERASE.
001560     DISPLAY "CONDCALM - CALENDAR BROWSE" LINE 1 COL 1.
001570     DISPLAY "START AT DATE YYYYMMDD (BLANK = ALL):" LINE 3 COL 1.
001580     ACCEPT WS-DATE-EDIT LINE 3 COL 39.
001590     DISPLAY ERASE.
001600     DISPLAY "CONDCALM - CALENDAR BROWSE" LINE 1 COL 1.
001610     MOVE 'N' TO WS-EOF-SWITCH.
001620     MOVE ZERO TO WS-LINE-ON-PAGE.
001630     IF WS-DATE-EDIT IS NUMERIC
001640         MOVE WS-DATE-EDIT TO CMPW-CAL-DATE
001650     ELSE
001660         MOVE ZERO TO CMPW-CAL-DATE
001670     END-IF.
001680     START CMPRCALN KEY IS NOT LESS THAN CMPW-CAL-DATE
001690         INVALID KEY SET WS-END-OF-DATES TO TRUE
001700     END-START.
001710     PERFORM 3100-READ-NEXT-DATE THRU 3100-EXIT.
001720     PERFORM 3200-SHOW-ONE-DATE THRU 3200-EXIT
001730         UNTIL WS-END-OF-DATES.
001740     DISPLAY "END OF DATES - PRESS ENTER" LINE 22 COL 1.
001750     ACCEPT WS-MORE-REPLY LINE 22 COL 28.
001760 3000-EXIT.
001770     EXIT.
001780*
001790 3100-READ-NEXT-DATE.
001800     IF NOT WS-END-OF-DATES
001810         READ CMPRCALN NEXT
001820             AT END SET WS-END-OF-DATES TO TRUE
001830         END-READ
001840     END-IF.
001850 3100-EXIT.
001860     EXIT.
001870*
001880 3200-SHOW-ONE-DATE.
001890     PERFORM 3300-NAME-THE-DAY THRU 3300-EXIT.
001900     MOVE SPACES TO WS-DETAIL-LINE.
001910     STRING CMPW-CAL-DATE DELIMITED BY SIZE
001920         " " DELIMITED BY SIZE
001930         WS-DAY-NAME DELIMITED BY SIZE
001940         "  " DELIMITED BY SIZE
001950         CMPW-DAY-TYPE DELIMITED BY SIZE
001960         " " DELIMITED BY SIZE
001970         WS-TYPE-DISP DELIMITED BY SIZE
001980         "  " DELIMITED BY SIZE
001990         CMPW-DESCRIPTION DELIMITED BY SIZE
002000         INTO WS-DETAIL-LINE.
002010     ADD 1 TO WS-LINE-ON-PAGE.
002020     DISPLAY WS-DETAIL-LINE LINE (WS-LINE-ON-PAGE + 2) COL 1.
002030     IF WS-LINE-ON-PAGE > 14
002040         PERFORM 3500-PAGE-BREAK THRU 3500-EXIT
002050     END-IF.
002060     PERFORM 3100-READ-NEXT-DATE THRU 3100-EXIT.
002070 3200-EXIT.
002080     EXIT.
002090*
002100************************************************************
002110*    3300-NAME-THE-DAY - WEEKDAY AND TYPE WORDS FOR THE      *
002120*    DATE IN CMPW-CAL-DATE, SO THE OPERATOR CAN SEE A        *
002130*    WORKED SATURDAY OR A HOLIDAY MONDAY AT A GLANCE.        *
002140************************************************************
002150 3300-NAME-THE-DAY.
002160     MOVE "???" TO WS-DAY-NAME.
002170     MOVE 'B' TO CMPB-FUNCTION.
002180     MOVE CMPW-CAL-DATE TO CMPB-DATE-1.
002190     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
002200     IF CMPB-DATE-VALID
002210         MOVE WS-DAY-NAME-ENTRY(CMPB-DAY-OF-WEEK) TO WS-DAY-NAME
002220     END-IF.
002230     EVALUATE TRUE
002240         WHEN CMPW-BUSINESS-DAY
002250             MOVE "BUSINESS DAY" TO WS-TYPE-DISP
002260         WHEN CMPW-HOLIDAY
002270             MOVE "HOLIDAY     " TO WS-TYPE-DISP
002280         WHEN OTHER
002290             MOVE "UNKNOWN     " TO WS-TYPE-DISP
002300     END-EVALUATE.
002310 3300-EXIT.
002320     EXIT.
002330*
002340 3500-PAGE-BREAK.
002350     DISPLAY "MORE (Y/N)?" LINE 20 COL 1.
002360     ACCEPT WS-MORE-REPLY LINE 20 COL 13.
002370     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
002380         SET WS-END-OF-DATES TO TRUE
002390     ELSE
002400         DISPLAY ERASE
002410         DISPLAY "CONDCALM - CALENDAR BROWSE" LINE 1 COL 1
002420         MOVE ZERO TO WS-LINE-ON-PAGE
002430     END-IF.
002440 3500-EXIT.
002450     EXIT.
002460*
002470************************************************************
002480*    4000-ADD-DATE - THE DATE MUST BE A REAL ONE AND THE     *
002490*    TYPE 'H' OR 'B'.  A BLANK TYPE IS TAKEN AS A HOLIDAY,   *
002500*    THE USUAL REASON FOR AN ENTRY.                          *
002510************************************************************
002520 4000-ADD-DATE.
002530     DISPLAY ERASE.
002540     DISPLAY "CONDCALM - ADD A CALENDAR DATE" LINE 2 COL 5.
002550     DISPLAY "DATE (YYYYMMDD)         :" LINE 4 COL 5.
002560     ACCEPT WS-DATE-EDIT LINE 4 COL 31.
002570     PERFORM 5600-EDIT-THE-DATE THRU 5600-EXIT.
002580     IF WS-FIELD-INVALID
002590         GO TO 4000-EXIT
002600     END-IF.
002610     DISPLAY "TYPE H/B (BLANK = H)    :" LINE 5 COL 5.
002620     ACCEPT WS-TYPE-EDIT LINE 5 COL 31.
002630     DISPLAY "DESCRIPTION             :" LINE 6 COL 5.
002640     ACCEPT WS-DESC-EDIT LINE 6 COL 31.
002650     IF WS-DESC-EDIT = SPACES
002660         MOVE "DESCRIPTION MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
002670         GO TO 4000-EXIT
002680     END-IF.
002690     MOVE WS-DATE-EDIT TO CMPW-CAL-DATE.
002700     MOVE 'H' TO CMPW-DAY-TYPE.
002710     PERFORM 5500-APPLY-TYPE-EDIT THRU 5500-EXIT.
002720     IF WS-FIELD-INVALID
002730         GO TO 4000-EXIT
002740     END-IF.
002750     MOVE WS-DESC-EDIT TO CMPW-DESCRIPTION.
002760     WRITE CMPW-CALENDAR-RECORD
002770         INVALID KEY
002780             MOVE "DATE IS ALREADY ON THE CALENDAR"
002790                 TO WS-ERROR-MESSAGE
002800     END-WRITE.
002810     IF WS-CALN-STATUS = "00"
002820         MOVE 'A' TO WS-MAINT-ACTION
002830         MOVE SPACES TO WS-BEFORE-IMAGE
002840         MOVE CMPW-CALENDAR-RECORD TO WS-AFTER-IMAGE
002850         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
002860     END-IF.
002870 4000-EXIT.
002880     EXIT.
002890*
002900************************************************************
002910*    5000-CHANGE-DATE - BLANK REPLIES KEEP WHAT IS THERE.    *
002920************************************************************
002930 5000-CHANGE-DATE.
002940     DISPLAY ERASE.
002950     DISPLAY "CONDCALM - CHANGE A CALENDAR DATE" LINE 2 COL 5.
002960     DISPLAY "DATE :" LINE 4 COL 5.
002970     ACCEPT WS-DATE-EDIT LINE 4 COL 12.
002980     PERFORM 5600-EDIT-THE-DATE THRU 5600-EXIT.
002990     IF WS-FIELD-INVALID
003000         GO TO 5000-EXIT
003010     END-IF.
003020     MOVE WS-DATE-EDIT TO CMPW-CAL-DATE.
003030     READ CMPRCALN
003040         INVALID KEY
003050             MOVE "DATE IS NOT ON THE CALENDAR"
003060                 TO WS-ERROR-MESSAGE
003070             GO TO 5000-EXIT
003080     END-READ.
003090     MOVE CMPW-CALENDAR-RECORD TO WS-BEFORE-IMAGE.
003100     DISPLAY "TYPE NOW : " LINE 6 COL 5.
003110     DISPLAY CMPW-DAY-TYPE LINE 6 COL 16.
003120     DISPLAY "DESC NOW : " LINE 7 COL 5.
003130     DISPLAY CMPW-DESCRIPTION LINE 7 COL 16.
003140     DISPLAY "NEW TYPE H/B (BLANK = KEEP) :" LINE 9 COL 5.
003150     ACCEPT WS-TYPE-EDIT LINE 9 COL 35.
003160     DISPLAY "NEW DESC (BLANK = KEEP)     :" LINE 10 COL 5.
003170     ACCEPT WS-DESC-EDIT LINE 10 COL 35.
003180     PERFORM 5500-APPLY-TYPE-EDIT THRU 5500-EXIT.
003190     IF WS-FIELD-INVALID
003200         GO TO 5000-EXIT
003210     END-IF.
003220     IF WS-DESC-EDIT NOT = SPACES
003230         MOVE WS-DESC-EDIT TO CMPW-DESCRIPTION
003240     END-IF.
003250     REWRITE CMPW-CALENDAR-RECORD
003260         INVALID KEY
003270             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
003280     END-REWRITE.
003290     IF WS-CALN-STATUS = "00"
003300         MOVE 'C' TO WS-MAINT-ACTION
003310         MOVE CMPW-CALENDAR-RECORD TO WS-AFTER-IMAGE
003320         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
003330     END-IF.
003340 5000-EXIT.
003350     EXIT.
003360*
003370************************************************************
003380*    5500-APPLY-TYPE-EDIT - FOLD THE KEYED TYPE INTO THE     *
003390*    RECORD (BLANK KEEPS WHAT IS THERE).                     *
003400************************************************************
003410 5500-APPLY-TYPE-EDIT.
003420     SET WS-FIELD-VALID TO TRUE.
003430     EVALUATE WS-TYPE-EDIT
003440         WHEN SPACE
003450             CONTINUE
003460         WHEN 'H'
003470         WHEN 'h'
003480             MOVE 'H' TO CMPW-DAY-TYPE
003490         WHEN 'B'
003500         WHEN 'b'
003510             MOVE 'B' TO CMPW-DAY-TYPE
003520         WHEN OTHER
003530             MOVE "TYPE MUST BE H (HOLIDAY) OR B (BUSINESS)"
003540                 TO WS-ERROR-MESSAGE
003550             SET WS-FIELD-INVALID TO TRUE
003560     END-EVALUATE.
003570 5500-EXIT.
003580     EXIT.
003590*
003600************************************************************
003610*    5600-EDIT-THE-DATE - THE KEYED DATE MUST BE A REAL      *
003620*    CALENDAR DATE, CHECKED THROUGH CONDCALN.                *
003630************************************************************
003640 5600-EDIT-THE-DATE.
003650     SET WS-FIELD-VALID TO TRUE.
003660     IF WS-DATE-EDIT IS NOT NUMERIC
003670         MOVE "DATE MUST BE YYYYMMDD" TO WS-ERROR-MESSAGE
003680         SET WS-FIELD-INVALID TO TRUE
003690         GO TO 5600-EXIT
003700     END-IF.
003710     MOVE 'B' TO CMPB-FUNCTION.
003720     MOVE WS-DATE-EDIT TO CMPB-DATE-1.
003730     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
003740     IF NOT CMPB-DATE-VALID
003750         MOVE "NOT A VALID CALENDAR DATE" TO WS-ERROR-MESSAGE
003760         SET WS-FIELD-INVALID TO TRUE
003770     END-IF.
003780 5600-EXIT.
003790     EXIT.
003800*
003810************************************************************
003820*    6000-DELETE-DATE - THE DATE COMES OFF THE CALENDAR AND  *
003830*    GOES BACK TO THE STANDING MONDAY-TO-FRIDAY RULE.        *
003840************************************************************
003850 6000-DELETE-DATE.
003860     DISPLAY ERASE.
003870     DISPLAY "CONDCALM - DELETE A CALENDAR DATE" LINE 2 COL 5.
003880     DISPLAY "DATE :" LINE 4 COL 5.
003890     ACCEPT WS-DATE-EDIT LINE 4 COL 12.
003900     PERFORM 5600-EDIT-THE-DATE THRU 5600-EXIT.
003910     IF WS-FIELD-INVALID
003920         GO TO 6000-EXIT
003930     END-IF.
003940     MOVE WS-DATE-EDIT TO CMPW-CAL-DATE.
003950     READ CMPRCALN
003960         INVALID KEY
003970             MOVE "DATE IS NOT ON THE CALENDAR"
003980                 TO WS-ERROR-MESSAGE
003990             GO TO 6000-EXIT
004000     END-READ.
004010     MOVE CMPW-CALENDAR-RECORD TO WS-BEFORE-IMAGE.
004020     DELETE CMPRCALN RECORD
004030         INVALID KEY
004040             MOVE "DELETE FAILED" TO WS-ERROR-MESSAGE
004050     END-DELETE.
004060     IF WS-CALN-STATUS = "00"
004070         MOVE 'D' TO WS-MAINT-ACTION
004080         MOVE SPACES TO WS-AFTER-IMAGE
004090         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
004100     END-IF.
004110 6000-EXIT.
004120     EXIT.
004130*
004140************************************************************
004150*    7000-WRITE-MAINT-AUDIT - ONE CMPRMAUD RECORD PER        *
004160*    MAINTENANCE ACTION, WITH THE BEFORE AND AFTER IMAGES    *
004170*    THE CALLER SET ASIDE.                                   *
004180************************************************************
004190 7000-WRITE-MAINT-AUDIT.
004200     OPEN EXTEND CMPRMAUD.
004210     IF WS-MAUD-STATUS = "35"
004220         OPEN OUTPUT CMPRMAUD
004230     END-IF.
004240     INITIALIZE CMPM-MAINT-AUDIT-RECORD.
004250     MOVE WS-USERID TO CMPM-USERID.
004260     MOVE WS-CURRENT-DATE TO CMPM-AUDIT-DATE.
004270     ACCEPT CMPM-AUDIT-TIME FROM TIME.
004280     MOVE "CONDCALM" TO CMPM-PROGRAM.
004290     MOVE WS-MAINT-ACTION TO CMPM-ACTION.
004300     MOVE CMPW-CAL-DATE TO CMPM-RECORD-KEY.
004310     MOVE WS-BEFORE-IMAGE TO CMPM-BEFORE-IMAGE.
004320     MOVE WS-AFTER-IMAGE TO CMPM-AFTER-IMAGE.
004330     WRITE CMPM-MAINT-AUDIT-RECORD.
004340     CLOSE CMPRMAUD.
004350 7000-EXIT.
004360     EXIT.
004370*
004380************************************************************
004395*    8000-TERMINATE                                         *
004410************************************************************
004420 8000-TERMINATE.
004430     CLOSE CMPRCALN.
004450 8000-EXIT.
004460     EXIT.
