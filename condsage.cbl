000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSAGE.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - AGED SUSPENSE REPORT.       *
000120*                     EVERY CMPRSUSP ITEM STILL OPEN OR      *
000130*                     RELEASED HAS ITS AGE IN DAYS REFRESHED *
000140*                     AND GOES ON THE CMPRSAGE REPORT WITH   *
000150*                     ITS REASON CODES, TOTALLED BY AGE      *
000160*                     BAND.  ANYTHING OLDER THAN THE SYSIN   *
000170*                     THRESHOLD (BLANK = 5 DAYS) IS FLAGGED  *
000180*                     AND ENDS THE STEP WITH RETURN CODE 4   *
000190*                     SO A REJECT NOBODY IS WORKING DOES NOT *
000200*                     SIT THERE UNNOTICED.                   *
000210*    10/15/2026  DWS  AGE IS NOW COUNTED IN BUSINESS DAYS ON *
000220*                     THE CMPRCALN PROCESSING CALENDAR       *
000230*                     THROUGH CONDCALN, LIKE THE OTHER       *
000240*                     AGEING RULES, SO A WEEKEND NO LONGER   *
000250*                     AGES AN ITEM.                          *
000260************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CMPRSUSP ASSIGN TO "CMPRSUSP"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CMPU-SEQ-NBR
000370         FILE STATUS IS WS-SUSP-STATUS.
000380     SELECT CMPRSAGE ASSIGN TO "CMPRSAGE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SAGE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CMPRSUSP
000440     RECORDING MODE IS F.
000450 COPY CMPSUSP.
000460 FD  CMPRSAGE
000470     RECORDING MODE IS F.
000480 01  SAGE-PRINT-LINE             PIC X(80).
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
000520     05  WS-SAGE-STATUS          PIC X(02) VALUE SPACES.
000530     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000540         88  WS-END-OF-SUSP              VALUE 'Y'.
000550     05  WS-SUSP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000560         88  WS-SUSP-OPEN                VALUE 'Y'.
000570 01  WS-COUNTERS.
000580     05  WS-ITEM-COUNT           PIC 9(08) COMP VALUE ZERO.
000590     05  WS-AGED-COUNT           PIC 9(08) COMP VALUE ZERO.
000600     05  WS-BAND-COUNT OCCURS 4 TIMES PIC 9(08) COMP.
000610     05  WS-BAND-SUB             PIC 9(02) COMP VALUE ZERO.
000620     05  WS-SLOT-SUB             PIC 9(02) COMP VALUE ZERO.
000630 01  WS-BAND-TABLE.
000640     05  FILLER                  PIC X(20)
000650                                 VALUE "0 - 1 DAYS        : ".
000660     05  FILLER                  PIC X(20)
000670                                 VALUE "2 - 5 DAYS        : ".
000680     05  FILLER                  PIC X(20)
000690                                 VALUE "6 - 10 DAYS       : ".
000700     05  FILLER                  PIC X(20)
000710                                 VALUE "OVER 10 DAYS      : ".
000720 01  WS-BAND-NAMES REDEFINES WS-BAND-TABLE.
000730     05  WS-BAND-NAME OCCURS 4 TIMES PIC X(20).
000740 01  WS-EDIT-FIELDS.
000750     05  WS-DAYS-EDIT            PIC X(03).
000760     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000770     05  WS-AGE-DISP             PIC ZZZ9.
000780     05  WS-DAYS-DISP            PIC ZZ9.
000790     05  WS-PRINT-POINTER        PIC 9(04) COMP.
000800 01  WS-DATE-WORK.
000810     05  WS-CURRENT-DATE         PIC 9(08).
000820     05  WS-THRESHOLD-DAYS       PIC 9(03).
000830     05  WS-AGE-DAYS             PIC 9(08) COMP.
000840 COPY CMPBCAL.
000850*
000860 PROCEDURE DIVISION.
000870*
000880************************************************************
000890*    0000-MAINLINE                                          *
000900************************************************************
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     PERFORM 2000-READ-SUSP THRU 2000-EXIT.
000940     PERFORM 3000-AGE-ONE-ITEM THRU 3000-EXIT
000950         UNTIL WS-END-OF-SUSP.
000960     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
000970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000980     GOBACK.
000990*
001000************************************************************
001010*    1000-INITIALIZE - THE AGE THRESHOLD COMES FROM SYSIN SO *
001020*    THE SCHEDULED STEP NEVER BLOCKS ON A PROMPT; A BLANK OR *
001030*    NON-NUMERIC REPLY MEANS 5 DAYS.                         *
001040************************************************************
001050 1000-INITIALIZE.
001060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001070     DISPLAY "CONDSAGE - FLAG ITEMS OLDER THAN (BLANK = 005)".
001080     ACCEPT WS-DAYS-EDIT.
001090     IF WS-DAYS-EDIT IS NUMERIC
001100         MOVE WS-DAYS-EDIT TO WS-THRESHOLD-DAYS
001110     ELSE
001120         MOVE 5 TO WS-THRESHOLD-DAYS
001130     END-IF.
001140     MOVE ZERO TO WS-BAND-COUNT(1) WS-BAND-COUNT(2)
001150         WS-BAND-COUNT(3) WS-BAND-COUNT(4).
001160     OPEN OUTPUT CMPRSAGE.
001170     MOVE SPACES TO SAGE-PRINT-LINE.
001180     MOVE WS-THRESHOLD-DAYS TO WS-DAYS-DISP.
001190     STRING "CONDSAGE - AGED SUSPENSE AS OF " DELIMITED BY SIZE
001200         WS-CURRENT-DATE DELIMITED BY SIZE
001210         "  (FLAGGED OVER " DELIMITED BY SIZE
001220         WS-DAYS-DISP DELIMITED BY SIZE
001230         " DAYS)" DELIMITED BY SIZE
001240         INTO SAGE-PRINT-LINE.
001250     WRITE SAGE-PRINT-LINE.
001260     MOVE SPACES TO SAGE-PRINT-LINE.
001270     WRITE SAGE-PRINT-LINE.
001280     MOVE "SEQ NBR  REJECTED  AGE ST ITEM     REASONS"
001290         TO SAGE-PRINT-LINE.
001300     WRITE SAGE-PRINT-LINE.
001310     OPEN I-O CMPRSUSP.
001320     IF WS-SUSP-STATUS NOT = "00"
001330         SET WS-END-OF-SUSP TO TRUE
001340         GO TO 1000-EXIT
001350     END-IF.
001360     SET WS-SUSP-OPEN TO TRUE.
001370     MOVE ZERO TO CMPU-SEQ-NBR.
001380     START CMPRSUSP KEY IS NOT LESS THAN CMPU-SEQ-NBR
001390         INVALID KEY SET WS-END-OF-SUSP TO TRUE
001400     END-START.
001410 1000-EXIT.
001420     EXIT.
001430*
001440 2000-READ-SUSP.
001450     IF NOT WS-END-OF-SUSP
001460         READ CMPRSUSP NEXT
001470             AT END SET WS-END-OF-SUSP TO TRUE
001480         END-READ
001490     END-IF.
001500 2000-EXIT.
001510     EXIT.
001520*
001530************************************************************
001540*    3000-AGE-ONE-ITEM - ONLY WORK STILL OUTSTANDING IS      *
001550*    AGED: OPEN, OR RELEASED AND WAITING FOR TONIGHT.  THE   *
001560*    AGE IS BUSINESS DAYS SINCE THE REJECT ON THE CMPRCALN   *
001570*    PROCESSING CALENDAR, AS CONDEXCP AGES ITS EXCEPTIONS,   *
001580*    WRITTEN BACK SO THE CONDSUSP BROWSE SHOWS THE SAME      *
001590*    NUMBER.                                                 *
001600************************************************************
001610 3000-AGE-ONE-ITEM.
001620     IF NOT CMPU-OPEN AND NOT CMPU-RELEASED
001630         GO TO 3000-DONE
001640     END-IF.
001650     ADD 1 TO WS-ITEM-COUNT.
001660     MOVE 'C' TO CMPB-FUNCTION.
001670     MOVE CMPU-RUN-DATE TO CMPB-DATE-1.
001680     MOVE WS-CURRENT-DATE TO CMPB-DATE-2.
001690     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
001700     MOVE CMPB-DAY-COUNT TO WS-AGE-DAYS.
001710     MOVE WS-AGE-DAYS TO CMPU-AGE-DAYS.
001720     REWRITE CMPU-SUSPENSE-RECORD
001730         INVALID KEY
001740             DISPLAY "CONDSAGE - CMPRSUSP REWRITE FAILED - "
001750                 WS-SUSP-STATUS
001760     END-REWRITE.
001770     EVALUATE TRUE
001780         WHEN WS-AGE-DAYS <= 1
001790             MOVE 1 TO WS-BAND-SUB
001800         WHEN WS-AGE-DAYS <= 5
001810             MOVE 2 TO WS-BAND-SUB
001820         WHEN WS-AGE-DAYS <= 10
001830             MOVE 3 TO WS-BAND-SUB
001840         WHEN OTHER
001850             MOVE 4 TO WS-BAND-SUB
001860     END-EVALUATE.
001870     ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB).
001880     PERFORM 3100-PRINT-ONE-ITEM THRU 3100-EXIT.
001890 3000-DONE.
001900     PERFORM 2000-READ-SUSP THRU 2000-EXIT.
001910 3000-EXIT.
001920     EXIT.
001930*
001940 3100-PRINT-ONE-ITEM.
001950     MOVE SPACES TO SAGE-PRINT-LINE.
001960     MOVE 1 TO WS-PRINT-POINTER.
001970     MOVE CMPU-AGE-DAYS TO WS-AGE-DISP.
001980     STRING CMPU-SEQ-NBR DELIMITED BY SIZE
001990         " " DELIMITED BY SIZE
002000         CMPU-RUN-DATE DELIMITED BY SIZE
002010         " " DELIMITED BY SIZE
002020         WS-AGE-DISP DELIMITED BY SIZE
002030         "  " DELIMITED BY SIZE
002040         CMPU-STATUS DELIMITED BY SIZE
002050         " " DELIMITED BY SIZE
002060         CMPU-ITEM-ID DELIMITED BY SIZE
002070         " " DELIMITED BY SIZE
002080         CMPU-ITEM-REASON DELIMITED BY SIZE
002090         " " DELIMITED BY SIZE
002100         CMPU-COUNT-REASON DELIMITED BY SIZE
002110         " " DELIMITED BY SIZE
002120         INTO SAGE-PRINT-LINE
002130         WITH POINTER WS-PRINT-POINTER.
002140     PERFORM 3200-ADD-ONE-REASON THRU 3200-EXIT
002150         VARYING WS-SLOT-SUB FROM 1 BY 1
002160         UNTIL WS-SLOT-SUB > 10.
002170     IF WS-AGE-DAYS > WS-THRESHOLD-DAYS
002180         ADD 1 TO WS-AGED-COUNT
002190         MOVE "*AGED*" TO SAGE-PRINT-LINE(75:6)
002200     END-IF.
002210     WRITE SAGE-PRINT-LINE.
002220 3100-EXIT.
002230     EXIT.
002240*
002250 3200-ADD-ONE-REASON.
002260     IF CMPU-SLOT-REASON(WS-SLOT-SUB) NOT = SPACES
002270         AND WS-PRINT-POINTER < 70
002280         STRING CMPU-SLOT-REASON(WS-SLOT-SUB) DELIMITED BY SIZE
002290             " " DELIMITED BY SIZE
002300             INTO SAGE-PRINT-LINE
002310             WITH POINTER WS-PRINT-POINTER
002320     END-IF.
002330 3200-EXIT.
002340     EXIT.
002350*
002360************************************************************
002370*    6000-PRINT-TOTALS - ITEMS BY AGE BAND, THEN THE COUNT   *
002380*    PAST THE THRESHOLD.                                     *
002390************************************************************
002400 6000-PRINT-TOTALS.
002410     MOVE SPACES TO SAGE-PRINT-LINE.
002420     WRITE SAGE-PRINT-LINE.
002430     IF NOT WS-SUSP-OPEN
002440         MOVE "NO SUSPENSE FILE ON FILE - NOTHING TO AGE"
002450             TO SAGE-PRINT-LINE
002460         WRITE SAGE-PRINT-LINE
002470         GO TO 6000-EXIT
002480     END-IF.
002490     PERFORM 6100-PRINT-ONE-BAND THRU 6100-EXIT
002500         VARYING WS-BAND-SUB FROM 1 BY 1
002510         UNTIL WS-BAND-SUB > 4.
002520     MOVE WS-ITEM-COUNT TO WS-COUNT-DISP.
002530     MOVE SPACES TO SAGE-PRINT-LINE.
002540     STRING "ITEMS IN SUSPENSE : " DELIMITED BY SIZE
002550         WS-COUNT-DISP DELIMITED BY SIZE
002560         INTO SAGE-PRINT-LINE.
002570     WRITE SAGE-PRINT-LINE.
002580     MOVE WS-AGED-COUNT TO WS-COUNT-DISP.
002590     MOVE SPACES TO SAGE-PRINT-LINE.
002600     STRING "PAST THRESHOLD    : " DELIMITED BY SIZE
002610         WS-COUNT-DISP DELIMITED BY SIZE
002620         INTO SAGE-PRINT-LINE.
002630     WRITE SAGE-PRINT-LINE.
002640 6000-EXIT.
002650     EXIT.
002660*
002670 6100-PRINT-ONE-BAND.
002680     MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-COUNT-DISP.
002690     MOVE SPACES TO SAGE-PRINT-LINE.
002700     STRING WS-BAND-NAME(WS-BAND-SUB) DELIMITED BY SIZE
002710         WS-COUNT-DISP DELIMITED BY SIZE
002720         INTO SAGE-PRINT-LINE.
002730     WRITE SAGE-PRINT-LINE.
002740 6100-EXIT.
002750     EXIT.
002760*
002770************************************************************
002780*    8000-TERMINATE - AN ITEM PAST THE THRESHOLD IS A        *
002790*    WARNING (4), NOT A STOP; THE NIGHT CARRIES ON.          *
002800************************************************************
002810 8000-TERMINATE.
002820     IF WS-SUSP-OPEN
002830         CLOSE CMPRSUSP
002840     END-IF.
002850     CLOSE CMPRSAGE.
002860     IF WS-AGED-COUNT > ZERO
002870         MOVE 4 TO RETURN-CODE
002880         DISPLAY "CONDSAGE COMPLETE - *** AGED ITEMS: "
002890             NO ADVANCING
002900         DISPLAY WS-AGED-COUNT NO ADVANCING
002910         DISPLAY " ***"
002920     ELSE
002930         DISPLAY "CONDSAGE COMPLETE - NOTHING PAST THRESHOLD"
002940     END-IF.
002950 8000-EXIT.
002960     EXIT.
