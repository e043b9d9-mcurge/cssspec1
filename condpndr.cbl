000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDPNDR.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - UNAPPROVED CHANGE REPORT,   *
000120*                     THE FIRST STEP OF THE NIGHT STREAM.    *
000130*                     EVERY FEED, RATE AND PROFILE CHANGE    *
000140*                     STILL WAITING ON CMPRPEND AT CUT-OFF   *
000150*                     GOES ON THE CMPRPNDR REPORT WITH WHO   *
000160*                     KEYED IT AND ITS AGE IN BUSINESS DAYS. *
000170*                     ANY CHANGE STILL WAITING ENDS THE STEP *
000180*                     WITH RETURN CODE 4, SO A RATE NOBODY   *
000190*                     HAS APPROVED IS SEEN BEFORE CONDBAT    *
000200*                     REJECTS THAT CURRENCY, NOT AFTER.      *
000210************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CMPRPEND ASSIGN TO "CMPRPEND"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CMPQ-PEND-NBR
000320         FILE STATUS IS WS-PEND-STATUS.
000330     SELECT CMPRPNDR ASSIGN TO "CMPRPNDR"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PNDR-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CMPRPEND
000390     RECORDING MODE IS F.
000400 COPY CMPPEND.
000410 FD  CMPRPNDR
000420     RECORDING MODE IS F.
000430 01  PNDR-PRINT-LINE             PIC X(80).
000440 WORKING-STORAGE SECTION.
000450 01  WS-SWITCHES.
000460     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
000470     05  WS-PNDR-STATUS          PIC X(02) VALUE SPACES.
000480     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000490         88  WS-END-OF-PENDING           VALUE 'Y'.
000500     05  WS-PEND-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000510         88  WS-PEND-OPEN                VALUE 'Y'.
000520 01  WS-COUNTERS.
000530     05  WS-WAITING-COUNT        PIC 9(08) COMP VALUE ZERO.
000540     05  WS-FEED-COUNT           PIC 9(08) COMP VALUE ZERO.
000550     05  WS-RATE-COUNT           PIC 9(08) COMP VALUE ZERO.
000560     05  WS-PROF-COUNT           PIC 9(08) COMP VALUE ZERO.
000570 01  WS-EDIT-FIELDS.
000580     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000590     05  WS-AGE-DISP             PIC ZZZZ9.
000600 01  WS-DATE-WORK.
000610     05  WS-CURRENT-DATE         PIC 9(08).
000620 COPY CMPBCAL.
000630*
000640 PROCEDURE DIVISION.
000650*
000660************************************************************
000670*    0000-MAINLINE                                          *
000680************************************************************
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000710     PERFORM 2000-READ-PENDING THRU 2000-EXIT.
000720     PERFORM 3000-REPORT-ONE-CHANGE THRU 3000-EXIT
000730         UNTIL WS-END-OF-PENDING.
000740     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
000750     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000760     GOBACK.
000770*
000780************************************************************
000790*    1000-INITIALIZE - NO PENDING FILE YET MEANS NOTHING HAS *
000800*    EVER BEEN KEYED UNDER DUAL CONTROL, WHICH IS A CLEAN    *
000810*    STEP.                                                   *
000820************************************************************
000830 1000-INITIALIZE.
000840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000850     OPEN OUTPUT CMPRPNDR.
000860     MOVE SPACES TO PNDR-PRINT-LINE.
000870     STRING "CONDPNDR - CHANGES AWAITING APPROVAL AT CUT-OFF "
000880             DELIMITED BY SIZE
000890         WS-CURRENT-DATE DELIMITED BY SIZE
000900         INTO PNDR-PRINT-LINE.
000910     WRITE PNDR-PRINT-LINE.
000920     MOVE SPACES TO PNDR-PRINT-LINE.
000930     WRITE PNDR-PRINT-LINE.
000935     MOVE SPACES TO PNDR-PRINT-LINE.
000936     STRING "CHANGE   MASTER   A KEY              "
000938             DELIMITED BY SIZE
000945         "KEYED BY KEYED ON   AGE" DELIMITED BY SIZE
000950         INTO PNDR-PRINT-LINE.
000960     WRITE PNDR-PRINT-LINE.
000970     OPEN INPUT CMPRPEND.
000980     IF WS-PEND-STATUS NOT = "00"
000990         SET WS-END-OF-PENDING TO TRUE
001000         GO TO 1000-EXIT
001010     END-IF.
001020     SET WS-PEND-OPEN TO TRUE.
001030     MOVE ZERO TO CMPQ-PEND-NBR.
001040     START CMPRPEND KEY IS NOT LESS THAN CMPQ-PEND-NBR
001050         INVALID KEY SET WS-END-OF-PENDING TO TRUE
001060     END-START.
001070 1000-EXIT.
001080     EXIT.
001090*
001100 2000-READ-PENDING.
001110     IF NOT WS-END-OF-PENDING
001120         READ CMPRPEND NEXT
001130             AT END SET WS-END-OF-PENDING TO TRUE
001140         END-READ
001150     END-IF.
001160 2000-EXIT.
001170     EXIT.
001180*
001190************************************************************
001200*    3000-REPORT-ONE-CHANGE - ONLY CHANGES STILL PENDING ARE *
001210*    REPORTED.  THE AGE IS IN BUSINESS DAYS SINCE THE CHANGE *
001220*    WAS KEYED, PER CONDCALN.  A PENDING RATE IS MARKED, AS  *
001230*    IT IS THE ONE THAT CAN REJECT TONIGHT'S WORK.           *
001240************************************************************
001250 3000-REPORT-ONE-CHANGE.
001260     IF CMPQ-PENDING
001270         ADD 1 TO WS-WAITING-COUNT
001280         EVALUATE TRUE
001290             WHEN CMPQ-FEED-CHANGE
001300                 ADD 1 TO WS-FEED-COUNT
001310             WHEN CMPQ-RATE-CHANGE
001320                 ADD 1 TO WS-RATE-COUNT
001330             WHEN CMPQ-PROFILE-CHANGE
001340                 ADD 1 TO WS-PROF-COUNT
001350         END-EVALUATE
001360         PERFORM 3100-PRINT-ONE-CHANGE THRU 3100-EXIT
001370     END-IF.
001380     PERFORM 2000-READ-PENDING THRU 2000-EXIT.
001390 3000-EXIT.
001400     EXIT.
001410*
001420 3100-PRINT-ONE-CHANGE.
001430     MOVE 'C' TO CMPB-FUNCTION.
001440     MOVE CMPQ-MADE-DATE TO CMPB-DATE-1.
001450     MOVE WS-CURRENT-DATE TO CMPB-DATE-2.
001460     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
001470     MOVE CMPB-DAY-COUNT TO WS-AGE-DISP.
001480     MOVE SPACES TO PNDR-PRINT-LINE.
001490     STRING CMPQ-PEND-NBR DELIMITED BY SIZE
001500         " " DELIMITED BY SIZE
001510         CMPQ-PROGRAM DELIMITED BY SIZE
001520         " " DELIMITED BY SIZE
001530         CMPQ-ACTION DELIMITED BY SIZE
001540         " " DELIMITED BY SIZE
001550         CMPQ-RECORD-KEY DELIMITED BY SIZE
001560         " " DELIMITED BY SIZE
001570         CMPQ-MAKER-USERID DELIMITED BY SIZE
001580         " " DELIMITED BY SIZE
001590         CMPQ-MADE-DATE DELIMITED BY SIZE
001600         " " DELIMITED BY SIZE
001610         WS-AGE-DISP DELIMITED BY SIZE
001620         INTO PNDR-PRINT-LINE.
001630     IF CMPQ-RATE-CHANGE
001640         MOVE "*RATE*" TO PNDR-PRINT-LINE(75:6)
001650     END-IF.
001660     WRITE PNDR-PRINT-LINE.
001670 3100-EXIT.
001680     EXIT.
001690*
001700************************************************************
001710*    6000-PRINT-TOTALS - CHANGES WAITING BY MASTER.          *
001720************************************************************
001730 6000-PRINT-TOTALS.
001740     MOVE SPACES TO PNDR-PRINT-LINE.
001750     WRITE PNDR-PRINT-LINE.
001760     IF NOT WS-PEND-OPEN
001770         MOVE "NO PENDING CHANGE FILE - NOTHING AWAITS APPROVAL"
001780             TO PNDR-PRINT-LINE
001790         WRITE PNDR-PRINT-LINE
001800         GO TO 6000-EXIT
001810     END-IF.
001820     MOVE WS-FEED-COUNT TO WS-COUNT-DISP.
001830     MOVE SPACES TO PNDR-PRINT-LINE.
001840     STRING "FEED CHANGES WAITING    : " DELIMITED BY SIZE
001850         WS-COUNT-DISP DELIMITED BY SIZE
001860         INTO PNDR-PRINT-LINE.
001870     WRITE PNDR-PRINT-LINE.
001880     MOVE WS-RATE-COUNT TO WS-COUNT-DISP.
001890     MOVE SPACES TO PNDR-PRINT-LINE.
001900     STRING "RATE CHANGES WAITING    : " DELIMITED BY SIZE
001910         WS-COUNT-DISP DELIMITED BY SIZE
001920         INTO PNDR-PRINT-LINE.
001930     WRITE PNDR-PRINT-LINE.
001940     MOVE WS-PROF-COUNT TO WS-COUNT-DISP.
001950     MOVE SPACES TO PNDR-PRINT-LINE.
001960     STRING "PROFILE CHANGES WAITING : " DELIMITED BY SIZE
001970         WS-COUNT-DISP DELIMITED BY SIZE
001980         INTO PNDR-PRINT-LINE.
001990     WRITE PNDR-PRINT-LINE.
002000     MOVE WS-WAITING-COUNT TO WS-COUNT-DISP.
002010     MOVE SPACES TO PNDR-PRINT-LINE.
002020     STRING "TOTAL AWAITING APPROVAL : " DELIMITED BY SIZE
002030         WS-COUNT-DISP DELIMITED BY SIZE
002040         INTO PNDR-PRINT-LINE.
002050     WRITE PNDR-PRINT-LINE.
002060 6000-EXIT.
002070     EXIT.
002080*
002090************************************************************
002100*    8000-TERMINATE - A CHANGE STILL WAITING IS A WARNING    *
002110*    (4), NOT A STOP; THE NIGHT CARRIES ON.                  *
002120************************************************************
002130 8000-TERMINATE.
002140     IF WS-PEND-OPEN
002150         CLOSE CMPRPEND
002160     END-IF.
002170     CLOSE CMPRPNDR.
002180     IF WS-WAITING-COUNT > ZERO
002190         MOVE 4 TO RETURN-CODE
002200         DISPLAY "CONDPNDR COMPLETE - *** AWAITING APPROVAL: "
002210             NO ADVANCING
002220         DISPLAY WS-WAITING-COUNT NO ADVANCING
002230         DISPLAY " ***"
002240     ELSE
002250         DISPLAY "CONDPNDR COMPLETE - NOTHING AWAITS APPROVAL"
002260     END-IF.
002270 8000-EXIT.
002280     EXIT.
