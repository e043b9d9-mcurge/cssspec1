000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSUMN.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - NIGHT-STREAM STEP THAT      *
000120*                     KEEPS THE CMPRSUMM DAILY SUMMARY UP TO *
000130*                     DATE.  EVERY CMPRHIST RECORD WRITTEN   *
000140*                     SINCE THE LAST RUN (BATCH, INTERACTIVE *
000150*                     OR A VOID) MARKS ITS RUN DATE - AND    *
000160*                     FOR A VOID THE DATE OF THE COMPARE IT  *
000170*                     CANCELS - AS NEEDING A REBUILD, AND    *
000180*                     CONDSUMB REBUILDS THAT RANGE FROM      *
000190*                     CMPRHIST.  THE LAST SEQUENCE NUMBER    *
000200*                     TAKEN IN IS KEPT ON CMPRSMSQ THE WAY   *
000210*                     CONDCPUP KEEPS ITS OWN, AND IS ONLY    *
000220*                     MOVED ON ONCE THE REBUILD HAS WORKED,  *
000230*                     SO A RESTART IS SAFE.                  *
000240************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CMPRHIST ASSIGN TO "CMPRHIST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
000350         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000360             OF CMPR-HIST-RECORD
000370             WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS CMPR-AUD-ITEM-ID
000390             OF CMPR-HIST-RECORD
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-HIST-STATUS.
000420     SELECT CMPRSMSQ ASSIGN TO "CMPRSMSQ"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SMSQ-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CMPRHIST
000480     RECORDING MODE IS F.
000490 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-HIST-RECORD.
000500 FD  CMPRSMSQ
000510     RECORDING MODE IS F.
000520 COPY CMPHSEQ REPLACING
000530     CMPH-SEQUENCE-RECORD BY CMPS-SUMMED-SEQ-RECORD
000540     CMPH-LAST-SEQ-NBR BY CMPS-LAST-SUMMED-SEQ.
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000580     05  WS-SMSQ-STATUS          PIC X(02) VALUE SPACES.
000590     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000600         88  WS-END-OF-HIST              VALUE 'Y'.
000610     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000620         88  WS-HIST-OPEN                VALUE 'Y'.
000630 01  WS-COUNTERS.
000640     05  WS-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
000650     05  WS-VOID-COUNT           PIC 9(03) COMP VALUE ZERO.
000660     05  WS-VOID-SUB             PIC 9(03) COMP VALUE ZERO.
000670 01  WS-VOID-TABLE.
000680     05  WS-VOID-TARGET OCCURS 500 TIMES PIC 9(08).
000690 01  WS-EDIT-FIELDS.
000700     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000710 01  WS-SEQ-WORK.
000720     05  WS-LAST-SUMMED-SEQ      PIC 9(08) VALUE ZERO.
000730     05  WS-HIGH-SEQ             PIC 9(08) VALUE ZERO.
000740 01  WS-DATE-WORK.
000750     05  WS-CURRENT-DATE         PIC 9(08).
000760     05  WS-LOW-DATE             PIC 9(08) VALUE 99999999.
000770     05  WS-HIGH-DATE            PIC 9(08) VALUE ZERO.
000780 COPY CMPSMRQ.
000790*
000800 PROCEDURE DIVISION.
000810*
000820************************************************************
000830*    0000-MAINLINE                                          *
000840************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     PERFORM 2000-READ-HIST THRU 2000-EXIT.
000880     PERFORM 3000-NOTE-ONE-RECORD THRU 3000-EXIT
000890         UNTIL WS-END-OF-HIST.
000900     PERFORM 4000-DATE-THE-VOIDS THRU 4000-EXIT.
000910     IF WS-HIST-OPEN
000920         CLOSE CMPRHIST
000930     END-IF.
000940     IF WS-HIGH-DATE > ZERO
000950         PERFORM 5000-REBUILD-RANGE THRU 5000-EXIT
000960     END-IF.
000970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000980     GOBACK.
000990*
001000************************************************************
001010*    1000-INITIALIZE - NO HISTORY FILE YET MEANS NOTHING HAS *
001020*    EVER BEEN COMPARED, WHICH IS A CLEAN STEP.  OTHERWISE   *
001030*    THE READ STARTS ONE PAST THE LAST SEQUENCE NUMBER       *
001040*    SUMMED.  ON THE VERY FIRST RUN THAT IS THE WHOLE FILE,  *
001050*    WHICH LOADS THE SUMMARY FOR EVERYTHING STILL ON LINE.   *
001060************************************************************
001070 1000-INITIALIZE.
001080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001090     PERFORM 1100-READ-SUMMED-SEQ THRU 1100-EXIT.
001100     MOVE WS-LAST-SUMMED-SEQ TO WS-HIGH-SEQ.
001110     OPEN INPUT CMPRHIST.
001120     IF WS-HIST-STATUS NOT = "00"
001130         SET WS-END-OF-HIST TO TRUE
001140         GO TO 1000-EXIT
001150     END-IF.
001160     SET WS-HIST-OPEN TO TRUE.
001170     COMPUTE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD =
001180         WS-LAST-SUMMED-SEQ + 1.
001190     START CMPRHIST KEY IS NOT LESS THAN
001200         CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
001210         INVALID KEY SET WS-END-OF-HIST TO TRUE
001220     END-START.
001230 1000-EXIT.
001240     EXIT.
001250*
001260 1100-READ-SUMMED-SEQ.
001270     MOVE ZERO TO WS-LAST-SUMMED-SEQ.
001280     OPEN INPUT CMPRSMSQ.
001290     IF WS-SMSQ-STATUS = "00"
001300         READ CMPRSMSQ
001310             AT END MOVE ZERO TO CMPS-LAST-SUMMED-SEQ
001320         END-READ
001330         MOVE CMPS-LAST-SUMMED-SEQ TO WS-LAST-SUMMED-SEQ
001340         CLOSE CMPRSMSQ
001350     END-IF.
001360 1100-EXIT.
001370     EXIT.
001380*
001390 2000-READ-HIST.
001400     IF NOT WS-END-OF-HIST
001410         READ CMPRHIST NEXT
001420             AT END SET WS-END-OF-HIST TO TRUE
001430         END-READ
001440     END-IF.
001450     IF NOT WS-END-OF-HIST
001460         ADD 1 TO WS-READ-COUNT
001470         MOVE CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD TO WS-HIGH-SEQ
001480     END-IF.
001490 2000-EXIT.
001500     EXIT.
001510*
001520************************************************************
001530*    3000-NOTE-ONE-RECORD - WIDEN THE REBUILD RANGE TO TAKE  *
001540*    IN THE RECORD'S RUN DATE.  A VOID ALSO CHANGES THE DAY  *
001550*    OF THE COMPARE IT CANCELS, WHICH IS LOOKED UP ONCE THE  *
001560*    SCAN IS OVER SO THE READ POSITION IS NOT DISTURBED.     *
001570*    MORE VOIDS THAN THE TABLE HOLDS REBUILD EVERYTHING      *
001580*    FROM THE START OF THE FILE - SLOW BUT STILL RIGHT.      *
001590************************************************************
001600 3000-NOTE-ONE-RECORD.
001610     MOVE CMPR-AUD-RUN-DATE OF CMPR-HIST-RECORD
001620         TO CMPS-REQ-FROM-DATE.
001630     PERFORM 3100-WIDEN-RANGE THRU 3100-EXIT.
001640     IF CMPR-AUD-VOID OF CMPR-HIST-RECORD
001650         IF WS-VOID-COUNT < 500
001660             ADD 1 TO WS-VOID-COUNT
001670             MOVE CMPR-AUD-VOID-SEQ-NBR OF CMPR-HIST-RECORD
001680                 TO WS-VOID-TARGET(WS-VOID-COUNT)
001690         ELSE
001700             MOVE 00000001 TO WS-LOW-DATE
001710         END-IF
001720     END-IF.
001730     PERFORM 2000-READ-HIST THRU 2000-EXIT.
001740 3000-EXIT.
001750     EXIT.
001760*
001770 3100-WIDEN-RANGE.
001780     IF CMPS-REQ-FROM-DATE < WS-LOW-DATE
001790         MOVE CMPS-REQ-FROM-DATE TO WS-LOW-DATE
001800     END-IF.
001810     IF CMPS-REQ-FROM-DATE > WS-HIGH-DATE
001820         MOVE CMPS-REQ-FROM-DATE TO WS-HIGH-DATE
001830     END-IF.
001840 3100-EXIT.
001850     EXIT.
001860*
001870 4000-DATE-THE-VOIDS.
001880     IF NOT WS-HIST-OPEN
001890         GO TO 4000-EXIT
001900     END-IF.
001910     PERFORM 4100-DATE-ONE-VOID THRU 4100-EXIT
001920         VARYING WS-VOID-SUB FROM 1 BY 1
001930         UNTIL WS-VOID-SUB > WS-VOID-COUNT.
001940 4000-EXIT.
001950     EXIT.
001960*
001970 4100-DATE-ONE-VOID.
001980     MOVE WS-VOID-TARGET(WS-VOID-SUB)
001990         TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
002000     READ CMPRHIST
002010         INVALID KEY
002020             GO TO 4100-EXIT
002030     END-READ.
002040     MOVE CMPR-AUD-RUN-DATE OF CMPR-HIST-RECORD
002050         TO CMPS-REQ-FROM-DATE.
002060     PERFORM 3100-WIDEN-RANGE THRU 3100-EXIT.
002070 4100-EXIT.
002080     EXIT.
002090*
002100************************************************************
002110*    5000-REBUILD-RANGE - ONE CALL COVERS EVERY DAY TOUCHED. *
002120*    A DAY IN THE RANGE THAT HAD NO NEW RECORDS IS SIMPLY    *
002130*    SUMMED AGAIN TO THE SAME ANSWER.  THE STEP ENDS RC 8    *
002140*    IF CMPRSUMM CANNOT BE WRITTEN, AND THE SEQUENCE NUMBER  *
002150*    IS LEFT WHERE IT WAS SO THE NEXT RUN TRIES AGAIN.       *
002160************************************************************
002170 5000-REBUILD-RANGE.
002180     MOVE WS-LOW-DATE TO CMPS-REQ-FROM-DATE.
002190     MOVE WS-HIGH-DATE TO CMPS-REQ-TO-DATE.
002200     SET CMPS-REQ-FROM-HISTORY TO TRUE.
002210     CALL "CONDSUMB" USING CMPS-SUMMARY-REQUEST.
002220     IF NOT CMPS-REQ-BUILT
002230         DISPLAY "CONDSUMN - CMPRSUMM COULD NOT BE BUILT - "
002240             "STEP FAILED"
002250         MOVE WS-LAST-SUMMED-SEQ TO WS-HIGH-SEQ
002260         MOVE 8 TO RETURN-CODE
002270     END-IF.
002280 5000-EXIT.
002290     EXIT.
002300*
002310************************************************************
002320*    8000-TERMINATE - THE HIGHEST SEQUENCE NUMBER READ IS    *
002330*    SAVED ONLY AFTER ITS DAY HAS BEEN SUMMED.               *
002340************************************************************
002350 8000-TERMINATE.
002360     IF WS-HIGH-SEQ > WS-LAST-SUMMED-SEQ
002370         MOVE WS-HIGH-SEQ TO CMPS-LAST-SUMMED-SEQ
002380         OPEN OUTPUT CMPRSMSQ
002390         WRITE CMPS-SUMMED-SEQ-RECORD
002400         CLOSE CMPRSMSQ
002410     END-IF.
002420     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
002430     DISPLAY "CONDSUMN - HISTORY RECORDS TAKEN IN  : "
002440         WS-COUNT-DISP.
002450     IF WS-HIGH-DATE > ZERO
002460         DISPLAY "CONDSUMN - RUN DATES REBUILT         : "
002470             WS-LOW-DATE " THRU " WS-HIGH-DATE
002480         MOVE CMPS-REQ-DAYS-BUILT TO WS-COUNT-DISP
002490         DISPLAY "CONDSUMN - DAYS SUMMED               : "
002500             WS-COUNT-DISP
002510         MOVE CMPS-REQ-LINES-WRITTEN TO WS-COUNT-DISP
002520         DISPLAY "CONDSUMN - SUMMARY LINES WRITTEN     : "
002530             WS-COUNT-DISP
002540     END-IF.
002550     DISPLAY "CONDSUMN COMPLETE".
002560 8000-EXIT.
002570     EXIT.
