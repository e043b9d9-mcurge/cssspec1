000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDALRT.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - RAISES AN OPERATIONAL ALERT *
000120*                     ON CMPRALRT, CALLED BY CONDFMON,       *
000130*                     CONDRECN, CONDXREL, CONDCNVT, CONDEXCP *
000140*                     AND CONDNITE THE SAME WAY CONDPEND IS  *
000150*                     CALLED.  THE ALERT TAKES THE NEXT      *
000160*                     ALERT NUMBER AND THE CMPCYCLE BATCH    *
000170*                     CYCLE, AND ONE STILL OPEN FOR THE SAME *
000180*                     PROGRAM, OBJECT, RUN DATE AND MESSAGE  *
000190*                     IS NOT RAISED AGAIN, SO A RESTARTED    *
000200*                     STEP DOES NOT PAGE SOMEONE TWICE.      *
000210************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CMPRALRT ASSIGN TO "CMPRALRT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CMPV-ALERT-NBR
000320         FILE STATUS IS WS-ALRT-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CMPRALRT
000360     RECORDING MODE IS F.
000370 COPY CMPALRT.
000380 WORKING-STORAGE SECTION.
000390 01  WS-SWITCHES.
000400     05  WS-ALRT-STATUS          PIC X(02) VALUE SPACES.
000410     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000420         88  WS-END-OF-ALERTS            VALUE 'Y'.
000430 01  WS-COUNTERS.
000440     05  WS-HIGH-ALERT-NBR       PIC 9(08) VALUE ZERO.
000450 01  WS-CYCLE-WORK.
000460     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000470     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000480 LINKAGE SECTION.
000490 COPY CMPALRQ.
000500*
000510 PROCEDURE DIVISION USING CMPZ-ALERT-REQUEST.
000520*
000530************************************************************
000540*    0000-MAINLINE                                          *
000550************************************************************
000560 0000-MAINLINE.
000570     MOVE ZERO TO CMPZ-ALERT-NBR.
000580     SET CMPZ-FILE-FAILED TO TRUE.
000590     PERFORM 1000-OPEN-ALERTS THRU 1000-EXIT.
000600     IF WS-ALRT-STATUS NOT = "00"
000610         GOBACK
000620     END-IF.
000630     PERFORM 2000-SCAN-ALERTS THRU 2000-EXIT.
000640     IF NOT CMPZ-ALREADY-OPEN
000650         PERFORM 3000-RAISE-ALERT THRU 3000-EXIT
000660     END-IF.
000670     CLOSE CMPRALRT.
000680     GOBACK.
000690*
000700************************************************************
000710*    1000-OPEN-ALERTS - THE FILE IS CREATED EMPTY ON THE     *
000720*    VERY FIRST ALERT, THE SAME WAY THE MASTERS ARE.  THE    *
000730*    CYCLE IS THE CMPCYCLE SETTING EVERY STEP OF THE NIGHT   *
000740*    SEES (01 WHEN NOT SET).                                 *
000750************************************************************
000760 1000-OPEN-ALERTS.
000770     MOVE SPACES TO WS-CYCLE-EDIT.
000780     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
000790     IF WS-CYCLE-EDIT(2:1) = SPACE
000800         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
000810         MOVE "0" TO WS-CYCLE-EDIT(1:1)
000820     END-IF.
000830     IF WS-CYCLE-EDIT IS NUMERIC
000840         AND WS-CYCLE-EDIT NOT = "00"
000850         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
000860     ELSE
000870         MOVE 1 TO WS-CYCLE-NBR
000880     END-IF.
000890     OPEN I-O CMPRALRT.
000900     IF WS-ALRT-STATUS = "35"
000910         OPEN OUTPUT CMPRALRT
000920         CLOSE CMPRALRT
000930         OPEN I-O CMPRALRT
000940     END-IF.
000950 1000-EXIT.
000960     EXIT.
000970*
000980************************************************************
000990*    2000-SCAN-ALERTS - ONE PASS OVER THE FILE FINDS THE     *
001000*    HIGHEST NUMBER USED AND ANY OPEN ALERT THAT SAYS THE    *
001010*    SAME THING ABOUT THE SAME OBJECT FOR THE SAME RUN DATE. *
001020************************************************************
001030 2000-SCAN-ALERTS.
001040     MOVE 'N' TO WS-EOF-SWITCH.
001050     MOVE ZERO TO WS-HIGH-ALERT-NBR.
001060     MOVE ZERO TO CMPV-ALERT-NBR.
001070     START CMPRALRT KEY IS NOT LESS THAN CMPV-ALERT-NBR
001080         INVALID KEY SET WS-END-OF-ALERTS TO TRUE
001090     END-START.
001100     PERFORM 2100-READ-NEXT-ALERT THRU 2100-EXIT.
001110     PERFORM 2200-CHECK-ONE-ALERT THRU 2200-EXIT
001120         UNTIL WS-END-OF-ALERTS.
001130 2000-EXIT.
001140     EXIT.
001150*
001160 2100-READ-NEXT-ALERT.
001170     IF NOT WS-END-OF-ALERTS
001180         READ CMPRALRT NEXT
001190             AT END SET WS-END-OF-ALERTS TO TRUE
001200         END-READ
001210     END-IF.
001220 2100-EXIT.
001230     EXIT.
001240*
001250 2200-CHECK-ONE-ALERT.
001260     IF CMPV-ALERT-NBR > WS-HIGH-ALERT-NBR
001270         MOVE CMPV-ALERT-NBR TO WS-HIGH-ALERT-NBR
001280     END-IF.
001290     IF CMPV-OPEN
001300             AND CMPV-SOURCE-PGM = CMPZ-SOURCE-PGM
001310             AND CMPV-OBJECT-TYPE = CMPZ-OBJECT-TYPE
001320             AND CMPV-OBJECT-ID = CMPZ-OBJECT-ID
001330             AND CMPV-RUN-DATE = CMPZ-RUN-DATE
001340             AND CMPV-CYCLE-NBR = WS-CYCLE-NBR
001350             AND CMPV-MESSAGE = CMPZ-MESSAGE
001360         MOVE CMPV-ALERT-NBR TO CMPZ-ALERT-NBR
001370         SET CMPZ-ALREADY-OPEN TO TRUE
001380     END-IF.
001390     PERFORM 2100-READ-NEXT-ALERT THRU 2100-EXIT.
001400 2200-EXIT.
001410     EXIT.
001420*
001430************************************************************
001440*    3000-RAISE-ALERT - OPEN AND NOT YET SENT, STAMPED WITH  *
001450*    THE TIME IT WAS RAISED.                                 *
001460************************************************************
001470 3000-RAISE-ALERT.
001480     INITIALIZE CMPV-ALERT-RECORD.
001490     ADD 1 TO WS-HIGH-ALERT-NBR GIVING CMPV-ALERT-NBR.
001500     MOVE CMPZ-SEVERITY TO CMPV-SEVERITY.
001510     MOVE CMPZ-SOURCE-PGM TO CMPV-SOURCE-PGM.
001520     MOVE CMPZ-RUN-DATE TO CMPV-RUN-DATE.
001530     MOVE WS-CYCLE-NBR TO CMPV-CYCLE-NBR.
001540     MOVE CMPZ-OBJECT-TYPE TO CMPV-OBJECT-TYPE.
001550     MOVE CMPZ-OBJECT-ID TO CMPV-OBJECT-ID.
001560     MOVE CMPZ-MESSAGE TO CMPV-MESSAGE.
001570     ACCEPT CMPV-RAISED-DATE FROM DATE YYYYMMDD.
001580     ACCEPT CMPV-RAISED-TIME FROM TIME.
001590     SET CMPV-OPEN TO TRUE.
001600     MOVE SPACES TO CMPV-ACK-USERID.
001610     WRITE CMPV-ALERT-RECORD
001620         INVALID KEY
001630             GO TO 3000-EXIT
001640     END-WRITE.
001650     MOVE CMPV-ALERT-NBR TO CMPZ-ALERT-NBR.
001660     SET CMPZ-RAISED TO TRUE.
001670 3000-EXIT.
001680     EXIT.
