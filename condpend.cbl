000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDPEND.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - FILES A MASTER CHANGE ON    *
000120*                     CMPRPEND FOR A SECOND OPERATOR TO      *
000130*                     APPROVE, CALLED BY CONDFEED, CONDRATE  *
000140*                     AND CONDPROF THE SAME WAY CONDTCHK IS  *
000150*                     CALLED.  THE CHANGE TAKES THE NEXT     *
000160*                     PENDING NUMBER, AND A SECOND CHANGE TO *
000170*                     A RECORD THAT ALREADY HAS ONE WAITING  *
000180*                     IS REFUSED SO TWO CHANGES CAN NEVER    *
000190*                     BE APPROVED ON TOP OF EACH OTHER.      *
000200************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CMPRPEND ASSIGN TO "CMPRPEND"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CMPQ-PEND-NBR
000310         FILE STATUS IS WS-PEND-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CMPRPEND
000350     RECORDING MODE IS F.
000360 COPY CMPPEND.
000370 WORKING-STORAGE SECTION.
000380 01  WS-SWITCHES.
000390     05  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
000400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000410         88  WS-END-OF-PENDING           VALUE 'Y'.
000420 01  WS-COUNTERS.
000430     05  WS-HIGH-PEND-NBR        PIC 9(08) VALUE ZERO.
000440 LINKAGE SECTION.
000450 COPY CMPPREQ.
000460*
000470 PROCEDURE DIVISION USING CMPJ-PENDING-REQUEST.
000480*
000490************************************************************
000500*    0000-MAINLINE                                          *
000510************************************************************
000520 0000-MAINLINE.
000530     MOVE ZERO TO CMPJ-PEND-NBR.
000540     SET CMPJ-FILE-FAILED TO TRUE.
000550     PERFORM 1000-OPEN-PENDING THRU 1000-EXIT.
000560     IF WS-PEND-STATUS NOT = "00"
000570         GOBACK
000580     END-IF.
000590     PERFORM 2000-SCAN-PENDING THRU 2000-EXIT.
000600     IF NOT CMPJ-ALREADY-PENDING
000610         PERFORM 3000-FILE-CHANGE THRU 3000-EXIT
000620     END-IF.
000630     CLOSE CMPRPEND.
000640     GOBACK.
000650*
000660************************************************************
000670*    1000-OPEN-PENDING - THE FILE IS CREATED EMPTY ON THE    *
000680*    VERY FIRST CHANGE, THE SAME WAY THE MASTERS ARE.        *
000690************************************************************
000700 1000-OPEN-PENDING.
000710     OPEN I-O CMPRPEND.
000720     IF WS-PEND-STATUS = "35"
000730         OPEN OUTPUT CMPRPEND
000740         CLOSE CMPRPEND
000750         OPEN I-O CMPRPEND
000760     END-IF.
000770 1000-EXIT.
000780     EXIT.
000790*
000800************************************************************
000810*    2000-SCAN-PENDING - ONE PASS OVER THE FILE FINDS THE    *
000820*    HIGHEST NUMBER USED AND ANY CHANGE STILL WAITING FOR    *
000830*    THE SAME MASTER RECORD.                                 *
000840************************************************************
000850 2000-SCAN-PENDING.
000860     MOVE 'N' TO WS-EOF-SWITCH.
000870     MOVE ZERO TO WS-HIGH-PEND-NBR.
000880     MOVE ZERO TO CMPQ-PEND-NBR.
000890     START CMPRPEND KEY IS NOT LESS THAN CMPQ-PEND-NBR
000900         INVALID KEY SET WS-END-OF-PENDING TO TRUE
000910     END-START.
000920     PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT.
000930     PERFORM 2200-CHECK-ONE-PENDING THRU 2200-EXIT
000940         UNTIL WS-END-OF-PENDING.
000950 2000-EXIT.
000960     EXIT.
000970*
000980 2100-READ-NEXT-PENDING.
000990     READ CMPRPEND NEXT
001000         AT END SET WS-END-OF-PENDING TO TRUE
001010     END-READ.
001020 2100-EXIT.
001030     EXIT.
001040*
001050 2200-CHECK-ONE-PENDING.
001060     IF CMPQ-PEND-NBR > WS-HIGH-PEND-NBR
001070         MOVE CMPQ-PEND-NBR TO WS-HIGH-PEND-NBR
001080     END-IF.
001090     IF CMPQ-PENDING
001100             AND CMPQ-PROGRAM = CMPJ-PROGRAM
001110             AND CMPQ-RECORD-KEY = CMPJ-RECORD-KEY
001120         MOVE CMPQ-PEND-NBR TO CMPJ-PEND-NBR
001130         SET CMPJ-ALREADY-PENDING TO TRUE
001140     END-IF.
001150     PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT.
001160 2200-EXIT.
001170     EXIT.
001180*
001190************************************************************
001200*    3000-FILE-CHANGE - THE MAKER'S USERID AND THE TIME THE  *
001210*    CHANGE WAS KEYED GO ON WITH BOTH IMAGES.                *
001220************************************************************
001230 3000-FILE-CHANGE.
001240     INITIALIZE CMPQ-PENDING-RECORD.
001250     ADD 1 TO WS-HIGH-PEND-NBR GIVING CMPQ-PEND-NBR.
001260     MOVE CMPJ-PROGRAM TO CMPQ-PROGRAM.
001270     MOVE CMPJ-ACTION TO CMPQ-ACTION.
001280     MOVE CMPJ-RECORD-KEY TO CMPQ-RECORD-KEY.
001290     SET CMPQ-PENDING TO TRUE.
001300     MOVE CMPJ-MAKER-USERID TO CMPQ-MAKER-USERID.
001310     ACCEPT CMPQ-MADE-DATE FROM DATE YYYYMMDD.
001320     ACCEPT CMPQ-MADE-TIME FROM TIME.
001330     MOVE SPACES TO CMPQ-CHECKER-USERID.
001340     MOVE CMPJ-BEFORE-IMAGE TO CMPQ-BEFORE-IMAGE.
001350     MOVE CMPJ-AFTER-IMAGE TO CMPQ-AFTER-IMAGE.
001360     WRITE CMPQ-PENDING-RECORD
001370         INVALID KEY
001380             GO TO 3000-EXIT
001390     END-WRITE.
001400     MOVE CMPQ-PEND-NBR TO CMPJ-PEND-NBR.
001410     SET CMPJ-FILED TO TRUE.
001420 3000-EXIT.
001430     EXIT.
