000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDASND.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - LAST STEP OF THE NIGHT      *
000120*                     STREAM.  EVERY CMPRALRT ALERT NOT YET  *
000130*                     SENT GOES TO THE ENTERPRISE MONITORING *
000140*                     TOOL ON CMPRAMON IN THE CMPAMON LAYOUT *
000150*                     AND IS STAMPED SENT, SO ONE FEED SHOWS *
000160*                     EVERYTHING THAT NEEDS A HUMAN INSTEAD  *
000170*                     OF FIVE REPORTS AND A PILE OF RETURN   *
000180*                     CODES.  CONDNITE RUNS IT EVEN WHEN AN  *
000190*                     EARLIER STEP HAS STOPPED THE STREAM.   *
000200************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CMPRALRT ASSIGN TO "CMPRALRT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CMPV-ALERT-NBR
000310         FILE STATUS IS WS-ALRT-STATUS.
000320     SELECT CMPRAMON ASSIGN TO "CMPRAMON"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-AMON-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CMPRALRT
000380     RECORDING MODE IS F.
000390 COPY CMPALRT.
000400 FD  CMPRAMON
000410     RECORDING MODE IS F.
000420 COPY CMPAMON.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-ALRT-STATUS          PIC X(02) VALUE SPACES.
000460     05  WS-AMON-STATUS          PIC X(02) VALUE SPACES.
000470     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000480         88  WS-END-OF-ALERTS            VALUE 'Y'.
000490     05  WS-ALRT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000500         88  WS-ALERTS-OPEN              VALUE 'Y'.
000510 01  WS-COUNTERS.
000520     05  WS-SENT-COUNT           PIC 9(08) VALUE ZERO.
000530     05  WS-CRITICAL-COUNT       PIC 9(08) VALUE ZERO.
000540     05  WS-ERROR-COUNT          PIC 9(08) VALUE ZERO.
000550     05  WS-WARNING-COUNT        PIC 9(08) VALUE ZERO.
000560     05  WS-OPEN-COUNT           PIC 9(08) VALUE ZERO.
000570 01  WS-DATE-WORK.
000580     05  WS-CURRENT-DATE         PIC 9(08).
000590     05  WS-CURRENT-TIME         PIC 9(08).
000600 01  WS-CYCLE-WORK.
000610     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000620     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000630 01  WS-APPL-NAME                PIC X(08) VALUE "CONDCOMP".
000640*
000650 PROCEDURE DIVISION.
000660*
000670************************************************************
000680*    0000-MAINLINE                                          *
000690************************************************************
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     PERFORM 2000-READ-ALERT THRU 2000-EXIT.
000730     PERFORM 3000-SEND-ONE-ALERT THRU 3000-EXIT
000740         UNTIL WS-END-OF-ALERTS.
000750     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000760     GOBACK.
000770*
000780************************************************************
000790*    1000-INITIALIZE - THE MONITORING FILE IS APPENDED TO,   *
000800*    NOT REPLACED: THE TOOL TAKES IT AND CLEARS IT, AND A    *
000810*    SECOND SEND THE SAME NIGHT (A RESTARTED STREAM) ADDS    *
000820*    ITS OWN HEADER-TO-TRAILER BATCH BEHIND THE FIRST        *
000830*    RATHER THAN LOSING ALERTS ALREADY STAMPED SENT.  NO     *
000840*    ALERT FILE YET MEANS NOTHING HAS EVER BEEN RAISED, AND  *
000850*    AN EMPTY BATCH STILL GOES SO THE TOOL SEES THE NIGHT    *
000860*    RAN.                                                    *
000870************************************************************
000880 1000-INITIALIZE.
000890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000900     ACCEPT WS-CURRENT-TIME FROM TIME.
000910     MOVE SPACES TO WS-CYCLE-EDIT.
000920     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
000930     IF WS-CYCLE-EDIT(2:1) = SPACE
000940         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
000950         MOVE "0" TO WS-CYCLE-EDIT(1:1)
000960     END-IF.
000970     IF WS-CYCLE-EDIT IS NUMERIC
000980         AND WS-CYCLE-EDIT NOT = "00"
000990         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001000     ELSE
001010         MOVE 1 TO WS-CYCLE-NBR
001020     END-IF.
001030     OPEN EXTEND CMPRAMON.
001040     IF WS-AMON-STATUS = "35"
001050         OPEN OUTPUT CMPRAMON
001060     END-IF.
001070     MOVE SPACES TO CMPV-MON-HEADER-RECORD.
001080     SET CMPV-MON-HEADER-TYPE TO TRUE.
001090     MOVE WS-APPL-NAME TO CMPV-MON-HDR-APPL.
001100     MOVE WS-CURRENT-DATE TO CMPV-MON-HDR-SENT-DATE.
001110     MOVE WS-CURRENT-TIME TO CMPV-MON-HDR-SENT-TIME.
001120     MOVE WS-CYCLE-NBR TO CMPV-MON-HDR-CYCLE-NBR.
001130     WRITE CMPV-MON-HEADER-RECORD.
001140     OPEN I-O CMPRALRT.
001150     IF WS-ALRT-STATUS NOT = "00"
001160         SET WS-END-OF-ALERTS TO TRUE
001170         GO TO 1000-EXIT
001180     END-IF.
001190     SET WS-ALERTS-OPEN TO TRUE.
001200     MOVE ZERO TO CMPV-ALERT-NBR.
001210     START CMPRALRT KEY IS NOT LESS THAN CMPV-ALERT-NBR
001220         INVALID KEY SET WS-END-OF-ALERTS TO TRUE
001230     END-START.
001240 1000-EXIT.
001250     EXIT.
001260*
001270 2000-READ-ALERT.
001280     IF NOT WS-END-OF-ALERTS
001290         READ CMPRALRT NEXT
001300             AT END SET WS-END-OF-ALERTS TO TRUE
001310         END-READ
001320     END-IF.
001330 2000-EXIT.
001340     EXIT.
001350*
001360************************************************************
001370*    3000-SEND-ONE-ALERT - ONLY ALERTS NOT YET SENT GO, IN   *
001380*    ALERT NUMBER ORDER.  AN ALERT ACKNOWLEDGED ON THE       *
001390*    BOARD BEFORE THE SEND STILL GOES, FLAGGED, SO THE TOOL  *
001400*    HAS THE WHOLE STORY.  OPEN ALERTS ALREADY SENT ON AN    *
001410*    EARLIER NIGHT ARE ONLY COUNTED.                         *
001420************************************************************
001430 3000-SEND-ONE-ALERT.
001440     IF NOT CMPV-NOT-SENT
001450         IF CMPV-OPEN
001460             ADD 1 TO WS-OPEN-COUNT
001470         END-IF
001480         GO TO 3000-NEXT
001490     END-IF.
001500     MOVE SPACES TO CMPV-MON-DETAIL-RECORD.
001510     SET CMPV-MON-DETAIL-TYPE TO TRUE.
001520     MOVE WS-APPL-NAME TO CMPV-MON-APPL.
001530     MOVE CMPV-RAISED-DATE TO CMPV-MON-EVENT-DATE.
001540     DIVIDE CMPV-RAISED-TIME BY 100 GIVING CMPV-MON-EVENT-TIME.
001550     EVALUATE TRUE
001560         WHEN CMPV-CRITICAL
001570             MOVE "CRITICAL" TO CMPV-MON-SEVERITY
001580             ADD 1 TO WS-CRITICAL-COUNT
001590         WHEN CMPV-ERROR
001600             MOVE "ERROR" TO CMPV-MON-SEVERITY
001610             ADD 1 TO WS-ERROR-COUNT
001620         WHEN OTHER
001630             MOVE "WARNING" TO CMPV-MON-SEVERITY
001640             ADD 1 TO WS-WARNING-COUNT
001650     END-EVALUATE.
001660     MOVE CMPV-ALERT-NBR TO CMPV-MON-ALERT-NBR.
001670     MOVE CMPV-SOURCE-PGM TO CMPV-MON-SOURCE-PGM.
001680     MOVE CMPV-RUN-DATE TO CMPV-MON-RUN-DATE.
001690     MOVE CMPV-CYCLE-NBR TO CMPV-MON-CYCLE-NBR.
001700     MOVE CMPV-OBJECT-TYPE TO CMPV-MON-OBJECT-TYPE.
001710     MOVE CMPV-OBJECT-ID TO CMPV-MON-OBJECT-ID.
001720     IF CMPV-ACKNOWLEDGED
001730         MOVE 'Y' TO CMPV-MON-ACK-FLAG
001740     ELSE
001750         MOVE 'N' TO CMPV-MON-ACK-FLAG
001760         ADD 1 TO WS-OPEN-COUNT
001770     END-IF.
001780     MOVE CMPV-MESSAGE TO CMPV-MON-MESSAGE.
001790     WRITE CMPV-MON-DETAIL-RECORD.
001800     ADD 1 TO WS-SENT-COUNT.
001810     MOVE WS-CURRENT-DATE TO CMPV-SENT-DATE.
001820     MOVE WS-CURRENT-TIME TO CMPV-SENT-TIME.
001830     REWRITE CMPV-ALERT-RECORD
001840         INVALID KEY
001850             DISPLAY "CONDASND - CMPRALRT REWRITE FAILED - "
001860                 WS-ALRT-STATUS
001870     END-REWRITE.
001880 3000-NEXT.
001890     PERFORM 2000-READ-ALERT THRU 2000-EXIT.
001900 3000-EXIT.
001910     EXIT.
001920*
001930************************************************************
001940*    8000-TERMINATE - THE TRAILER CARRIES THE DETAIL COUNT.  *
001950*    SENDING IS NEVER A REASON TO STOP ANYTHING, SO THE      *
001960*    STEP ALWAYS ENDS ZERO.                                  *
001970************************************************************
001980 8000-TERMINATE.
001990     MOVE SPACES TO CMPV-MON-TRAILER-RECORD.
002000     SET CMPV-MON-TRAILER-TYPE TO TRUE.
002010     MOVE WS-APPL-NAME TO CMPV-MON-TRL-APPL.
002020     MOVE WS-SENT-COUNT TO CMPV-MON-TRL-COUNT.
002030     WRITE CMPV-MON-TRAILER-RECORD.
002040     CLOSE CMPRAMON.
002050     IF WS-ALERTS-OPEN
002060         CLOSE CMPRALRT
002070     END-IF.
002080     DISPLAY "CONDASND - ALERTS SENT     : " WS-SENT-COUNT.
002090     DISPLAY "CONDASND -   CRITICAL      : " WS-CRITICAL-COUNT.
002100     DISPLAY "CONDASND -   ERROR         : " WS-ERROR-COUNT.
002110     DISPLAY "CONDASND -   WARNING       : " WS-WARNING-COUNT.
002120     DISPLAY "CONDASND - STILL OPEN      : " WS-OPEN-COUNT.
002130     DISPLAY "CONDASND COMPLETE".
002140     MOVE ZERO TO RETURN-CODE.
002150 8000-EXIT.
002160     EXIT.
