000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONDSREL.
000030 AUTHOR.        D W SHEARER.
000040 INSTALLATION.  MIS BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080************************************************************
000090*    MODIFICATION HISTORY                                   *
000100*    ------------------------------------------------------ *
000110*    10/15/2026  DWS  ORIGINAL - NIGHT-STREAM STEP BETWEEN   *
000120*                     CONDCNVT AND CONDBAT.  EVERY CMPRSUSP  *
000130*                     ITEM RELEASED ON CONDSUSP SINCE THE    *
000140*                     LAST RUN IS APPENDED TO THE CMPRTRAN   *
000150*                     CONDCNVT HAS JUST BUILT AND MARKED     *
000160*                     RESUBMITTED, SO A CORRECTED REJECT IS  *
000170*                     COMPARED TONIGHT AND A RESTART NEVER   *
000180*                     FEEDS IT IN TWICE.                     *
000190*    10/15/2026  DWS  AN ITEM IS ONLY MARKED RESUBMITTED     *
000200*                     ONCE ITS CMPRTRAN WRITE HAS WORKED.  A *
000210*                     FAILED WRITE LEAVES THE ITEM RELEASED  *
000220*                     FOR THE NEXT RUN, IS COUNTED AND       *
000230*                     REPORTED, AND ENDS THE STEP WITH       *
000240*                     RETURN CODE 8.                         *
000250************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CMPRSUSP ASSIGN TO "CMPRSUSP"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CMPU-SEQ-NBR
000360         FILE STATUS IS WS-SUSP-STATUS.
000370     SELECT CMPRTRAN ASSIGN TO "CMPRTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRAN-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CMPRSUSP
000430     RECORDING MODE IS F.
000440 COPY CMPSUSP.
000450 FD  CMPRTRAN
000460     RECORDING MODE IS F.
000470 COPY CMPTRAN.
000480 WORKING-STORAGE SECTION.
000490 01  WS-SWITCHES.
000500     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
000510     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
000520     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000530         88  WS-END-OF-SUSP              VALUE 'Y'.
000540     05  WS-SUSP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000550         88  WS-SUSP-OPEN                VALUE 'Y'.
000560 01  WS-COUNTERS.
000570     05  WS-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
000580     05  WS-RELEASED-COUNT       PIC 9(08) COMP VALUE ZERO.
000590     05  WS-OPEN-COUNT           PIC 9(08) COMP VALUE ZERO.
000600     05  WS-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
000610 01  WS-EDIT-FIELDS.
000620     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000630 01  WS-DATE-WORK.
000640     05  WS-CURRENT-DATE         PIC 9(08).
000650*
000660 PROCEDURE DIVISION.
000670*
000680************************************************************
000690*    0000-MAINLINE                                          *
000700************************************************************
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730     PERFORM 2000-READ-SUSP THRU 2000-EXIT.
000740     PERFORM 3000-RELEASE-ONE-ITEM THRU 3000-EXIT
000750         UNTIL WS-END-OF-SUSP.
000760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000770     GOBACK.
000780*
000790************************************************************
000800*    1000-INITIALIZE - NO SUSPENSE FILE YET MEANS NOTHING    *
000810*    HAS EVER BEEN REJECTED, WHICH IS A CLEAN STEP.  THE     *
000820*    TRANSACTION FILE IS OPENED FOR APPEND SO WHATEVER       *
000830*    CONDCNVT BUILT TONIGHT STAYS IN FRONT.                  *
000840************************************************************
000850 1000-INITIALIZE.
000860     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000870     OPEN I-O CMPRSUSP.
000880     IF WS-SUSP-STATUS NOT = "00"
000890         SET WS-END-OF-SUSP TO TRUE
000900         GO TO 1000-EXIT
000910     END-IF.
000920     SET WS-SUSP-OPEN TO TRUE.
000930     OPEN EXTEND CMPRTRAN.
000940     IF WS-TRAN-STATUS = "35"
000950         OPEN OUTPUT CMPRTRAN
000960     END-IF.
000970     MOVE ZERO TO CMPU-SEQ-NBR.
000980     START CMPRSUSP KEY IS NOT LESS THAN CMPU-SEQ-NBR
000990         INVALID KEY SET WS-END-OF-SUSP TO TRUE
001000     END-START.
001010 1000-EXIT.
001020     EXIT.
001030*
001040 2000-READ-SUSP.
001050     IF NOT WS-END-OF-SUSP
001060         READ CMPRSUSP NEXT
001070             AT END SET WS-END-OF-SUSP TO TRUE
001080         END-READ
001090     END-IF.
001100     IF NOT WS-END-OF-SUSP
001110         ADD 1 TO WS-READ-COUNT
001120     END-IF.
001130 2000-EXIT.
001140     EXIT.
001150*
001160************************************************************
001170*    3000-RELEASE-ONE-ITEM - A RELEASED ITEM GOES ONTO       *
001180*    CMPRTRAN EXACTLY AS CORRECTED AND IS MARKED 'S' WITH    *
001190*    TONIGHT'S DATE.  OPEN ITEMS ARE ONLY COUNTED.  IF THE   *
001200*    WRITE FAILS THE ITEM STAYS RELEASED FOR THE NEXT RUN    *
001210*    AND IS COUNTED AS NOT RELEASED.                         *
001220************************************************************
001230 3000-RELEASE-ONE-ITEM.
001240     IF CMPU-OPEN
001250         ADD 1 TO WS-OPEN-COUNT
001260     END-IF.
001270     IF NOT CMPU-RELEASED
001280         GO TO 3000-DONE
001290     END-IF.
001300     MOVE CMPU-TRAN-DATA TO CMPT-TRANSACTION-RECORD.
001310     WRITE CMPT-TRANSACTION-RECORD.
001320     IF WS-TRAN-STATUS NOT = "00"
001330         DISPLAY "CONDSREL - CMPRTRAN WRITE FAILED - "
001340             WS-TRAN-STATUS " - ITEM " CMPU-SEQ-NBR
001350         ADD 1 TO WS-FAILED-COUNT
001360         GO TO 3000-DONE
001370     END-IF.
001380     SET CMPU-RESUBMITTED TO TRUE.
001390     MOVE WS-CURRENT-DATE TO CMPU-RESUB-DATE.
001400     REWRITE CMPU-SUSPENSE-RECORD
001410         INVALID KEY
001420             DISPLAY "CONDSREL - CMPRSUSP REWRITE FAILED - "
001430                 WS-SUSP-STATUS
001440     END-REWRITE.
001450     ADD 1 TO WS-RELEASED-COUNT.
001460 3000-DONE.
001470     PERFORM 2000-READ-SUSP THRU 2000-EXIT.
001480 3000-EXIT.
001490     EXIT.
001500*
001510************************************************************
001520*    8000-TERMINATE                                         *
001530************************************************************
001540 8000-TERMINATE.
001550     IF WS-SUSP-OPEN
001560         CLOSE CMPRSUSP
001570         CLOSE CMPRTRAN
001580     END-IF.
001590     MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP.
001600     DISPLAY "CONDSREL - ITEMS RESUBMITTED TO CMPRTRAN : "
001610         WS-COUNT-DISP.
001620     MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
001630     DISPLAY "CONDSREL - ITEMS STILL OPEN IN SUSPENSE  : "
001640         WS-COUNT-DISP.
001650     IF WS-FAILED-COUNT > ZERO
001660         MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
001670         DISPLAY "CONDSREL - ITEMS NOT RELEASED (WRITE FAILED): "
001680             WS-COUNT-DISP
001690         MOVE 8 TO RETURN-CODE
001700     END-IF.
001710     DISPLAY "CONDSREL COMPLETE".
001720 8000-EXIT.
001730     EXIT.
