000166*                     BE PULLED BY DATE - ONE LINE PER 'S'   *
000167*                     AND 'C' STEP RECORD WITH THE RETURN    *
000168*                     CODE.                                  *
000170*    10/15/2026  DWS  LEDGER AND STEP DETAIL LINES NOW SHOW  *
000172*                     THE BATCH CYCLE OF THE RUN DATE (C01,  *
000174*                     C02 ...), SO TWO CYCLES ON ONE DATE    *
000176*                     CAN BE TOLD APART.                     *
000178************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
000464     05  WS-STEP-DATE            PIC 9(08).
000466     05  WS-RC-DISP              PIC 9(04).
000468     05  WS-STEP-NBR-DISP        PIC 99.
000469     05  WS-CYCLE-DISP           PIC 9(02).
000470 PROCEDURE DIVISION.
000480*
000490************************************************************
000860************************************************************
000870*    3000-SHOW-RECORD - ONE LINE PER LEDGER ENTRY.  THE 'S'  *
000880*    LINE SHOWS THE INPUT SIZE, THE 'C' LINE THE OUTCOME.    *
000883*    THE BATCH CYCLE FOLLOWS THE DATE; AN ENTRY WRITTEN      *
000886*    BEFORE CYCLES WERE CARRIED SHOWS AS CYCLE 01.           *
000890************************************************************
000900 3000-SHOW-RECORD.
000910     MOVE SPACES TO WS-DETAIL-LINE.
000920     MOVE 1 TO WS-DETAIL-POINTER.
000930     MOVE CMPD-RUN-NBR TO WS-RUN-DISP.
000932     MOVE 1 TO WS-CYCLE-DISP.
000934     IF CMPD-CYCLE-NBR IS NUMERIC AND CMPD-CYCLE-NBR > ZERO
000936         MOVE CMPD-CYCLE-NBR TO WS-CYCLE-DISP
000938     END-IF.
000940     IF CMPD-COMPLETED
000950         MOVE "COMPLETED" TO WS-STATUS-DISP
000960     ELSE
001000         WS-RUN-DISP DELIMITED BY SIZE
001010         " " DELIMITED BY SIZE
001020         CMPD-RUN-DATE DELIMITED BY SIZE
001023         " C" DELIMITED BY SIZE
001026         WS-CYCLE-DISP DELIMITED BY SIZE
001030         " " DELIMITED BY SIZE
001040         WS-STATUS-DISP DELIMITED BY SIZE
001050         INTO WS-DETAIL-LINE
002160     END-IF.
002170     MOVE CMPP-STEP-NBR TO WS-STEP-NBR-DISP.
002180     MOVE CMPP-RETURN-CODE TO WS-RC-DISP.
002182     MOVE 1 TO WS-CYCLE-DISP.
002184     IF CMPP-CYCLE-NBR IS NUMERIC AND CMPP-CYCLE-NBR > ZERO
002186         MOVE CMPP-CYCLE-NBR TO WS-CYCLE-DISP
002188     END-IF.
002190     MOVE SPACES TO WS-DETAIL-LINE.
002200     MOVE 1 TO WS-DETAIL-POINTER.
002205     STRING "C" DELIMITED BY SIZE
002210         WS-CYCLE-DISP DELIMITED BY SIZE
002215         " STEP " DELIMITED BY SIZE
002220         WS-STEP-NBR-DISP DELIMITED BY SIZE
002230         " " DELIMITED BY SIZE
002240         CMPP-STEP-NAME DELIMITED BY SIZE
