000246*                     THE SAME TRAIL THE OTHER MAINTENANCE   *
000247*                     SCREENS WRITE - A WRONG RATE MOVES     *
000248*                     EVERY NON-USD COMPARISON.              *
000249*    10/15/2026  DWS  DUAL CONTROL - ADDS, CHANGES AND       *
000250*                     DELETES NO LONGER TOUCH CMPRRATE.      *
000251*                     EACH IS FILED ON CMPRPEND THROUGH      *
000252*                     CONDPEND AND ONLY REACHES THE MASTER   *
000253*                     (AND CMPRMAUD) WHEN A DIFFERENT        *
000254*                     LEVEL-3 OPERATOR APPROVES IT ON        *
000255*                     CONDAPRV.                              *
000256************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CMPY-RATE-KEY
000360         FILE STATUS IS WS-RATE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CMPRRATE
000400     RECORDING MODE IS F.
000410 COPY CMPRATE.
000420 WORKING-STORAGE SECTION.
000430 01  WS-SWITCHES.
000440     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
000450     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000460         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000470     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000570     05  WS-MORE-REPLY           PIC X(01).
000580     05  WS-DETAIL-LINE          PIC X(78).
000590     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000591     05  WS-PEND-NBR-DISP        PIC 9(08).
000592 01  WS-AUDIT-WORK.
000593     05  WS-USERID               PIC X(08).
000594     05  WS-CURRENT-DATE         PIC 9(08).
000596     05  WS-MAINT-KEY            PIC X(16).
000597     05  WS-BEFORE-IMAGE         PIC X(160).
000598     05  WS-AFTER-IMAGE          PIC X(160).
000599 COPY CMPPREQ.
000600*
000610 PROCEDURE DIVISION.
000620*
001990     END-IF.
002000     MOVE WS-CURR-EDIT TO CMPY-CURRENCY-CODE.
002010     MOVE WS-DATE-EDIT TO CMPY-RATE-DATE.
002025     READ CMPRRATE
002040         INVALID KEY
002043             CONTINUE
002046         NOT INVALID KEY
002050             MOVE "RATE ALREADY ON FILE FOR THAT KEY"
002060                 TO WS-ERROR-MESSAGE
002066             GO TO 4000-EXIT
002072     END-READ.
002078     MOVE WS-RATE-9 TO CMPY-RATE-TO-BASE.
002084     MOVE 'A' TO WS-MAINT-ACTION.
002090     MOVE SPACES TO WS-BEFORE-IMAGE.
002096     MOVE CMPY-RATE-RECORD TO WS-AFTER-IMAGE.
002102     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
002110 4000-EXIT.
002120     EXIT.
002130*
002480*
002490************************************************************
002500*    5000-CHANGE-RATE - SHOW WHAT IS THERE, TAKE A FULL      *
002506*    REPLACEMENT RATE UNDER THE SAME EDIT AS AN ADD.  LIKE   *
002512*    AN ADD OR A DELETE, IT WAITS ON CMPRPEND FOR APPROVAL.  *
002520************************************************************
002530 5000-CHANGE-RATE.
002540     DISPLAY ERASE.
002730         GO TO 5000-EXIT
002740     END-IF.
002750     MOVE WS-RATE-9 TO CMPY-RATE-TO-BASE.
002764     MOVE CMPY-RATE-RECORD TO WS-AFTER-IMAGE.
002778     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
002792         MOVE "NOTHING WAS CHANGED" TO WS-ERROR-MESSAGE
002806         GO TO 5000-EXIT
002820     END-IF.
002823     MOVE 'C' TO WS-MAINT-ACTION.
002826     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
002830 5000-EXIT.
002840     EXIT.
002850*
003090         MOVE "DELETE ABANDONED" TO WS-ERROR-MESSAGE
003100         GO TO 6000-EXIT
003110     END-IF.
003130     MOVE 'D' TO WS-MAINT-ACTION.
003150     MOVE SPACES TO WS-AFTER-IMAGE.
003170     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
003190 6000-EXIT.
003200     EXIT.
003201*
003202************************************************************
003203*    7000-FILE-PENDING-CHANGE - THE BEFORE AND AFTER IMAGES  *
003204*    GO TO CMPRPEND THROUGH CONDPEND, UNDER THE SAME         *
003205*    CURRENCY-PLUS-DATE KEY THE CMPRMAUD TRAIL USES.  THE    *
003206*    RATE ITSELF CHANGES, AND THE TRAIL IS WRITTEN, WHEN A   *
003207*    DIFFERENT LEVEL-3 OPERATOR APPROVES IT ON CONDAPRV.     *
003208************************************************************
003209 7000-FILE-PENDING-CHANGE.
003210     MOVE SPACES TO WS-MAINT-KEY.
003211     STRING WS-CURR-EDIT DELIMITED BY SIZE
003212         " " DELIMITED BY SIZE
003213         WS-DATE-EDIT DELIMITED BY SIZE
003214         INTO WS-MAINT-KEY.
003215     MOVE "CONDRATE" TO CMPJ-PROGRAM.
003216     MOVE WS-MAINT-ACTION TO CMPJ-ACTION.
003217     MOVE WS-MAINT-KEY TO CMPJ-RECORD-KEY.
003218     MOVE WS-USERID TO CMPJ-MAKER-USERID.
003219     MOVE WS-BEFORE-IMAGE TO CMPJ-BEFORE-IMAGE.
003220     MOVE WS-AFTER-IMAGE TO CMPJ-AFTER-IMAGE.
003221     CALL "CONDPEND" USING CMPJ-PENDING-REQUEST.
003222     MOVE CMPJ-PEND-NBR TO WS-PEND-NBR-DISP.
003223     MOVE SPACES TO WS-ERROR-MESSAGE.
003224     EVALUATE TRUE
003225         WHEN CMPJ-FILED
003226             STRING "SENT FOR APPROVAL AS CHANGE "
003227                     DELIMITED BY SIZE
003228                 WS-PEND-NBR-DISP DELIMITED BY SIZE
003229                 INTO WS-ERROR-MESSAGE
003230         WHEN CMPJ-ALREADY-PENDING
003231             STRING "CHANGE " DELIMITED BY SIZE
003232                 WS-PEND-NBR-DISP DELIMITED BY SIZE
003233                 " ALREADY AWAITS APPROVAL" DELIMITED BY SIZE
003234                 INTO WS-ERROR-MESSAGE
003235         WHEN OTHER
003236             MOVE "PENDING CHANGE FILE NOT AVAILABLE"
003237                 TO WS-ERROR-MESSAGE
003238     END-EVALUATE.
003241 7000-EXIT.
003242     EXIT.
003243*
