000187*                     FREQUENCY (D DAILY, W WEEKLY, O        *
000188*                     ON-DEMAND; BLANK DEFAULTS TO D ON      *
000189*                     ADD) SO THE CONDFMON MONITOR CAN       *
000190*                     CHASE A DAILY FEED THAT GOES QUIET.    *
000191*    10/15/2026  DWS  DUAL CONTROL - ADDS, CHANGES AND       *
000192*                     DEACTIVATES NO LONGER TOUCH CMPRFEED.  *
000193*                     EACH IS FILED ON CMPRPEND THROUGH      *
000194*                     CONDPEND AND ONLY REACHES THE MASTER   *
000195*                     (AND CMPRMAUD) WHEN A DIFFERENT        *
000196*                     LEVEL-3 OPERATOR APPROVES IT ON        *
000197*                     CONDAPRV.                              *
000198************************************************************
000199 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000220 OBJECT-COMPUTER.   IBM-370.
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CMPF-FEED-ID
000290         FILE STATUS IS WS-FEED-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  CMPRFEED
000330     RECORDING MODE IS F.
000340 COPY CMPFEED.
000350 WORKING-STORAGE SECTION.
000360 01  WS-SWITCHES.
000370     05  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
000380     05  WS-QUIT-SWITCH          PIC X(01) VALUE 'N'.
000390         88  WS-QUIT-REQUESTED           VALUE 'Y'.
000400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000490     05  WS-MORE-REPLY           PIC X(01).
000500     05  WS-DETAIL-LINE          PIC X(78).
000510     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000511     05  WS-PEND-NBR-DISP        PIC 9(08).
000512 01  WS-AUDIT-WORK.
000513     05  WS-USERID               PIC X(08).
000514     05  WS-CURRENT-DATE         PIC 9(08).
000515     05  WS-MAINT-ACTION         PIC X(01).
000516     05  WS-BEFORE-IMAGE         PIC X(160).
000517     05  WS-AFTER-IMAGE          PIC X(160).
000518 COPY CMPPREQ.
000520*
000530 PROCEDURE DIVISION.
000540*
001720     EXIT.
001730*
001740************************************************************
001746*    4000-ADD-FEED - A NEW FEED GOES ON ACTIVE ONCE A        *
001752*    SECOND OPERATOR APPROVES IT.                            *
001760************************************************************
001770 4000-ADD-FEED.
001780     DISPLAY ERASE.
001830         MOVE "FEED ID MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
001840         GO TO 4000-EXIT
001850     END-IF.
001851     MOVE WS-ID-EDIT TO CMPF-FEED-ID.
001852     READ CMPRFEED
001853         INVALID KEY
001854             CONTINUE
001855         NOT INVALID KEY
001856             MOVE "FEED ID IS ALREADY ON FILE" TO WS-ERROR-MESSAGE
001857             GO TO 4000-EXIT
001858     END-READ.
001860     DISPLAY "FEED NAME         :" LINE 5 COL 5.
001870     ACCEPT WS-NAME-EDIT LINE 5 COL 25.
001880     IF WS-NAME-EDIT = SPACES
001949             SET CMPF-DAILY TO TRUE
001951     END-EVALUATE.
001952     SET CMPF-ACTIVE TO TRUE.
001959     MOVE 'A' TO WS-MAINT-ACTION.
001966     MOVE SPACES TO WS-BEFORE-IMAGE.
001973     MOVE CMPF-FEED-RECORD TO WS-AFTER-IMAGE.
001980     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
001990 4000-EXIT.
002000     EXIT.
002010*
002020************************************************************
002030*    5000-CHANGE-FEED - BLANK REPLIES KEEP WHAT IS THERE,    *
002040*    SO A NAME FIX DOES NOT DISTURB THE ACTIVE FLAG AND      *
002046*    THE FLAG CAN BE SET BACK TO 'A' TO REACTIVATE.  THE     *
002052*    MASTER IS NOT TOUCHED UNTIL THE CHANGE IS APPROVED.     *
002060************************************************************
002070 5000-CHANGE-FEED.
002080     DISPLAY ERASE.
002330             SET CMPF-INACTIVE TO TRUE
002340         END-IF
002350     END-IF.
002359     MOVE CMPF-FEED-RECORD TO WS-AFTER-IMAGE.
002368     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
002377         MOVE "NOTHING WAS CHANGED" TO WS-ERROR-MESSAGE
002386         GO TO 5000-EXIT
002399     END-IF.
002401     MOVE 'C' TO WS-MAINT-ACTION.
002403     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
002405 5000-EXIT.
002410     EXIT.
002420*
002430************************************************************
002560             GO TO 6000-EXIT
002570     END-READ.
002572     MOVE CMPF-FEED-RECORD TO WS-BEFORE-IMAGE.
002573     IF CMPF-INACTIVE
002574         MOVE "FEED IS ALREADY INACTIVE" TO WS-ERROR-MESSAGE
002575         GO TO 6000-EXIT
002576     END-IF.
002580     SET CMPF-INACTIVE TO TRUE.
002592     MOVE 'X' TO WS-MAINT-ACTION.
002604     MOVE CMPF-FEED-RECORD TO WS-AFTER-IMAGE.
002616     PERFORM 7000-FILE-PENDING-CHANGE THRU 7000-EXIT.
002630 6000-EXIT.
002640     EXIT.
002641*
002642************************************************************
002643*    7000-FILE-PENDING-CHANGE - THE BEFORE AND AFTER IMAGES  *
002644*    THE CALLER SET ASIDE GO TO CMPRPEND THROUGH CONDPEND.   *
002645*    THE MASTER AND THE CMPRMAUD TRAIL ARE UPDATED BY        *
002646*    CONDAPRV WHEN A DIFFERENT LEVEL-3 OPERATOR APPROVES.    *
002647************************************************************
002648 7000-FILE-PENDING-CHANGE.
002649     MOVE "CONDFEED" TO CMPJ-PROGRAM.
002650     MOVE WS-MAINT-ACTION TO CMPJ-ACTION.
002651     MOVE CMPF-FEED-ID TO CMPJ-RECORD-KEY.
002652     MOVE WS-USERID TO CMPJ-MAKER-USERID.
002653     MOVE WS-BEFORE-IMAGE TO CMPJ-BEFORE-IMAGE.
002654     MOVE WS-AFTER-IMAGE TO CMPJ-AFTER-IMAGE.
002655     CALL "CONDPEND" USING CMPJ-PENDING-REQUEST.
002656     MOVE CMPJ-PEND-NBR TO WS-PEND-NBR-DISP.
002657     MOVE SPACES TO WS-ERROR-MESSAGE.
002658     EVALUATE TRUE
002659         WHEN CMPJ-FILED
002660             STRING "SENT FOR APPROVAL AS CHANGE "
002661                     DELIMITED BY SIZE
002662                 WS-PEND-NBR-DISP DELIMITED BY SIZE
002663                 INTO WS-ERROR-MESSAGE
002664         WHEN CMPJ-ALREADY-PENDING
002665             STRING "CHANGE " DELIMITED BY SIZE
002666                 WS-PEND-NBR-DISP DELIMITED BY SIZE
002667                 " ALREADY AWAITS APPROVAL" DELIMITED BY SIZE
002668                 INTO WS-ERROR-MESSAGE
002669         WHEN OTHER
002670             MOVE "PENDING CHANGE FILE NOT AVAILABLE"
002671                 TO WS-ERROR-MESSAGE
002672     END-EVALUATE.
002675 7000-EXIT.
002676     EXIT.
002677*
