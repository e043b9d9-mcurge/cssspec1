000296*                     ITEM IS REQUIRED, AT MOST 8 CHARS,     *
000297*                     AND IS CARRIED ONTO CMPRTRAN SO THE    *
000298*                     WHOLE CHAIN KNOWS WHAT WAS COMPARED.   *
000299*    10/15/2026  DWS  A DETAIL'S ITEM MUST NOW BE KNOWN AND  *
000300*                     ACTIVE ON THE NEW CMPRITEM MASTER.  AN *
000301*                     UNKNOWN OR INACTIVE ITEM IS NAMED ON   *
000302*                     THE REPORT AS A BAD LINE AND REFUSES   *
000303*                     THE FILE LIKE ANY OTHER.               *
000304*    10/15/2026  DWS  EVERY REASON A FILE IS REFUSED IS ALSO *
000305*                     RAISED AS AN ALERT ON CMPRALRT         *
000306*                     (THROUGH CONDALRT) AGAINST THE RUN     *
000307*                     DATE.                                  *
000308************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000430     SELECT CMPRCNVR ASSIGN TO "CMPRCNVR"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CNVR-STATUS.
000451     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS CMPI-ITEM-ID
000455         FILE STATUS IS WS-ITEM-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CMPRPRIC
000540 FD  CMPRCNVR
000550     RECORDING MODE IS F.
000560 01  CNVR-PRINT-LINE             PIC X(80).
000562 FD  CMPRITEM
000564     RECORDING MODE IS F.
000566 COPY CMPITEM.
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-PRIC-STATUS          PIC X(02) VALUE SPACES.
000600     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
000610     05  WS-CNVR-STATUS          PIC X(02) VALUE SPACES.
000612     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000614     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000616         88  WS-ITEMS-USABLE             VALUE 'Y'.
000620     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000630         88  WS-END-OF-PRIC              VALUE 'Y'.
000640     05  WS-FILE-GOOD-SWITCH     PIC X(01) VALUE 'Y'.
001060     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
001070     05  WS-HASH-DISP            PIC -(13)9.99.
001080     05  WS-REASON               PIC X(30).
001083 01  WS-DATE-WORK.
001086     05  WS-CURRENT-DATE         PIC 9(08).
001090 COPY CMPAMTP.
001095 COPY CMPALRQ.
001100*
001110 PROCEDURE DIVISION.
001120*
001290*    1000-INITIALIZE                                        *
001300************************************************************
001310 1000-INITIALIZE.
001315     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001320     OPEN OUTPUT CMPRCNVR.
001330     MOVE "CONDCNVT - PRICING INTERFACE CONTROL REPORT"
001340         TO CNVR-PRINT-LINE.
001410             TO CNVR-PRINT-LINE
001420         WRITE CNVR-PRINT-LINE
001430         SET WS-FILE-REFUSED TO TRUE
001432         MOVE "PRICING FILE REFUSED - CMPRPRIC NOT FOUND"
001434             TO CMPZ-MESSAGE
001436         PERFORM 7700-RAISE-REFUSED-ALERT THRU 7700-EXIT
001440         GO TO 1000-EXIT
001450     END-IF.
001460     OPEN OUTPUT CMPRTRAN.
001470     SET WS-TRAN-TOUCHED TO TRUE.
001472     OPEN INPUT CMPRITEM.
001474     IF WS-ITEM-STATUS = "00"
001476         SET WS-ITEMS-USABLE TO TRUE
001478     END-IF.
001480 1000-EXIT.
001490     EXIT.
001500*
002410*    GOOD DETAIL IS WRITTEN TO CMPRTRAN AT ONCE AND ITS      *
002420*    VALUES GO INTO THE RUNNING HASH; A BAD ONE IS NAMED     *
002430*    ON THE REPORT AND SKIPPED, WHICH WILL THROW THE         *
002436*    TRAILER COUNT AND REFUSE THE FILE.  THE ITEM MUST BE    *
002442*    KNOWN AND ACTIVE ON THE CMPRITEM MASTER.                *
002450************************************************************
002460 3200-TAKE-DETAIL.
002470     MOVE 'Y' TO WS-LINE-GOOD-SWITCH.
002576         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
002577         GO TO 3200-EXIT
002578     END-IF.
002579     PERFORM 3220-CHECK-ITEM-MASTER THRU 3220-EXIT.
002580     IF WS-LINE-BAD
002581         PERFORM 7000-PRINT-BAD-LINE THRU 7000-EXIT
002582         GO TO 3200-EXIT
002583     END-IF.
002584     MOVE WS-FLD(3) TO WS-CNT-IN.
002590     PERFORM 3150-EDIT-COUNT-FIELD THRU 3150-EXIT.
002600     IF NOT WS-CNT-GOOD
002610         MOVE "VALUE COUNT NOT NUMERIC" TO WS-REASON
002810     WRITE CMPT-TRANSACTION-RECORD.
002820     ADD 1 TO WS-ACCEPTED-COUNT.
002830 3200-EXIT.
002831     EXIT.
002832*
002833************************************************************
002834*    3220-CHECK-ITEM-MASTER - DIRECT READ FOR THE DETAIL'S   *
002835*    ITEM.  UNKNOWN OR INACTIVE MARKS THE LINE BAD WITH THE  *
002836*    REASON, SO A MISKEYED ITEM NEVER REACHES CMPRTRAN.      *
002837************************************************************
002838 3220-CHECK-ITEM-MASTER.
002839     IF NOT WS-ITEMS-USABLE
002840         MOVE "CMPRITEM ITEM MASTER NOT FOUND" TO WS-REASON
002841         MOVE 'N' TO WS-LINE-GOOD-SWITCH
002842         GO TO 3220-EXIT
002843     END-IF.
002844     MOVE WS-FLD(2)(1:8) TO CMPI-ITEM-ID.
002845     READ CMPRITEM
002846         INVALID KEY
002847             MOVE "ITEM NOT ON CMPRITEM MASTER" TO WS-REASON
002848             MOVE 'N' TO WS-LINE-GOOD-SWITCH
002849         NOT INVALID KEY
002850             IF NOT CMPI-ACTIVE
002851                 MOVE "ITEM INACTIVE ON CMPRITEM" TO WS-REASON
002852                 MOVE 'N' TO WS-LINE-GOOD-SWITCH
002853             END-IF
002854     END-READ.
002855 3220-EXIT.
002856     EXIT.
002857*
002860 3250-TAKE-ONE-PAIR.
002870     COMPUTE WS-FLD-SUB = (WS-SLOT-SUB * 2) + 2.
002880     IF WS-FLD(WS-FLD-SUB) = SPACES
004410         MOVE "NO HEADER RECORD ON THE FILE" TO CNVR-PRINT-LINE
004420         WRITE CNVR-PRINT-LINE
004430         SET WS-FILE-REFUSED TO TRUE
004432         MOVE "PRICING FILE REFUSED - NO HEADER RECORD"
004434             TO CMPZ-MESSAGE
004436         PERFORM 7700-RAISE-REFUSED-ALERT THRU 7700-EXIT
004440     END-IF.
004450     IF NOT WS-TRAILER-SEEN
004460         MOVE "NO TRAILER RECORD ON THE FILE" TO CNVR-PRINT-LINE
004470         WRITE CNVR-PRINT-LINE
004480         SET WS-FILE-REFUSED TO TRUE
004482         MOVE "PRICING FILE REFUSED - NO TRAILER RECORD"
004484             TO CMPZ-MESSAGE
004486         PERFORM 7700-RAISE-REFUSED-ALERT THRU 7700-EXIT
004490         GO TO 5000-EXIT
004500     END-IF.
004510     IF WS-TRAILER-COUNT NOT = WS-ACCEPTED-COUNT
004530             TO CNVR-PRINT-LINE
004540         WRITE CNVR-PRINT-LINE
004550         SET WS-FILE-REFUSED TO TRUE
004552         MOVE "PRICING FILE REFUSED - COUNT OUT OF BALANCE"
004554             TO CMPZ-MESSAGE
004556         PERFORM 7700-RAISE-REFUSED-ALERT THRU 7700-EXIT
004560     END-IF.
004570     IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
004580         MOVE "TRAILER HASH DOES NOT MATCH VALUES READ"
004590             TO CNVR-PRINT-LINE
004600         WRITE CNVR-PRINT-LINE
004610         SET WS-FILE-REFUSED TO TRUE
004612         MOVE "PRICING FILE REFUSED - HASH OUT OF BALANCE"
004614             TO CMPZ-MESSAGE
004616         PERFORM 7700-RAISE-REFUSED-ALERT THRU 7700-EXIT
004620     END-IF.
004630 5000-EXIT.
004640     EXIT.
005250     EXIT.
005260*
005270************************************************************
005271*    7700-RAISE-REFUSED-ALERT - EVERY REASON A FILE IS       *
005272*    REFUSED ALSO GOES ON CMPRALRT AS AN ERROR AGAINST THE   *
005273*    RUN DATE (THE PRICING FILE CARRIES NO FEED ID OF ITS    *
005274*    OWN), SO IT REACHES THE MONITORING TOOL AND THE ALERT   *
005275*    BOARD.                                                  *
005276************************************************************
005277 7700-RAISE-REFUSED-ALERT.
005278     MOVE 'E' TO CMPZ-SEVERITY.
005279     MOVE "CONDCNVT" TO CMPZ-SOURCE-PGM.
005280     MOVE WS-CURRENT-DATE TO CMPZ-RUN-DATE.
005281     MOVE "DATE" TO CMPZ-OBJECT-TYPE.
005282     MOVE WS-CURRENT-DATE TO CMPZ-OBJECT-ID.
005283     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
005284 7700-EXIT.
005285     EXIT.
005286*
005287************************************************************
005288*    8000-TERMINATE - A REFUSED FILE LEAVES AN EMPTY         *
005290*    CMPRTRAN SO A HALF-CONVERTED INPUT CAN NEVER REACH      *
005300*    CONDBAT, AND RETURN CODE 8 STOPS THE SCHEDULE.          *
005310************************************************************
005450         DISPLAY "CONDCNVT COMPLETE - ACCEPTED: " NO ADVANCING
005460         DISPLAY WS-ACCEPTED-COUNT
005470     END-IF.
005472     IF WS-ITEMS-USABLE
005474         CLOSE CMPRITEM
005476     END-IF.
005480     CLOSE CMPRCNVR.
005490 8000-EXIT.
005500     EXIT.
