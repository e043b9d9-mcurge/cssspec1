000194*                     OPEN - SEPARATELY, SO THE MORNING      *
000195*                     REVIEW IS A WORKLIST AND A MISSED      *
000196*                     PAGE IS NOT A MISSED EXCEPTION.        *
000197*    10/15/2026  DWS  AGED EXCEPTIONS ARE NOW AGED IN        *
000198*                     BUSINESS DAYS ON THE CMPRCALN          *
000199*                     PROCESSING CALENDAR - LISTED ONCE AT   *
000200*                     LEAST ONE BUSINESS DAY HAS PASSED,     *
000201*                     WITH THE AGE SHOWN.                    *
000202*    10/15/2026  DWS  EVERY AGED UNCLEARED EXCEPTION IS ALSO *
000203*                     RAISED AS A WARNING ALERT ON CMPRALRT  *
000204*                     (THROUGH CONDALRT) AGAINST ITS         *
000205*                     SEQUENCE NUMBER.                       *
000206************************************************************
000207 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000560     05  WS-SEQ-DISP             PIC 9(08).
000570     05  WS-VALUE-SUB            PIC 9(02) COMP.
000580     05  WS-LINE-POINTER         PIC 9(04) COMP.
000585     05  WS-AGE-DISP             PIC ZZZZ9.
000590 01  WS-DATE-WORK.
000600     05  WS-CURRENT-DATE         PIC 9(08).
000610     05  WS-REPORT-DATE          PIC 9(08).
000613 COPY CMPBCAL.
000616 COPY CMPALRQ.
000620*
000630 PROCEDURE DIVISION.
000640*
002200     END-IF.
002210 6000-EXIT.
002220     EXIT.
002221*
002222************************************************************
002223*    6500-REPORT-AGED-OPEN - SECOND PASS OVER THE WHOLE      *
002224*    EXCEPTION FILE FOR BREACHES AT LEAST ONE BUSINESS DAY   *
002225*    OLD AT THE REPORT DATE THAT STILL HAVE NO DISPOSITION.  *
002226*    THESE ARE THE ONES A MISSED PAGE WOULD OTHERWISE BURY   *
002227*    FOREVER.  AGE IS COUNTED ON THE CMPRCALN PROCESSING     *
002228*    CALENDAR, SO A FRIDAY BREACH IS NOT THREE DAYS OLD ON   *
002229*    MONDAY AND A HOLIDAY DOES NOT AGE ANYTHING.             *
002236************************************************************
002237 6500-REPORT-AGED-OPEN.
002238     MOVE SPACES TO XCPR-PRINT-LINE.
002239     WRITE XCPR-PRINT-LINE.
002241     MOVE "AGED UNCLEARED EXCEPTIONS (1 BUSINESS DAY OR MORE)"
002242         TO XCPR-PRINT-LINE.
002243     WRITE XCPR-PRINT-LINE.
002244     IF WS-NO-XCPT-FILE
002267         WRITE XCPR-PRINT-LINE
002268     END-IF.
002269 6500-EXIT.
002270     EXIT.
002271*
002272 6600-CHECK-ONE-AGED.
002273     IF CMPE-RUN-DATE < WS-REPORT-DATE
002274         MOVE 'C' TO CMPB-FUNCTION
002275         MOVE CMPE-RUN-DATE TO CMPB-DATE-1
002276         MOVE WS-REPORT-DATE TO CMPB-DATE-2
002277         CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST
002278         IF CMPB-DAY-COUNT > ZERO
002279             PERFORM 3500-LOOK-UP-STATUS THRU 3500-EXIT
002280             IF WS-EXCEPTION-OPEN
002281                 ADD 1 TO WS-AGED-OPEN-COUNT
002282                 PERFORM 6700-NAME-THE-RULE THRU 6700-EXIT
002283                 PERFORM 3200-PRINT-HEADER-LINE THRU 3200-EXIT
002284                 PERFORM 6800-PRINT-AGE THRU 6800-EXIT
002285                 PERFORM 7700-RAISE-AGED-ALERT THRU 7700-EXIT
002286             END-IF
002287         END-IF
002288     END-IF.
002289     PERFORM 2000-READ-XCPT THRU 2000-EXIT.
002290 6600-EXIT.
002291     EXIT.
002292*
002293 6700-NAME-THE-RULE.
002294     EVALUATE TRUE
002305 6700-EXIT.
002306     EXIT.
002308*
002318 6800-PRINT-AGE.
002328     MOVE CMPB-DAY-COUNT TO WS-AGE-DISP.
002338     MOVE SPACES TO XCPR-PRINT-LINE.
002348     STRING "    AGE " DELIMITED BY SIZE
002358         WS-AGE-DISP DELIMITED BY SIZE
002368         " BUSINESS DAY(S)" DELIMITED BY SIZE
002378         INTO XCPR-PRINT-LINE.
002388     WRITE XCPR-PRINT-LINE.
002398 6800-EXIT.
002408     EXIT.
002418*
002428************************************************************
002438*    7700-RAISE-AGED-ALERT - EVERY AGED UNCLEARED EXCEPTION  *
002448*    ALSO GOES ON CMPRALRT AS A WARNING AGAINST ITS AUDIT    *
002458*    SEQUENCE NUMBER, SO IT REACHES THE MONITORING TOOL AND  *
002468*    THE ALERT BOARD.  RUNNING THE REPORT AGAIN FOR THE SAME *
002478*    DATE DOES NOT RAISE IT TWICE.                           *
002488************************************************************
002498 7700-RAISE-AGED-ALERT.
002508     MOVE 'W' TO CMPZ-SEVERITY.
002518     MOVE "CONDEXCP" TO CMPZ-SOURCE-PGM.
002528     MOVE WS-REPORT-DATE TO CMPZ-RUN-DATE.
002538     MOVE "SEQ " TO CMPZ-OBJECT-TYPE.
002548     MOVE CMPE-SEQ-NBR TO CMPZ-OBJECT-ID.
002558     MOVE SPACES TO CMPZ-MESSAGE.
002568     STRING WS-RULE-DISP DELIMITED BY SPACE
002578         " EXCEPTION STILL OPEN AFTER" DELIMITED BY SIZE
002588         WS-AGE-DISP DELIMITED BY SIZE
002598         " BUSINESS DAY(S)" DELIMITED BY SIZE
002608         INTO CMPZ-MESSAGE.
002618     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
002628 7700-EXIT.
002638     EXIT.
002648*
002658************************************************************
002668*    8000-TERMINATE                                         *
002678************************************************************
002688 8000-TERMINATE.
002698     IF WS-XCPT-STATUS NOT = "35"
002708         CLOSE CMPRXCPT
002718     END-IF.
002728     IF WS-STATUS-USABLE
002738         CLOSE CMPRXCPS
002748     END-IF.
002758     CLOSE CMPRXCPR.
002768     DISPLAY "CONDEXCP COMPLETE - EXCEPTIONS: " NO ADVANCING.
002778     DISPLAY WS-TOTAL-COUNT NO ADVANCING.
002788     DISPLAY "  AGED OPEN: " NO ADVANCING.
002798     DISPLAY WS-AGED-OPEN-COUNT.
002808 8000-EXIT.
002818     EXIT.
