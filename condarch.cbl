000292*                     RESTORE NOW ZERO-FILLS THEM SO THE     *
000293*                     CMPAUDT CONTRACT HOLDS ON THE LIVE     *
000294*                     FILE.                                  *
000295*    10/15/2026  DWS  THE VOID SEQUENCE AND VOIDED-BY FIELDS *
000296*                     ARE ZERO-FILLED ON OLD RECORDS WHEN    *
000297*                     THEY ARE RESTORED FROM CMPRARCH.       *
000298*    10/15/2026  DWS  THE NEW CHOSEN WINNER VALUE IS ZERO-   *
000299*                     FILLED ON RESTORE LIKE THE OTHER       *
000300*                     APPENDED NUMERICS.                     *
000301*    10/15/2026  DWS  THE BATCH CYCLE APPENDED TO THE AUDIT  *
000302*                     LAYOUT IS ZERO-FILLED ON RESTORE WITH  *
000303*                     THE OTHER APPENDED NUMERICS.           *
000304*    10/15/2026  DWS  RETENTION IS NOW COUNTED IN BUSINESS   *
000305*                     DAYS ON THE CMPRCALN PROCESSING        *
000306*                     CALENDAR (CUTOFF FROM CONDCALN) AND    *
000307*                     SHOWN ON THE CONTROL REPORT.           *
000308*    10/15/2026  DWS  PER-SLOT RATE DATES ON HISTORY WRITTEN *
000309*                     BEFORE THE FIELD EXISTED ARE ZERO-     *
000310*                     FILLED WITH THE OTHER OLD NUMERICS.    *
000311*    10/15/2026  DWS  EVERY DAY ABOUT TO LEAVE CMPRHIST IS   *
000312*                     FIRST SUMMED ONTO THE CMPRSUMM DAILY   *
000313*                     SUMMARY THROUGH CONDSUMB.  IF THAT     *
000314*                     FAILS NOTHING IS ARCHIVED OR PURGED.   *
000315*                     CMPRSUMM IS NEVER PURGED, SO TREND AND *
000316*                     BIAS FIGURES OUTLIVE THE DETAIL.       *
000317************************************************************
000318 ENVIRONMENT DIVISION.
000319 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
001040     05  WS-CURRENT-DATE         PIC 9(08).
001050     05  WS-RETENTION-DAYS       PIC 9(03).
001060     05  WS-CUTOFF-DATE          PIC 9(08).
001080     05  WS-RESTORE-DATE         PIC 9(08).
001082 COPY CMPBCAL.
001084 COPY CMPSMRQ.
001086 01  WS-SLOT-SUB                 PIC 9(02) COMP.
001090*
001100 PROCEDURE DIVISION.
001110*
001180         GOBACK
001190     END-IF.
001200     IF WS-ARCHIVE-MODE
001204         PERFORM 1500-SUMMARISE-OLD-DAYS THRU 1500-EXIT
001208         IF NOT WS-HIST-UNAVAILABLE
001212             PERFORM 2000-ARCHIVE-HISTORY THRU 2000-EXIT
001216         END-IF
001220         IF NOT WS-HIST-UNAVAILABLE
001230             PERFORM 3000-PURGE-AUDIT THRU 3000-EXIT
001240             PERFORM 3500-REBUILD-AUDIT THRU 3500-EXIT
001370*    BLANK MODE DEFAULTS TO ARCHIVE; A BLANK OR NON-NUMERIC  *
001380*    RETENTION DEFAULTS TO 90 DAYS; A RESTORE WITH NO        *
001390*    USABLE RUN DATE IS ABANDONED WITH RETURN CODE 8.        *
001396*    RETENTION IS IN BUSINESS DAYS ON THE CMPRCALN           *
001402*    PROCESSING CALENDAR, SO THE CUTOFF IS THE DATE THAT     *
001408*    MANY BUSINESS DAYS BACK FROM TODAY.  EVERYTHING WITH A  *
001414*    RUN DATE BEFORE THE CUTOFF IS ELIGIBLE TO BE ARCHIVED.  *
001420************************************************************
001430 1000-INITIALIZE.
001440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001600             GO TO 1000-EXIT
001610     END-EVALUATE.
001620     IF WS-ARCHIVE-MODE
001626         DISPLAY "CONDARCH - RETAIN HOW MANY BUSINESS DAYS "
001632             "(BLANK = 090)"
001640         ACCEPT WS-DAYS-EDIT
001650         IF WS-DAYS-EDIT IS NUMERIC AND WS-DAYS-EDIT NOT = "000"
001660             MOVE WS-DAYS-EDIT TO WS-RETENTION-DAYS
001670         ELSE
001680             MOVE 90 TO WS-RETENTION-DAYS
001690         END-IF
001700         MOVE 'K' TO CMPB-FUNCTION
001710         MOVE WS-CURRENT-DATE TO CMPB-DATE-1
001720         MOVE WS-RETENTION-DAYS TO CMPB-DAY-COUNT
001730         CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST
001740         MOVE CMPB-RESULT-DATE TO WS-CUTOFF-DATE
001750     ELSE
001760         DISPLAY "CONDARCH - RESTORE WHICH RUN DATE (YYYYMMDD)"
001770         ACCEPT WS-DATE-EDIT
001880     END-IF.
001890     OPEN OUTPUT CMPRARCR.
001900 1000-EXIT.
001901     EXIT.
001902*
001903************************************************************
001904*    1500-SUMMARISE-OLD-DAYS - BEFORE ANYTHING LEAVES        *
001905*    CMPRHIST, EVERY DAY DATED BEFORE THE CUTOFF IS SUMMED   *
001906*    AGAIN ONTO CMPRSUMM THROUGH CONDSUMB, SO THE TREND AND  *
001907*    BIAS FIGURES OUTLIVE THE DETAIL.  CMPRSUMM ITSELF IS    *
001908*    NEVER PURGED.  IF THE SUMMARY CANNOT BE BUILT NOTHING   *
001909*    IS ARCHIVED OR PURGED AND THE RUN ENDS WITH CODE 8.     *
001910************************************************************
001911 1500-SUMMARISE-OLD-DAYS.
001912     MOVE 00000001 TO CMPS-REQ-FROM-DATE.
001913     COMPUTE CMPS-REQ-TO-DATE = WS-CUTOFF-DATE - 1.
001914     SET CMPS-REQ-FROM-HISTORY TO TRUE.
001915     CALL "CONDSUMB" USING CMPS-SUMMARY-REQUEST.
001916     IF CMPS-REQ-BUILT OR CMPS-REQ-NO-SOURCE
001917         GO TO 1500-EXIT
001918     END-IF.
001919     SET WS-HIST-UNAVAILABLE TO TRUE.
001920     MOVE SPACES TO ARCR-PRINT-LINE.
001921     STRING "CMPRSUMM SUMMARY NOT BUILT - NOTHING ARCHIVED "
001922         DELIMITED BY SIZE
001923         "OR PURGED" DELIMITED BY SIZE
001924         INTO ARCR-PRINT-LINE.
001925     WRITE ARCR-PRINT-LINE.
001926     MOVE 8 TO RETURN-CODE.
001927 1500-EXIT.
001928     EXIT.
001929*
001930************************************************************
001940*    2000-ARCHIVE-HISTORY - WALK THE WHOLE OF CMPRHIST AND   *
001950*    MOVE EVERY RECORD DATED BEFORE THE CUTOFF TO CMPRARCH,  *
003918         MOVE ZERO TO CMPR-AUD-OUTLIER-POS
003919             OF CMPR-HIST-RECORD
003921     END-IF.
003922     IF CMPR-AUD-VOID-SEQ-NBR OF CMPR-HIST-RECORD
003923         IS NOT NUMERIC
003924         MOVE ZERO TO CMPR-AUD-VOID-SEQ-NBR
003925             OF CMPR-HIST-RECORD
003926     END-IF.
003927     IF CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD
003928         IS NOT NUMERIC
003929         MOVE ZERO TO CMPR-AUD-VOIDED-BY-SEQ
003930             OF CMPR-HIST-RECORD
003931     END-IF.
003932     IF CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD
003933         IS NOT NUMERIC
003934         MOVE ZERO TO CMPR-AUD-WINNER-VALUE
003935             OF CMPR-HIST-RECORD
003936     END-IF.
003937     IF CMPR-AUD-CYCLE-NBR OF CMPR-HIST-RECORD
003938         IS NOT NUMERIC
003939         MOVE ZERO TO CMPR-AUD-CYCLE-NBR
003940             OF CMPR-HIST-RECORD
003941     END-IF.
003942     PERFORM 4310-FIX-ONE-ORIG THRU 4310-EXIT
003943         VARYING WS-SLOT-SUB FROM 1 BY 1
003944         UNTIL WS-SLOT-SUB > 10.
003945 4300-EXIT.
003946     EXIT.
003947*
003948 4310-FIX-ONE-ORIG.
003949     IF CMPR-AUD-ORIG-VALUE OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003950         IS NOT NUMERIC
003951         MOVE ZERO TO CMPR-AUD-ORIG-VALUE
003952             OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003953     END-IF.
003954     IF CMPR-AUD-RATE-DATE OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003955         IS NOT NUMERIC
003956         MOVE ZERO TO CMPR-AUD-RATE-DATE
003957             OF CMPR-HIST-RECORD(WS-SLOT-SUB)
003958     END-IF.
003959 4310-EXIT.
003960     EXIT.
003961*
003962************************************************************
003963*    6000-PRINT-REPORT - CONTROL TOTALS FOR THE RUN SO AN    *
003964*    OPERATOR CAN PROVE WHAT MOVED AND WHAT STAYED.          *
003965************************************************************
003966 6000-PRINT-REPORT.
003970     MOVE SPACES TO ARCR-PRINT-LINE.
003980     STRING "CONDARCH - ARCHIVE CONTROL REPORT FOR "
003990         DELIMITED BY SIZE
004040     WRITE ARCR-PRINT-LINE.
004050     IF WS-ARCHIVE-MODE
004060         MOVE SPACES TO ARCR-PRINT-LINE
004061         STRING "RETENTION (BUSINESS DAYS) : " DELIMITED BY SIZE
004062             WS-RETENTION-DAYS DELIMITED BY SIZE
004063             INTO ARCR-PRINT-LINE
004064         WRITE ARCR-PRINT-LINE
004065         MOVE SPACES TO ARCR-PRINT-LINE
004070         STRING "CUTOFF DATE (EXCLUSIVE)   : " DELIMITED BY SIZE
004080             WS-CUTOFF-DATE DELIMITED BY SIZE
004081             INTO ARCR-PRINT-LINE
004082         WRITE ARCR-PRINT-LINE
004083         MOVE CMPS-REQ-DAYS-BUILT TO WS-COUNT-DISP
004084         MOVE SPACES TO ARCR-PRINT-LINE
004085         STRING "DAYS SUMMED TO CMPRSUMM   : " DELIMITED BY SIZE
004086             WS-COUNT-DISP DELIMITED BY SIZE
004090             INTO ARCR-PRINT-LINE
004100         WRITE ARCR-PRINT-LINE
004110         MOVE WS-HIST-ARCHIVED TO WS-COUNT-DISP
