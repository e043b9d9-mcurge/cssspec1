000267*                     RECORDS COUNT - A HELD NIGHT LEFT ON   *
000268*                     STAGING NO LONGER THROWS EVERY LATER   *
000269*                     NIGHT OUT OF BALANCE.                  *
000270*    10/15/2026  DWS  'V' VOID RECORDS FROM CONDVOID NOW     *
000271*                     BALANCE WITH THE REST: HISTORY AND THE *
000272*                     SEQUENCE RANGE MUST COVER C + R + V,   *
000273*                     AND THE STAGED EXTRACT C + V (EVERY    *
000274*                     VOID STAGES ONE CANCEL RECORD).  THE   *
000275*                     VOID COUNT IS PRINTED WITH THE TOTALS. *
000276*    10/15/2026  DWS  EACH BATCH CYCLE OF A RUN DATE         *
000277*                     (CMPCYCLE, 01 WHEN NOT SET) IS NOW     *
000278*                     BALANCED ON ITS OWN - AUDIT, HISTORY   *
000279*                     AND STAGED EXTRACT RECORDS ARE COUNTED *
000280*                     FOR THE DATE AND CYCLE, AND THE        *
000281*                     VERDICT CARRIES THE CYCLE.  THE        *
000282*                     SEQUENCE GAP TEST NOW COUNTS EVERY     *
000283*                     CMPRHIST RECORD IN THE CYCLE'S RANGE,  *
000284*                     SINCE OTHER WORK CAN FALL INSIDE IT.   *
000285*    10/15/2026  DWS  EVERY DISCREPANCY IS ALSO RAISED AS AN *
000286*                     ALERT ON CMPRALRT (THROUGH CONDALRT),  *
000287*                     AGAINST THE RUN DATE OR, FOR A HISTORY *
000288*                     MISS, THE SEQUENCE NUMBER.             *
000289*    10/15/2026  DWS  THE STAGED EXTRACT NOW BALANCES TO C   *
000290*                     PLUS ONLY THE VOIDS WHOSE CANCEL WAS   *
000291*                     ACTUALLY STAGED (CMPR-AUD-XTR-SW) - A  *
000292*                     VOID OF AN INTERACTIVE COMPARE STAGES  *
000293*                     NONE.  THE STAGED-CANCEL COUNT IS      *
000294*                     PRINTED WITH THE TOTALS.               *
000295************************************************************
000296 ENVIRONMENT DIVISION.
000297 CONFIGURATION SECTION.
000298 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000820 01  WS-COUNTERS.
000830     05  WS-AUD-COMPARES         PIC 9(08) COMP VALUE ZERO.
000840     05  WS-AUD-REJECTS          PIC 9(08) COMP VALUE ZERO.
000845     05  WS-AUD-VOIDS            PIC 9(08) COMP VALUE ZERO.
000847     05  WS-AUD-CANCELS          PIC 9(08) COMP VALUE ZERO.
000850     05  WS-HIST-MATCHED         PIC 9(08) COMP VALUE ZERO.
000860     05  WS-HIST-MISSING         PIC 9(08) COMP VALUE ZERO.
000870     05  WS-HIST-ON-DATE         PIC 9(08) COMP VALUE ZERO.
000900     05  WS-MAX-SEQ-USED         PIC 9(08) VALUE ZERO.
000910     05  WS-SEQS-EXPECTED        PIC 9(08) VALUE ZERO.
000920     05  WS-LAST-SEQ-ISSUED      PIC 9(08) VALUE ZERO.
000925     05  WS-SEQS-FOUND           PIC 9(08) COMP VALUE ZERO.
000930 01  WS-EDIT-FIELDS.
000940     05  WS-DATE-EDIT            PIC X(08).
000950     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
000970 01  WS-DATE-WORK.
000980     05  WS-CURRENT-DATE         PIC 9(08).
000990     05  WS-RECON-DATE           PIC 9(08).
000991 01  WS-CYCLE-WORK.
000992     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000993     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000994     05  WS-REC-CYCLE            PIC 9(02) VALUE 1.
000995 COPY CMPALRQ.
001000*
001010 PROCEDURE DIVISION.
001020*
001090     PERFORM 3000-COUNT-HIST-DATE THRU 3000-EXIT.
001100     PERFORM 4000-COUNT-EXTRACT THRU 4000-EXIT.
001110     PERFORM 4500-READ-SEQ-FILE THRU 4500-EXIT.
001115     PERFORM 4600-COUNT-SEQ-RANGE THRU 4600-EXIT.
001120     PERFORM 5000-JUDGE-BALANCE THRU 5000-EXIT.
001130     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
001140     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001180*    1000-INITIALIZE - THE RUN DATE TO RECONCILE COMES FROM  *
001190*    SYSIN (OR THE TERMINAL).  A BLANK OR NON-NUMERIC REPLY  *
001200*    DEFAULTS TO TODAY, WHICH IS THE NORMAL CASE WHEN THIS   *
001205*    RUNS AS THE STEP AFTER CONDBAT.  THE BATCH CYCLE OF     *
001210*    THAT DATE IS THE CMPCYCLE SETTING (01 WHEN NOT SET) -   *
001215*    EACH CYCLE IS BALANCED ON ITS OWN.                      *
001220************************************************************
001230 1000-INITIALIZE.
001240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001290     ELSE
001300         MOVE WS-CURRENT-DATE TO WS-RECON-DATE
001310     END-IF.
001311     MOVE SPACES TO WS-CYCLE-EDIT.
001312     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
001313     IF WS-CYCLE-EDIT(2:1) = SPACE
001314         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
001315         MOVE "0" TO WS-CYCLE-EDIT(1:1)
001316     END-IF.
001317     IF WS-CYCLE-EDIT IS NUMERIC
001318         AND WS-CYCLE-EDIT NOT = "00"
001319         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001320     ELSE
001321         MOVE 1 TO WS-CYCLE-NBR
001322     END-IF.
001323     OPEN OUTPUT CMPRRECR.
001330     MOVE SPACES TO RECR-PRINT-LINE.
001340     STRING "CONDRECN - RECONCILIATION FOR RUN DATE "
001350         DELIMITED BY SIZE
001360         WS-RECON-DATE DELIMITED BY SIZE
001363         " CYCLE " DELIMITED BY SIZE
001366         WS-CYCLE-NBR DELIMITED BY SIZE
001370         INTO RECR-PRINT-LINE.
001380     WRITE RECR-PRINT-LINE.
001390     MOVE SPACES TO RECR-PRINT-LINE.
001420     EXIT.
001430*
001440************************************************************
001450*    2000-SCAN-AUDIT - COUNT THE CYCLE'S 'C', 'R' AND 'V'    *
001460*    RECORDS, TRACK THE SEQUENCE RANGE THEY USED, AND PROVE  *
001470*    EVERY ONE OF THEM IS ALSO FILED ON CMPRHIST UNDER THE   *
001480*    SAME SEQUENCE NUMBER.                                   *
001490************************************************************
001500 2000-SCAN-AUDIT.
001510     OPEN INPUT CMPRAUDT.
001740     EXIT.
001750*
001760 2200-CHECK-ONE-AUDIT.
001761     MOVE 1 TO WS-REC-CYCLE.
001762     IF CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD IS NUMERIC
001763         AND CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD > ZERO
001764         MOVE CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD
001765             TO WS-REC-CYCLE
001766     END-IF.
001770     IF CMPR-AUD-RUN-DATE OF CMPR-AUDIT-RECORD = WS-RECON-DATE
001776         AND WS-REC-CYCLE = WS-CYCLE-NBR
001782         EVALUATE TRUE
001788             WHEN CMPR-AUD-REJECT OF CMPR-AUDIT-RECORD
001794                 ADD 1 TO WS-AUD-REJECTS
001800             WHEN CMPR-AUD-VOID OF CMPR-AUDIT-RECORD
001806                 ADD 1 TO WS-AUD-VOIDS
001807                 IF CMPR-AUD-XTR-STAGED OF CMPR-AUDIT-RECORD
001809                     ADD 1 TO WS-AUD-CANCELS
001810                 END-IF
001812             WHEN OTHER
001818                 ADD 1 TO WS-AUD-COMPARES
001824         END-EVALUATE
001830         PERFORM 2300-TRACK-SEQ-RANGE THRU 2300-EXIT
001840         PERFORM 2400-MATCH-HISTORY THRU 2400-EXIT
001850     END-IF.
002320*
002330************************************************************
002340*    3000-COUNT-HIST-DATE - HOW MANY RECORDS CMPRHIST HOLDS  *
002350*    FOR THE DATE AND CYCLE, VIA THE ALTERNATE KEY.  MORE ON *
002360*    HISTORY THAN ON AUDIT IS JUST AS WRONG AS FEWER.        *
002370************************************************************
002380 3000-COUNT-HIST-DATE.
002390     OPEN INPUT CMPRHIST.
002700     EXIT.
002710*
002720 3200-COUNT-ONE-HIST.
002722     MOVE 1 TO WS-REC-CYCLE.
002724     IF CMPR-AUD-CYCLE-NBR OF CMPR-HIST-RECORD IS NUMERIC
002726         AND CMPR-AUD-CYCLE-NBR OF CMPR-HIST-RECORD > ZERO
002728         MOVE CMPR-AUD-CYCLE-NBR OF CMPR-HIST-RECORD
002730             TO WS-REC-CYCLE
002732     END-IF.
002734     IF WS-REC-CYCLE = WS-CYCLE-NBR
002736         ADD 1 TO WS-HIST-ON-DATE
002738     END-IF.
002740     PERFORM 3100-READ-HIST-NEXT THRU 3100-EXIT.
002750 3200-EXIT.
002760     EXIT.
002770*
002780************************************************************
002790*    4000-COUNT-EXTRACT - ONE STAGED EXTRACT RECORD IS       *
002796*    WRITTEN PER COMPLETED COMPARE AND ONE CANCEL RECORD     *
002800*    PER VOID OF A COMPARE ALREADY RELEASED DOWNSTREAM - A   *
002805*    VOID OF ONE NEVER EXTRACTED STAGES NOTHING.  ONLY       *
002810*    RECORDS STAGED FOR THE RECON DATE AND CYCLE COUNT, SO   *
002815*    A HELD EARLIER NIGHT OR ANOTHER CYCLE STILL ON STAGING  *
002820*    CANNOT THROW THIS ONE OUT OF BALANCE.  THE COUNT MUST   *
002825*    EQUAL THE CYCLE'S COMPARES PLUS STAGED CANCELS.         *
002830************************************************************
002840 4000-COUNT-EXTRACT.
002850     OPEN INPUT CMPRXTRS.
003010 4100-EXIT.
003020     EXIT.
003030*
003031 4200-COUNT-ONE-EXTRACT.
003032     MOVE 1 TO WS-REC-CYCLE.
003033     IF CMPX-CYCLE-NBR IS NUMERIC
003034         AND CMPX-CYCLE-NBR > ZERO
003035         MOVE CMPX-CYCLE-NBR TO WS-REC-CYCLE
003036     END-IF.
003042     IF CMPX-RUN-DATE IS NUMERIC
003044         AND CMPX-RUN-DATE = WS-RECON-DATE
003047         AND WS-REC-CYCLE = WS-CYCLE-NBR
003050         ADD 1 TO WS-XTR-RECORDS
003052     END-IF.
003060     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
003190 4500-EXIT.
003200     EXIT.
003210*
003211************************************************************
003212*    4600-COUNT-SEQ-RANGE - A LATER CYCLE, A VOID OR AN      *
003213*    INTERACTIVE COMPARE CAN TAKE SEQUENCE NUMBERS IN THE    *
003214*    MIDDLE OF THIS CYCLE'S RANGE, SO THE GAP TEST COUNTS    *
003215*    EVERY CMPRHIST RECORD FROM THE LOWEST TO THE HIGHEST    *
003216*    SEQUENCE THE CYCLE USED, WHATEVER CYCLE OR DATE IT      *
003217*    BELONGS TO.  A NUMBER ISSUED AND NEVER FILED IS A GAP.  *
003218************************************************************
003219 4600-COUNT-SEQ-RANGE.
003220     MOVE ZERO TO WS-SEQS-FOUND.
003221     IF WS-MAX-SEQ-USED = ZERO
003222         GO TO 4600-EXIT
003223     END-IF.
003224     OPEN INPUT CMPRHIST.
003225     IF WS-HIST-STATUS = "35"
003226         GO TO 4600-EXIT
003227     END-IF.
003228     MOVE WS-MIN-SEQ-USED TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
003229     START CMPRHIST KEY IS NOT LESS THAN CMPR-AUD-SEQ-NBR
003230         OF CMPR-HIST-RECORD
003231         INVALID KEY MOVE "23" TO WS-HIST-STATUS
003232     END-START.
003233     IF WS-HIST-STATUS = "00"
003234         MOVE 'N' TO WS-EOF-SWITCH
003235         PERFORM 4700-READ-RANGE-NEXT THRU 4700-EXIT
003236         PERFORM 4800-COUNT-ONE-IN-RANGE THRU 4800-EXIT
003237             UNTIL WS-END-OF-FILE
003238     END-IF.
003239     CLOSE CMPRHIST.
003240 4600-EXIT.
003241     EXIT.
003242*
003243 4700-READ-RANGE-NEXT.
003244     READ CMPRHIST NEXT
003245         AT END SET WS-END-OF-FILE TO TRUE
003246     END-READ.
003247     IF NOT WS-END-OF-FILE
003248         IF CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD > WS-MAX-SEQ-USED
003249             SET WS-END-OF-FILE TO TRUE
003250         END-IF
003251     END-IF.
003252 4700-EXIT.
003253     EXIT.
003254*
003255 4800-COUNT-ONE-IN-RANGE.
003256     ADD 1 TO WS-SEQS-FOUND.
003257     PERFORM 4700-READ-RANGE-NEXT THRU 4700-EXIT.
003258 4800-EXIT.
003259     EXIT.
003260*
003261************************************************************
003262*    5000-JUDGE-BALANCE - EVERY TEST THAT CAN PUT THE RUN    *
003263*    OUT OF BALANCE, EACH ONE NAMED ON THE REPORT AS IT      *
003264*    FAILS.                                                  *
003265************************************************************
003270 5000-JUDGE-BALANCE.
003280     IF WS-HIST-MISSING > ZERO
003290         SET WS-OUT-OF-BALANCE TO TRUE
003300     END-IF.
003306     IF WS-HIST-ON-DATE NOT =
003312         WS-AUD-COMPARES + WS-AUD-REJECTS + WS-AUD-VOIDS
003320         SET WS-OUT-OF-BALANCE TO TRUE
003330         PERFORM 7300-PRINT-HIST-COUNT-DIFF THRU 7300-EXIT
003340     END-IF.
003350     IF WS-XTR-RECORDS NOT = WS-AUD-COMPARES + WS-AUD-CANCELS
003360         SET WS-OUT-OF-BALANCE TO TRUE
003370         PERFORM 7400-PRINT-XTR-DIFF THRU 7400-EXIT
003380     END-IF.
003390     IF WS-MAX-SEQ-USED > ZERO
003400         COMPUTE WS-SEQS-EXPECTED =
003410             WS-MAX-SEQ-USED - WS-MIN-SEQ-USED + 1
003425         IF WS-SEQS-EXPECTED NOT = WS-SEQS-FOUND
003440             SET WS-OUT-OF-BALANCE TO TRUE
003450             PERFORM 7500-PRINT-SEQ-GAP THRU 7500-EXIT
003460         END-IF
003650     MOVE WS-AUD-REJECTS TO WS-COUNT-DISP.
003660     MOVE SPACES TO RECR-PRINT-LINE.
003670     STRING "AUDIT REJECT RECORDS ('R')    : " DELIMITED BY SIZE
003671         WS-COUNT-DISP DELIMITED BY SIZE
003672         INTO RECR-PRINT-LINE.
003673     WRITE RECR-PRINT-LINE.
003674     MOVE WS-AUD-VOIDS TO WS-COUNT-DISP.
003675     MOVE SPACES TO RECR-PRINT-LINE.
003676     STRING "AUDIT VOID RECORDS ('V')      : " DELIMITED BY SIZE
003677         WS-COUNT-DISP DELIMITED BY SIZE
003679         INTO RECR-PRINT-LINE.
003681     WRITE RECR-PRINT-LINE.
003683     MOVE WS-AUD-CANCELS TO WS-COUNT-DISP.
003684     MOVE SPACES TO RECR-PRINT-LINE.
003686     STRING "VOIDS WITH A CANCEL STAGED    : " DELIMITED BY SIZE
003688         WS-COUNT-DISP DELIMITED BY SIZE
003690         INTO RECR-PRINT-LINE.
003700     WRITE RECR-PRINT-LINE.
003710     MOVE WS-HIST-MATCHED TO WS-COUNT-DISP.
004080     MOVE "DISCREPANCY: CMPRAUDT NOT FOUND - NOTHING TO PROVE"
004090         TO RECR-PRINT-LINE.
004100     WRITE RECR-PRINT-LINE.
004103     MOVE "OUT OF BALANCE - CMPRAUDT NOT FOUND" TO CMPZ-MESSAGE.
004106     PERFORM 7700-RAISE-DATE-ALERT THRU 7700-EXIT.
004110 7100-EXIT.
004120     EXIT.
004130*
004190         " NOT ON CMPRHIST" DELIMITED BY SIZE
004200         INTO RECR-PRINT-LINE.
004210     WRITE RECR-PRINT-LINE.
004211     MOVE 'E' TO CMPZ-SEVERITY.
004212     MOVE "CONDRECN" TO CMPZ-SOURCE-PGM.
004213     MOVE WS-RECON-DATE TO CMPZ-RUN-DATE.
004214     MOVE "SEQ " TO CMPZ-OBJECT-TYPE.
004215     MOVE WS-SEQ-DISP TO CMPZ-OBJECT-ID.
004216     MOVE "OUT OF BALANCE - AUDIT SEQ NOT ON CMPRHIST"
004217         TO CMPZ-MESSAGE.
004218     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
004220 7200-EXIT.
004230     EXIT.
004240*
004260     MOVE "DISCREPANCY: HISTORY COUNT FOR DATE DIFFERS FROM AUDIT"
004270         TO RECR-PRINT-LINE.
004280     WRITE RECR-PRINT-LINE.
004282     MOVE "OUT OF BALANCE - HISTORY COUNT DIFFERS FROM AUDIT"
004284         TO CMPZ-MESSAGE.
004286     PERFORM 7700-RAISE-DATE-ALERT THRU 7700-EXIT.
004290 7300-EXIT.
004300     EXIT.
004310*
004320 7400-PRINT-XTR-DIFF.
004330     MOVE "DISCREPANCY: EXTRACT COUNT DIFFERS FROM C + CANCEL"
004340         TO RECR-PRINT-LINE.
004350     WRITE RECR-PRINT-LINE.
004352     MOVE "OUT OF BALANCE - EXTRACT COUNT DIFFERS FROM AUDIT"
004354         TO CMPZ-MESSAGE.
004356     PERFORM 7700-RAISE-DATE-ALERT THRU 7700-EXIT.
004360 7400-EXIT.
004370     EXIT.
004380*
004490         WS-SEQ-DISP DELIMITED BY SIZE
004500         INTO RECR-PRINT-LINE.
004510     WRITE RECR-PRINT-LINE.
004512     MOVE "OUT OF BALANCE - GAP IN THE SEQUENCE RANGE"
004514         TO CMPZ-MESSAGE.
004516     PERFORM 7700-RAISE-DATE-ALERT THRU 7700-EXIT.
004520 7500-EXIT.
004530     EXIT.
004540*
004560     MOVE "DISCREPANCY: CMPRHSEQ IS BEHIND THE HIGHEST SEQ USED"
004570         TO RECR-PRINT-LINE.
004580     WRITE RECR-PRINT-LINE.
004582     MOVE "OUT OF BALANCE - CMPRHSEQ BEHIND THE HIGHEST SEQ USED"
004584         TO CMPZ-MESSAGE.
004586     PERFORM 7700-RAISE-DATE-ALERT THRU 7700-EXIT.
004590 7600-EXIT.
004591     EXIT.
004592*
004593************************************************************
004594*    7700-RAISE-DATE-ALERT - EVERY DISCREPANCY ALSO GOES ON  *
004595*    CMPRALRT AS AN ERROR AGAINST THE RUN DATE BEING         *
004596*    RECONCILED (A HISTORY MISS GOES AGAINST ITS SEQUENCE    *
004597*    NUMBER INSTEAD), SO IT REACHES THE MONITORING TOOL AND  *
004598*    THE ALERT BOARD.                                        *
004599************************************************************
004600 7700-RAISE-DATE-ALERT.
004601     MOVE 'E' TO CMPZ-SEVERITY.
004602     MOVE "CONDRECN" TO CMPZ-SOURCE-PGM.
004603     MOVE WS-RECON-DATE TO CMPZ-RUN-DATE.
004604     MOVE "DATE" TO CMPZ-OBJECT-TYPE.
004605     MOVE WS-RECON-DATE TO CMPZ-OBJECT-ID.
004606     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
004607 7700-EXIT.
004608     EXIT.
004610*
004620************************************************************
004630*    8000-TERMINATE - RETURN CODE 8 TELLS THE SCHEDULER TO   *
004770************************************************************
004780*    8100-WRITE-VERDICT - APPEND THE MACHINE-READABLE        *
004790*    VERDICT TO CMPRRECS.  CONDXREL TAKES THE LATEST RECORD  *
004800*    FOR THE RUN DATE AND CYCLE AND ONLY PUBLISHES THAT      *
004810*    CYCLE'S EXTRACT WHEN IT SAYS IN BALANCE.                *
004820************************************************************
004830 8100-WRITE-VERDICT.
004840     OPEN EXTEND CMPRRECS.
004870     END-IF.
004880     INITIALIZE CMPN-RECON-RECORD.
004890     MOVE WS-RECON-DATE TO CMPN-RECON-DATE.
004895     MOVE WS-CYCLE-NBR TO CMPN-CYCLE-NBR.
004900     ACCEPT CMPN-RECON-TIME FROM TIME.
004910     IF WS-IN-BALANCE
004920         SET CMPN-IN-BALANCE TO TRUE
