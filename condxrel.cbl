000292*                     JOB HAS NOT YET CONSUMED AND CLEARED   *
000293*                     IS NEVER OVERWRITTEN - THE RELEASE     *
000294*                     HOLDS WITH CODE 8 INSTEAD.             *
000295*    10/15/2026  DWS  CANCEL ('X') RECORDS STAGED BY         *
000296*                     CONDVOID ARE PUBLISHED WITH THE        *
000297*                     COMPARISONS SO THE RECEIVER CAN BACK   *
000298*                     THE VOIDED NUMBER OUT.  THE TRAILER    *
000299*                     COUNT TAKES THEM IN, THE HASH IS NET   *
000300*                     OF THEIR WINNER VALUES, AND THE REPORT *
000301*                     COUNTS THEM SEPARATELY.                *
000302*    10/15/2026  DWS  EACH BATCH CYCLE OF A RUN DATE         *
000303*                     (CMPCYCLE, 01 WHEN NOT SET) IS NOW     *
000304*                     RELEASED ON ITS OWN.  THE VERDICT AND  *
000305*                     LEDGER RUN MUST BE FOR THE SAME DATE   *
000306*                     AND CYCLE, ONLY THAT CYCLE'S STAGED    *
000307*                     DETAILS ARE PUBLISHED, AND THE HEADER  *
000308*                     CARRIES THE CYCLE.  OTHER CYCLES STAY  *
000309*                     ON STAGING.                            *
000310*    10/15/2026  DWS  A HELD RELEASE IS ALSO RAISED AS AN    *
000311*                     ALERT ON CMPRALRT (THROUGH CONDALRT),  *
000312*                     AGAINST THE RUN NUMBER OR, WHEN THERE  *
000313*                     IS NONE, THE RELEASE DATE.             *
000314************************************************************
000315 ENVIRONMENT DIVISION.
000316 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000830         88  WS-EXTRACT-HELD             VALUE 'Y'.
000840 01  WS-COUNTERS.
000850     05  WS-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
000852     05  WS-CANCEL-COUNT         PIC 9(08) VALUE ZERO.
000855     05  WS-HELD-OTHER-COUNT     PIC 9(08) VALUE ZERO.
000860     05  WS-HASH-TOTAL           PIC S9(13)V99 VALUE ZERO.
000870     05  WS-RUN-NBR              PIC 9(06) VALUE ZERO.
000920 01  WS-DATE-WORK.
000930     05  WS-CURRENT-DATE         PIC 9(08).
000940     05  WS-RELEASE-DATE         PIC 9(08).
000941 01  WS-CYCLE-WORK.
000942     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000943     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000944     05  WS-REC-CYCLE            PIC 9(02) VALUE 1.
000945 COPY CMPALRQ.
000950*
000960 PROCEDURE DIVISION.
000970*
001150************************************************************
001160*    1000-INITIALIZE - THE RUN DATE TO RELEASE COMES FROM    *
001170*    SYSIN (OR THE TERMINAL), BLANK DEFAULTING TO TODAY,     *
001175*    THE SAME WAY CONDRECN TAKES ITS DATE.  THE BATCH CYCLE  *
001180*    OF THAT DATE IS THE CMPCYCLE SETTING (01 WHEN NOT SET)  *
001185*    - EACH CYCLE IS RELEASED ON ITS OWN.                    *
001190************************************************************
001200 1000-INITIALIZE.
001210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001260     ELSE
001270         MOVE WS-CURRENT-DATE TO WS-RELEASE-DATE
001280     END-IF.
001281     MOVE SPACES TO WS-CYCLE-EDIT.
001282     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
001283     IF WS-CYCLE-EDIT(2:1) = SPACE
001284         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
001285         MOVE "0" TO WS-CYCLE-EDIT(1:1)
001286     END-IF.
001287     IF WS-CYCLE-EDIT IS NUMERIC
001288         AND WS-CYCLE-EDIT NOT = "00"
001289         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001290     ELSE
001291         MOVE 1 TO WS-CYCLE-NBR
001292     END-IF.
001293     OPEN OUTPUT CMPRXRLR.
001300     MOVE SPACES TO XRLR-PRINT-LINE.
001310     STRING "CONDXREL - EXTRACT RELEASE FOR RUN DATE "
001320         DELIMITED BY SIZE
001330         WS-RELEASE-DATE DELIMITED BY SIZE
001333         " CYCLE " DELIMITED BY SIZE
001336         WS-CYCLE-NBR DELIMITED BY SIZE
001340         INTO XRLR-PRINT-LINE.
001350     WRITE XRLR-PRINT-LINE.
001360     MOVE SPACES TO XRLR-PRINT-LINE.
001400*
001410************************************************************
001420*    2000-CHECK-VERDICT - THE LATEST CMPRRECS RECORD FOR     *
001430*    THE RELEASE DATE AND CYCLE IS THE VERDICT.  NO RECORD   *
001440*    MEANS CONDRECN NEVER RAN, WHICH HOLDS THE EXTRACT       *
001450*    JUST AS SURELY AS AN OUT-OF-BALANCE ONE.                *
001460************************************************************
001610         AT END SET WS-END-OF-FILE TO TRUE
001620     END-READ.
001630     IF NOT WS-END-OF-FILE
001631         MOVE 1 TO WS-REC-CYCLE
001632         IF CMPN-CYCLE-NBR IS NUMERIC
001633             AND CMPN-CYCLE-NBR > ZERO
001634             MOVE CMPN-CYCLE-NBR TO WS-REC-CYCLE
001635         END-IF
001640         IF CMPN-RECON-DATE = WS-RELEASE-DATE
001645             AND WS-REC-CYCLE = WS-CYCLE-NBR
001650             IF CMPN-IN-BALANCE
001660                 SET WS-DATE-IN-BALANCE TO TRUE
001670             ELSE
001740*
001750************************************************************
001760*    3000-FIND-RUN-NBR - THE HIGHEST COMPLETED CMPRLEDG RUN  *
001767*    NUMBER FOR THE RELEASE DATE AND CYCLE GOES ON THE       *
001774*    HEADER, WITH THE CYCLE ITSELF, SO THE RECEIVER KNOWS    *
001781*    EXACTLY WHICH RUN FED IT.                               *
001790************************************************************
001800 3000-FIND-RUN-NBR.
001810     MOVE ZERO TO WS-RUN-NBR.
001950         AT END SET WS-END-OF-FILE TO TRUE
001960     END-READ.
001970     IF NOT WS-END-OF-FILE
001971         MOVE 1 TO WS-REC-CYCLE
001972         IF CMPD-CYCLE-NBR IS NUMERIC
001973             AND CMPD-CYCLE-NBR > ZERO
001974             MOVE CMPD-CYCLE-NBR TO WS-REC-CYCLE
001975         END-IF
001980         IF CMPD-COMPLETED
001990             AND CMPD-RUN-DATE = WS-RELEASE-DATE
001995             AND WS-REC-CYCLE = WS-CYCLE-NBR
002000             AND CMPD-RUN-NBR IS NUMERIC
002010             AND CMPD-RUN-NBR > WS-RUN-NBR
002020             MOVE CMPD-RUN-NBR TO WS-RUN-NBR
002070*
002080************************************************************
002090*    4000-PUBLISH-EXTRACT - HEADER, EVERY DETAIL STAGED     *
002096*    FOR THE RELEASE DATE AND CYCLE, THEN THE TRAILER WITH  *
002102*    THE COUNT AND HASH ACCUMULATED ON THE WAY THROUGH.     *
002108*    DETAILS STAGED FOR OTHER DATES OR OTHER CYCLES OF THE  *
002114*    SAME DATE GO TO THE WORK FILE AND BACK ONTO STAGING,   *
002120*    SO A HELD NIGHT OR CYCLE WAITS ITS TURN AND A CLEAN    *
002126*    NIGHT STARTS EMPTY.  A PUBLISHED EXTRACT THE           *
002133*    DOWNSTREAM JOB HAS NOT YET CONSUMED AND CLEARED IS     *
002134*    NEVER OVERWRITTEN - THE RELEASE HOLDS INSTEAD.         *
002135************************************************************
002180         MOVE "NO STAGED EXTRACT ON FILE - NOTHING RELEASED"
002190             TO XRLR-PRINT-LINE
002200         WRITE XRLR-PRINT-LINE
002202         MOVE "EXTRACT HELD - NO STAGED EXTRACT ON FILE"
002204             TO CMPZ-MESSAGE
002206         PERFORM 7700-RAISE-HELD-ALERT THRU 7700-EXIT
002210         MOVE 8 TO RETURN-CODE
002220         GO TO 4000-EXIT
002230     END-IF.
002250     MOVE 'H' TO CMPX-HDR-REC-TYPE.
002260     MOVE WS-RELEASE-DATE TO CMPX-HDR-RUN-DATE.
002270     MOVE WS-RUN-NBR TO CMPX-HDR-RUN-NBR.
002275     MOVE WS-CYCLE-NBR TO CMPX-HDR-CYCLE-NBR.
002280     WRITE CMPX-HEADER-RECORD.
002290     MOVE 'N' TO WS-EOF-SWITCH.
002300     PERFORM 4100-COPY-ONE-DETAIL THRU 4100-EXIT
002441         MOVE "PRIOR EXTRACT NOT YET CONSUMED - RELEASE HELD"
002442             TO XRLR-PRINT-LINE
002443         WRITE XRLR-PRINT-LINE
002444         MOVE "EXTRACT HELD - PRIOR EXTRACT NOT YET CONSUMED"
002445             TO CMPZ-MESSAGE
002446         PERFORM 7700-RAISE-HELD-ALERT THRU 7700-EXIT
002447         MOVE 8 TO RETURN-CODE
002448     END-IF.
002449     CLOSE CMPRXTR.
002450 4050-EXIT.
002451     EXIT.
002452*
002453 4100-COPY-ONE-DETAIL.
002454     READ CMPRXTRS
002455         AT END SET WS-END-OF-FILE TO TRUE
002460     END-READ.
002461     IF NOT WS-END-OF-FILE
002462         MOVE 1 TO WS-REC-CYCLE
002463         IF CMPX-CYCLE-NBR IS NUMERIC
002464             AND CMPX-CYCLE-NBR > ZERO
002465             MOVE CMPX-CYCLE-NBR TO WS-REC-CYCLE
002466         END-IF
002472         IF CMPX-RUN-DATE IS NUMERIC
002474             AND CMPX-RUN-DATE = WS-RELEASE-DATE
002477             AND WS-REC-CYCLE = WS-CYCLE-NBR
002480             ADD 1 TO WS-DETAIL-COUNT
002482             IF CMPX-CANCEL-TYPE
002484                 ADD 1 TO WS-CANCEL-COUNT
002486                 SUBTRACT CMPX-WINNER-VALUE FROM WS-HASH-TOTAL
002488             ELSE
002490                 ADD CMPX-WINNER-VALUE TO WS-HASH-TOTAL
002492             END-IF
002500             MOVE CMPX-EXTRACT-RECORD TO CMPXO-EXTRACT-RECORD
002510             WRITE CMPXO-EXTRACT-RECORD
002512         ELSE
002519         END-IF
002520     END-IF.
002530 4100-EXIT.
002532     EXIT.
002534*
002536************************************************************
002538*    4500-RESTAGE-HELD - THE WORK FILE (DETAILS STAGED FOR  *
002540*    OTHER DATES OR CYCLES) BECOMES THE NEW STAGING FILE,   *
002542*    THE SAME COPY-BACK PATTERN CONDTMNT USES ON THE        *
002544*    PENDING FILE.                                          *
002546************************************************************
002547 4500-RESTAGE-HELD.
002548     OPEN INPUT CMPRXTRW.
002590************************************************************
002600 7000-PRINT-HELD.
002610     IF WS-NO-VERDICT
002620         MOVE "NO RECONCILIATION ON FILE FOR THE DATE AND CYCLE"
002630             TO XRLR-PRINT-LINE
002633         MOVE "EXTRACT HELD - NO RECONCILIATION ON FILE"
002636             TO CMPZ-MESSAGE
002640     ELSE
002650         MOVE "RECONCILIATION FAILED FOR THE DATE AND CYCLE"
002660             TO XRLR-PRINT-LINE
002663         MOVE "EXTRACT HELD - RECONCILIATION FAILED"
002666             TO CMPZ-MESSAGE
002670     END-IF.
002675     PERFORM 7700-RAISE-HELD-ALERT THRU 7700-EXIT.
002680     WRITE XRLR-PRINT-LINE.
002690     MOVE "EXTRACT HELD ON STAGING - NOTHING PUBLISHED"
002700         TO XRLR-PRINT-LINE.
002850         WS-COUNT-DISP DELIMITED BY SIZE
002860         INTO XRLR-PRINT-LINE.
002870     WRITE XRLR-PRINT-LINE.
002871     MOVE WS-CANCEL-COUNT TO WS-COUNT-DISP.
002872     MOVE SPACES TO XRLR-PRINT-LINE.
002873     STRING "  OF WHICH CANCELS (VOIDS): " DELIMITED BY SIZE
002874         WS-COUNT-DISP DELIMITED BY SIZE
002875         INTO XRLR-PRINT-LINE.
002876     WRITE XRLR-PRINT-LINE.
002880     MOVE WS-HASH-TOTAL TO WS-HASH-DISP.
002890     MOVE SPACES TO XRLR-PRINT-LINE.
002900     STRING "NET HASH OF WINNER VALUES : " DELIMITED BY SIZE
002910         WS-HASH-DISP DELIMITED BY SIZE
002920         INTO XRLR-PRINT-LINE.
002930     WRITE XRLR-PRINT-LINE.
002931     MOVE WS-HELD-OTHER-COUNT TO WS-COUNT-DISP.
002932     MOVE SPACES TO XRLR-PRINT-LINE.
002933     STRING "HELD FOR OTHER DATE/CYCLE : " DELIMITED BY SIZE
002934         WS-COUNT-DISP DELIMITED BY SIZE
002936         INTO XRLR-PRINT-LINE.
002937     WRITE XRLR-PRINT-LINE.
002990     END-IF.
003000     WRITE XRLR-PRINT-LINE.
003010 6000-EXIT.
003011     EXIT.
003012*
003013************************************************************
003014*    7700-RAISE-HELD-ALERT - A HELD RELEASE ALSO GOES ON     *
003015*    CMPRALRT AS AN ERROR, AGAINST THE CMPRLEDG RUN NUMBER   *
003016*    WHEN ONE WAS FOUND AND THE RELEASE DATE WHEN NOT, SO    *
003017*    IT REACHES THE MONITORING TOOL AND THE ALERT BOARD.     *
003018************************************************************
003019 7700-RAISE-HELD-ALERT.
003020     MOVE 'E' TO CMPZ-SEVERITY.
003021     MOVE "CONDXREL" TO CMPZ-SOURCE-PGM.
003022     MOVE WS-RELEASE-DATE TO CMPZ-RUN-DATE.
003023     IF WS-RUN-NBR > ZERO
003024         MOVE "RUN " TO CMPZ-OBJECT-TYPE
003025         MOVE WS-RUN-NBR TO CMPZ-OBJECT-ID
003026     ELSE
003027         MOVE "DATE" TO CMPZ-OBJECT-TYPE
003028         MOVE WS-RELEASE-DATE TO CMPZ-OBJECT-ID
003029     END-IF.
003030     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
003031 7700-EXIT.
003032     EXIT.
003033*
003040************************************************************
003050*    8000-TERMINATE                                         *
003060************************************************************
