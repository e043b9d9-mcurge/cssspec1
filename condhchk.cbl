000301*                     REBUILD RECREATES THE FILE WITH THE    *
000302*                     NEW KEY, BEFORE ANY OTHER PROGRAM      *
000303*                     TOUCHES IT.                            *
000304*    10/15/2026  DWS  THE VOID FIELDS ARE ZERO-FILLED ON OLD *
000305*                     RECORDS LIKE THE OTHER APPENDED        *
000306*                     NUMERICS.  VERIFY LEAVES THE CMPRHIST- *
000307*                     ONLY VOIDED-BY MARK OUT OF THE         *
000308*                     COMPARE; REBUILD OPENS THE NEW FILE    *
000309*                     I-O AND RE-MARKS EACH VOIDED COMPARE   *
000310*                     AS ITS 'V' RECORD COMES THROUGH.       *
000311*    10/15/2026  DWS  THE NEW CHOSEN WINNER VALUE IS ZERO-   *
000312*                     FILLED ON OLD RECORDS LIKE THE OTHER   *
000313*                     APPENDED NUMERICS.                     *
000314*    10/15/2026  DWS  THE BATCH CYCLE APPENDED TO THE AUDIT  *
000315*                     LAYOUT IS ZERO-FILLED ON OLD RECORDS   *
000316*                     WITH THE OTHER APPENDED NUMERICS.      *
000317*    10/15/2026  DWS  PER-SLOT RATE DATES WRITTEN BEFORE THE *
000318*                     FIELD EXISTED ARE ZERO-FILLED ON BOTH  *
000319*                     SIDES BEFORE THE CONTENTS ARE          *
000320*                     COMPARED.                              *
000321************************************************************
000322 ENVIRONMENT DIVISION.
000323 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000930     05  WS-HIST-ORPHANS         PIC 9(08) COMP VALUE ZERO.
000940     05  WS-REBUILT-COUNT        PIC 9(08) COMP VALUE ZERO.
000950     05  WS-DUP-SEQ-COUNT        PIC 9(08) COMP VALUE ZERO.
000955     05  WS-VOID-MARK-COUNT      PIC 9(08) COMP VALUE ZERO.
000960     05  WS-HIGH-SEQ             PIC 9(08) VALUE ZERO.
000970     05  WS-LAST-SEQ-ISSUED      PIC 9(08) VALUE ZERO.
000975 01  WS-SLOT-SUB                 PIC 9(02) COMP.
000990     05  WS-MODE-EDIT            PIC X(01).
001000     05  WS-COUNT-DISP           PIC ZZZZZZZ9.
001010     05  WS-SEQ-DISP             PIC 9(08).
001015     05  WS-VOID-SEQ-SAVE        PIC 9(08).
001020     05  WS-FAIL-FILE            PIC X(08).
001030     05  WS-FAIL-STATUS          PIC X(02).
001040*
002148         MOVE ZERO TO CMPR-AUD-OUTLIER-POS
002149             OF CMPR-AUDIT-RECORD
002151     END-IF.
002152     IF CMPR-AUD-VOID-SEQ-NBR OF CMPR-AUDIT-RECORD
002153         IS NOT NUMERIC
002154         MOVE ZERO TO CMPR-AUD-VOID-SEQ-NBR
002155             OF CMPR-AUDIT-RECORD
002156     END-IF.
002157     IF CMPR-AUD-VOIDED-BY-SEQ OF CMPR-AUDIT-RECORD
002158         IS NOT NUMERIC
002159         MOVE ZERO TO CMPR-AUD-VOIDED-BY-SEQ
002160             OF CMPR-AUDIT-RECORD
002161     END-IF.
002162     IF CMPR-AUD-WINNER-VALUE OF CMPR-AUDIT-RECORD
002163         IS NOT NUMERIC
002164         MOVE ZERO TO CMPR-AUD-WINNER-VALUE
002165             OF CMPR-AUDIT-RECORD
002166     END-IF.
002167     IF CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD
002168         IS NOT NUMERIC
002169         MOVE ZERO TO CMPR-AUD-CYCLE-NBR
002170             OF CMPR-AUDIT-RECORD
002171     END-IF.
002172     PERFORM 2160-FIX-ONE-ORIG THRU 2160-EXIT
002173         VARYING WS-SLOT-SUB FROM 1 BY 1
002174         UNTIL WS-SLOT-SUB > 10.
002175 2150-EXIT.
002176     EXIT.
002177*
002178 2160-FIX-ONE-ORIG.
002179     IF CMPR-AUD-ORIG-VALUE OF CMPR-AUDIT-RECORD(WS-SLOT-SUB)
002180         IS NOT NUMERIC
002181         MOVE ZERO TO CMPR-AUD-ORIG-VALUE
002182             OF CMPR-AUDIT-RECORD(WS-SLOT-SUB)
002183     END-IF.
002184     IF CMPR-AUD-RATE-DATE OF CMPR-AUDIT-RECORD(WS-SLOT-SUB)
002185         IS NOT NUMERIC
002186         MOVE ZERO TO CMPR-AUD-RATE-DATE
002187             OF CMPR-AUDIT-RECORD(WS-SLOT-SUB)
002188     END-IF.
002189 2160-EXIT.
002190     EXIT.
002191*
002192 2200-READ-HIST.
002193     IF NOT WS-END-OF-HIST
002194         READ CMPRHIST NEXT
002195             AT END SET WS-END-OF-HIST TO TRUE
002196         END-READ
002200         IF WS-HIST-STATUS NOT = "00" AND NOT WS-END-OF-HIST
002210             SET WS-END-OF-HIST TO TRUE
002220         END-IF
002590     END-EVALUATE.
002600 3000-EXIT.
002610     EXIT.
002611*
002612*
002613************************************************************
002614*    3100-COMPARE-CONTENTS - THE VOIDED-BY MARK IS SET ON    *
002615*    CMPRHIST ONLY, NEVER ON THE AUDIT LOG, SO IT IS TAKEN   *
002616*    OUT OF THE COMPARE.  THE HISTORY RECORD IS NOT WRITTEN  *
002617*    BACK, SO CLEARING IT HERE CHANGES NOTHING ON FILE.      *
002618************************************************************
002619 3100-COMPARE-CONTENTS.
002620     MOVE ZERO TO CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD.
002621     IF CMPR-AUD-VOID-SEQ-NBR OF CMPR-HIST-RECORD
002622         IS NOT NUMERIC
002623         MOVE ZERO TO CMPR-AUD-VOID-SEQ-NBR
002624             OF CMPR-HIST-RECORD
002625     END-IF.
002626     IF CMPR-AUD-WINNER-VALUE OF CMPR-HIST-RECORD
002627         IS NOT NUMERIC
002628         MOVE ZERO TO CMPR-AUD-WINNER-VALUE
002629             OF CMPR-HIST-RECORD
002630     END-IF.
002631     IF CMPR-AUD-CYCLE-NBR OF CMPR-HIST-RECORD
002632         IS NOT NUMERIC
002633         MOVE ZERO TO CMPR-AUD-CYCLE-NBR
002634             OF CMPR-HIST-RECORD
002635     END-IF.
002636     PERFORM 3110-FIX-ONE-RATE-DATE THRU 3110-EXIT
002637         VARYING WS-SLOT-SUB FROM 1 BY 1
002638         UNTIL WS-SLOT-SUB > 10.
002640     IF CMPR-AUDIT-RECORD = CMPR-HIST-RECORD
002650         ADD 1 TO WS-MATCHED-COUNT
002660     ELSE
002770         WRITE HCKR-PRINT-LINE
002780     END-IF.
002790 3100-EXIT.
002791     EXIT.
002792*
002793 3110-FIX-ONE-RATE-DATE.
002794     IF CMPR-AUD-RATE-DATE OF CMPR-HIST-RECORD(WS-SLOT-SUB)
002795         IS NOT NUMERIC
002796         MOVE ZERO TO CMPR-AUD-RATE-DATE
002797             OF CMPR-HIST-RECORD(WS-SLOT-SUB)
002798     END-IF.
002799 3110-EXIT.
002800     EXIT.
002810*
002820 3200-AUDIT-ORPHAN.
003210         GO TO 4000-EXIT
003220     END-IF.
003230     OPEN OUTPUT CMPRHIST.
003232     IF WS-HIST-STATUS = "00"
003234         CLOSE CMPRHIST
003236         OPEN I-O CMPRHIST
003238     END-IF.
003240     IF WS-HIST-STATUS NOT = "00"
003250         MOVE "CMPRHIST" TO WS-FAIL-FILE
003260         MOVE WS-HIST-STATUS TO WS-FAIL-STATUS
003370 4000-EXIT.
003380     EXIT.
003390*
003391*
003392************************************************************
003393*    4100-REBUILD-ONE - A VOID ('V') ALWAYS FOLLOWS THE      *
003394*    COMPARE IT CANCELS, SO BY THE TIME IT IS WRITTEN THE    *
003395*    ORIGINAL IS ALREADY ON THE NEW FILE AND IS MARKED       *
003396*    VOIDED AGAIN THE WAY CONDVOID FIRST MARKED IT.          *
003397************************************************************
003400 4100-REBUILD-ONE.
003410     MOVE CMPR-AUDIT-RECORD TO CMPR-HIST-RECORD.
003420     WRITE CMPR-HIST-RECORD
003440             PERFORM 4200-REPORT-DUP-SEQ THRU 4200-EXIT
003450         NOT INVALID KEY
003460             ADD 1 TO WS-REBUILT-COUNT
003462             IF CMPR-AUD-VOID OF CMPR-AUDIT-RECORD
003464                 PERFORM 4300-MARK-VOIDED THRU 4300-EXIT
003466             END-IF
003470     END-WRITE.
003480     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003600 4100-EXIT.
003627 4200-EXIT.
003628     EXIT.
003629*
003630 4300-MARK-VOIDED.
003631     MOVE CMPR-AUD-VOID-SEQ-NBR OF CMPR-AUDIT-RECORD
003632         TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
003633     READ CMPRHIST
003634         INVALID KEY
003635             MOVE CMPR-AUD-VOID-SEQ-NBR OF CMPR-AUDIT-RECORD
003636                 TO WS-VOID-SEQ-SAVE
003637             PERFORM 4400-REPORT-NO-ORIGINAL THRU 4400-EXIT
003638             GO TO 4300-EXIT
003639     END-READ.
003640     MOVE CMPR-AUD-SEQ-NBR OF CMPR-AUDIT-RECORD
003641         TO CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD.
003642     REWRITE CMPR-HIST-RECORD
003643         INVALID KEY
003644             MOVE CMPR-AUD-VOID-SEQ-NBR OF CMPR-AUDIT-RECORD
003645                 TO WS-VOID-SEQ-SAVE
003646             PERFORM 4400-REPORT-NO-ORIGINAL THRU 4400-EXIT
003647             GO TO 4300-EXIT
003648     END-REWRITE.
003649     ADD 1 TO WS-VOID-MARK-COUNT.
003650 4300-EXIT.
003651     EXIT.
003652*
003653 4400-REPORT-NO-ORIGINAL.
003654     SET WS-FILE-DIRTY TO TRUE.
003655     MOVE CMPR-AUD-SEQ-NBR OF CMPR-AUDIT-RECORD
003656         TO WS-SEQ-DISP.
003657     MOVE SPACES TO HCKR-PRINT-LINE.
003658     STRING "VOID SEQ " DELIMITED BY SIZE
003659         WS-SEQ-DISP DELIMITED BY SIZE
003660         " - ORIGINAL " DELIMITED BY SIZE
003661         WS-VOID-SEQ-SAVE DELIMITED BY SIZE
003662         " NOT MARKED VOIDED" DELIMITED BY SIZE
003663         INTO HCKR-PRINT-LINE.
003664     WRITE HCKR-PRINT-LINE.
003665 4400-EXIT.
003666     EXIT.
003667*
003668************************************************************
003669*    5000-CHECK-SEQ-FILE - THE NEXT CMPRHIST WRITE TAKES     *
003670*    CMPRHSEQ PLUS ONE AS ITS KEY, SO THE COUNTER MUST BE    *
003671*    AT OR ABOVE THE HIGHEST SEQUENCE ON FILE.  VERIFY MODE  *
003672*    ONLY REPORTS A SHORTFALL; REBUILD MODE PUSHES THE       *
003680*    COUNTER FORWARD AND SAYS SO.                            *
003690************************************************************
003700 5000-CHECK-SEQ-FILE.
004490             WS-COUNT-DISP DELIMITED BY SIZE
004500             INTO HCKR-PRINT-LINE
004510         WRITE HCKR-PRINT-LINE
004511         MOVE WS-VOID-MARK-COUNT TO WS-COUNT-DISP
004512         MOVE SPACES TO HCKR-PRINT-LINE
004513         STRING "COMPARES RE-MARKED VOIDED : " DELIMITED BY SIZE
004514             WS-COUNT-DISP DELIMITED BY SIZE
004515             INTO HCKR-PRINT-LINE
004516         WRITE HCKR-PRINT-LINE
004520     END-IF.
004530     MOVE WS-HIGH-SEQ TO WS-SEQ-DISP.
004540     MOVE SPACES TO HCKR-PRINT-LINE.
