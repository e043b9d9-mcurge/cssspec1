000186*                     CMPRFEED MASTER, SO THE LINE READS     *
000187*                     "FEED VNDA VENDOR A" AND NOT AN        *
000188*                     ANONYMOUS SLOT NUMBER.                 *
000189*    10/15/2026  DWS  VOIDED COMPARES ARE LEFT OUT OF THE    *
000190*                     TALLY.  EACH OF TODAY'S COMPARES IS    *
000191*                     LOOKED UP ON CMPRHIST, WHERE CONDVOID  *
000192*                     MARKS A VOIDED ONE, AND THE 'V'        *
000193*                     RECORDS THEMSELVES ARE PASSED OVER.    *
000194*                     THE NUMBER LEFT OUT IS PRINTED WITH    *
000195*                     THE TOTALS.                            *
000196************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000314         ACCESS MODE IS DYNAMIC
000315         RECORD KEY IS CMPF-FEED-ID
000316         FILE STATUS IS WS-FEED-STATUS.
000317     SELECT CMPRHIST ASSIGN TO "CMPRHIST"
000318         ORGANIZATION IS INDEXED
000319         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD
000321         ALTERNATE RECORD KEY IS CMPR-AUD-RUN-DATE
000322             OF CMPR-HIST-RECORD
000323             WITH DUPLICATES
000324         ALTERNATE RECORD KEY IS CMPR-AUD-ITEM-ID
000325             OF CMPR-HIST-RECORD
000326             WITH DUPLICATES
000327         FILE STATUS IS WS-HIST-STATUS.
000328 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CMPRAUDT
000350     RECORDING MODE IS F.
000392 FD  CMPRFEED
000394     RECORDING MODE IS F.
000396 COPY CMPFEED.
000397 FD  CMPRHIST
000398     RECORDING MODE IS F.
000399 COPY CMPAUDT REPLACING CMPR-AUDIT-RECORD BY CMPR-HIST-RECORD.
000400 WORKING-STORAGE SECTION.
000410 01  WS-SWITCHES.
000420     05  WS-AUDT-STATUS          PIC X(02) VALUE SPACES.
000436         88  WS-FEED-FOUND               VALUE 'Y'.
000437     05  WS-FEED-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000438         88  WS-FEED-MASTER-OK           VALUE 'Y'.
000439     05  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000440     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000441         88  WS-HIST-OPEN                VALUE 'Y'.
000442     05  WS-VOIDED-SWITCH        PIC X(01) VALUE 'N'.
000443         88  WS-COMPARE-VOIDED           VALUE 'Y'.
000444     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000450         88  WS-END-OF-AUDIT             VALUE 'Y'.
000460 01  WS-DATE-TIME.
000470     05  WS-CURRENT-DATE         PIC 9(08).
000500     05  WS-TIE-COUNT            PIC 9(08) COMP VALUE ZERO.
000510     05  WS-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
000520     05  WS-COMPARE-COUNT        PIC 9(08) COMP VALUE ZERO.
000525     05  WS-VOIDED-COUNT         PIC 9(08) COMP VALUE ZERO.
000530     05  WS-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
000532 01  WS-FEED-TALLY.
000533     05  WS-FEED-TALLY-COUNT     PIC 9(03) COMP VALUE ZERO.
000807         SET WS-FEED-MASTER-OK TO TRUE
000808     END-IF.
000810     OPEN OUTPUT CMPRTALY.
000812     OPEN INPUT CMPRHIST.
000814     IF WS-HIST-STATUS = "00"
000816         SET WS-HIST-OPEN TO TRUE
000818     END-IF.
000820 1000-EXIT.
000830     EXIT.
000890*
000990*
001000************************************************************
001010*    3000-TALLY-AUDIT - ONLY TODAY'S RECORDS COUNT TOWARD    *
001016*    THE DAILY TALLY.  A VOID ('V') IS NOT A RUN OF ITS OWN  *
001022*    AND A COMPARE SINCE VOIDED NO LONGER COUNTS.           *
001030************************************************************
001040 3000-TALLY-AUDIT.
001042     MOVE 'N' TO WS-VOIDED-SWITCH.
001044     IF CMPR-AUD-RUN-DATE OF CMPR-AUDIT-RECORD = WS-CURRENT-DATE
001046         AND CMPR-AUD-COMPARE OF CMPR-AUDIT-RECORD
001048         PERFORM 3050-CHECK-VOIDED THRU 3050-EXIT
001050     END-IF.
001052     IF CMPR-AUD-RUN-DATE OF CMPR-AUDIT-RECORD = WS-CURRENT-DATE
001054         AND NOT CMPR-AUD-VOID OF CMPR-AUDIT-RECORD
001056         AND NOT WS-COMPARE-VOIDED
001060         ADD 1 TO WS-RECORD-COUNT
001070         IF CMPR-AUD-REJECT OF CMPR-AUDIT-RECORD
001080             ADD 1 TO WS-REJECT-COUNT
001090         ELSE
001100             ADD 1 TO WS-COMPARE-COUNT
001110             IF CMPR-AUD-IS-TIE OF CMPR-AUDIT-RECORD
001120                 ADD 1 TO WS-TIE-COUNT
001130             END-IF
001140             PERFORM 3100-TALLY-ONE-POSITION THRU 3100-EXIT
001150                 VARYING WS-IDX FROM 1 BY 1
001156                 UNTIL WS-IDX >
001162                     CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD
001170         END-IF
001180     END-IF.
001190     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
001200 3000-EXIT.
001210     EXIT.
001220*
001221************************************************************
001222*    3050-CHECK-VOIDED - THE AUDIT LOG IS NEVER REWRITTEN,   *
001223*    SO WHETHER A COMPARE HAS BEEN VOIDED IS READ FROM ITS   *
001224*    CMPRHIST COPY.  NO HISTORY FILE MEANS NOTHING VOIDED.   *
001225************************************************************
001226 3050-CHECK-VOIDED.
001227     IF NOT WS-HIST-OPEN
001228         GO TO 3050-EXIT
001229     END-IF.
001230     MOVE CMPR-AUD-SEQ-NBR OF CMPR-AUDIT-RECORD
001231         TO CMPR-AUD-SEQ-NBR OF CMPR-HIST-RECORD.
001232     READ CMPRHIST
001233         INVALID KEY GO TO 3050-EXIT
001234     END-READ.
001235     IF CMPR-AUD-VOIDED-BY-SEQ OF CMPR-HIST-RECORD IS NUMERIC
001236         AND NOT CMPR-AUD-NOT-VOIDED OF CMPR-HIST-RECORD
001237         SET WS-COMPARE-VOIDED TO TRUE
001238         ADD 1 TO WS-VOIDED-COUNT
001239     END-IF.
001240 3050-EXIT.
001241     EXIT.
001242*
001243 3100-TALLY-ONE-POSITION.
001244     IF CMPR-AUD-POS-WON OF CMPR-AUDIT-RECORD(WS-IDX)
001245         MOVE CMPR-AUD-FEED-ID OF CMPR-AUDIT-RECORD(WS-IDX)
001246             TO WS-FEED-LOOKUP-ID
001255         PERFORM 3200-BUMP-FEED-WIN THRU 3200-EXIT
001260     END-IF.
001270 3100-EXIT.
001590     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
001600     MOVE SPACES TO TALY-PRINT-LINE.
001610     STRING "TOTAL VALIDATION REJECTS  : " DELIMITED BY SIZE
001611         WS-COUNT-DISP DELIMITED BY SIZE
001612         INTO TALY-PRINT-LINE.
001613     WRITE TALY-PRINT-LINE.
001614     MOVE WS-VOIDED-COUNT TO WS-COUNT-DISP.
001615     MOVE SPACES TO TALY-PRINT-LINE.
001616     STRING "VOIDED - LEFT OUT ABOVE   : " DELIMITED BY SIZE
001620         WS-COUNT-DISP DELIMITED BY SIZE
001630         INTO TALY-PRINT-LINE.
001640     WRITE TALY-PRINT-LINE.
001876         CLOSE CMPRFEED
001877     END-IF.
001880     CLOSE CMPRTALY.
001882     IF WS-HIST-OPEN
001884         CLOSE CMPRHIST
001886     END-IF.
001890 8000-EXIT.
001900     EXIT.
001910*
