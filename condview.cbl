000150*                     OUT.                                   *
000152*    08/22/2026  DWS  MAX VALUE NOW SHOWS AS A SIGNED        *
000154*                     AMOUNT WITH TWO DECIMALS.              *
000156*    10/15/2026  DWS  A VOID ('V') WRITTEN BY CONDVOID NOW   *
000158*                     LISTS AS VOID, NOT AS A REJECT.        *
000160************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000890************************************************************
000900 3000-SHOW-RECORD.
000910     MOVE SPACES TO WS-DETAIL-LINE.
000916     EVALUATE TRUE
000922         WHEN CMPR-AUD-COMPARE
000928             MOVE "COMPARE " TO WS-TYPE-DISP
000934         WHEN CMPR-AUD-VOID
000940             MOVE "VOID    " TO WS-TYPE-DISP
000946         WHEN OTHER
000952             MOVE "REJECT  " TO WS-TYPE-DISP
000958     END-EVALUATE.
000970     MOVE CMPR-AUD-COUNT TO WS-COUNT-DISP.
000971     MOVE 1 TO WS-DETAIL-POINTER.
000980     STRING CMPR-AUD-RUN-DATE DELIMITED BY SIZE
