000050*    CMPRTRAN RECORD FULLY PROCESSED, SO A RERUN CAN SKIP    *
000060*    PAST WORK ALREADY COMMITTED TO THE AUDIT/HISTORY/       *
000070*    EXTRACT FILES.                                          *
000072*    CMPK-CYCLE-NBR IS THE BATCH CYCLE THE CHECKPOINT WAS    *
000074*    TAKEN IN; A CHECKPOINT LEFT BY ANOTHER CYCLE IS NEVER   *
000076*    USED TO SKIP INTO THIS CYCLE'S INPUT.                   *
000080************************************************************
000090 01  CMPK-CHECKPOINT-RECORD.
000100     05  CMPK-LAST-RECORD-NBR    PIC 9(08).
000110     05  CMPK-RUN-DATE           PIC 9(08).
000120     05  CMPK-RUN-TIME           PIC 9(08).
000130     05  CMPK-CYCLE-NBR          PIC 9(02).
