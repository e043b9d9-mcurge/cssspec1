000020************************************************************
000030*    CMPXTR - FIXED-FORMAT EXTRACT RECORD FOR THE DOWNSTREAM *
000040*    REPORTING JOB.  ONE RECORD PER COMPARISON.  UNUSED      *
000041*    VALUE SLOTS (BEYOND CMPX-VALUE-COUNT) ARE ZERO-FILLED.  *
000042*    CMPX-RUN-DATE NAMES THE RUN THE RECORD CAME FROM, SO    *
000043*    A HELD NIGHT LEFT ON THE CMPRXTRS STAGING FILE CAN      *
000044*    NEVER MIX INTO ANOTHER NIGHT'S COUNTS OR PUBLICATION.   *
000045*    CMPX-ITEM-ID NAMES THE PRODUCT OR CONTRACT THE SET      *
000046*    WAS QUOTED AGAINST.                                     *
000047*    CMPX-MEDIAN-VALUE IS THE MEDIAN (CONSENSUS) OF THE      *
000048*    IN-USE VALUES AND CMPX-OUTLIER-FEED THE ONE FEED        *
000049*    SITTING FURTHEST FROM IT - SPACES WHEN NO SINGLE        *
000050*    FEED STANDS OUT.                                        *
000051*    CMPX-SEQ-NBR IS THE CMPRHIST SEQUENCE NUMBER OF THE     *
000052*    COMPARISON.  CMPX-REC-TYPE 'C' (SPACE ON RECORDS STAGED *
000053*    BEFORE IT WAS CARRIED) IS A COMPARISON TO ADD IN; 'X'   *
000054*    IS A CANCEL WRITTEN BY CONDVOID - IT REPEATS THE VOIDED *
000055*    COMPARISON'S VALUES AND CMPX-CANCEL-SEQ-NBR NAMES THE   *
000056*    SEQUENCE NUMBER THE RECEIVER MUST BACK OUT.             *
000057*    CMPX-WINNER-VALUE IS THE VALUE CHOSEN UNDER THE ITEM'S  *
000058*    CMPRITEM SELECTION RULE AND CMPX-SELECT-RULE THE RULE   *
000059*    THAT CHOSE IT (SEE CMPRSLT) - SPACE ON RECORDS STAGED   *
000060*    BEFORE RULES WERE CARRIED, WHEN IT WAS ALWAYS THE MAX.  *
000061*    CMPX-CYCLE-NBR IS THE BATCH CYCLE OF THE RUN DATE, SO   *
000062*    A SECOND CYCLE THE SAME DAY IS NEVER SWEPT INTO THE     *
000063*    FIRST CYCLE'S PUBLICATION.  SPACES ON RECORDS STAGED    *
000064*    BEFORE CYCLES WERE CARRIED, WHICH COUNT AS CYCLE 01.    *
000065************************************************************
000070 01  CMPX-EXTRACT-RECORD.
000072     05  CMPX-RUN-DATE           PIC 9(08).
000075     05  CMPX-ITEM-ID            PIC X(08).
000110     05  CMPX-MEDIAN-VALUE       PIC S9(07)V99
000112             SIGN IS LEADING SEPARATE.
000120     05  CMPX-OUTLIER-FEED       PIC X(04).
000130     05  CMPX-SEQ-NBR            PIC 9(08).
000140     05  CMPX-REC-TYPE           PIC X(01).
000150         88  CMPX-COMPARE-TYPE           VALUES 'C' SPACE.
000160         88  CMPX-CANCEL-TYPE            VALUE 'X'.
000170     05  CMPX-CANCEL-SEQ-NBR     PIC 9(08).
000180     05  CMPX-SELECT-RULE        PIC X(01).
000190     05  CMPX-CYCLE-NBR          PIC 9(02).
