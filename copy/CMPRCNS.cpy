000070*    IN-BALANCE DATE MAY HAVE ITS EXTRACT PUBLISHED.  THE    *
000080*    CMPRRECR PRINT REPORT STAYS THE HUMAN-READABLE STORY;   *
000090*    THIS FILE IS THE MACHINE-READABLE ONE.                  *
000092*    CMPN-CYCLE-NBR IS THE BATCH CYCLE RECONCILED - THE      *
000094*    VERDICT BELONGS TO RUN DATE PLUS CYCLE.  SPACES ON      *
000096*    RECORDS WRITTEN BEFORE CYCLES WERE CARRIED, WHICH       *
000098*    COUNT AS CYCLE 01.                                      *
000100************************************************************
000110 01  CMPN-RECON-RECORD.
000120     05  CMPN-RECON-DATE         PIC 9(08).
000140     05  CMPN-RESULT             PIC X(01).
000150         88  CMPN-IN-BALANCE             VALUE 'B'.
000160         88  CMPN-OUT-OF-BALANCE         VALUE 'O'.
000170     05  CMPN-CYCLE-NBR          PIC 9(02).
