000060*    WHEN IT COMPLETES, SO AN 'S' WITH NO 'C' UNDER THE      *
000070*    SAME RUN NUMBER IS A RUN THAT ABENDED IN FLIGHT.  THE   *
000080*    COMPLETED RECORDS ALSO DRIVE THE DUPLICATE-RUN CHECK:   *
000087*    A 'C' ALREADY ON FILE FOR THE SAME RUN DATE AND BATCH   *
000095*    CYCLE STOPS A RE-DRIVEN JOB BEFORE IT DOUBLES EVERY     *
000103*    COMPARISON UP.                                          *
000111*    CMPD-CYCLE-NBR IS THE BATCH CYCLE OF THE RUN DATE THE   *
000112*    RUN BELONGS TO (01 OVERNIGHT, 02 AND UP FOR LATER       *
000113*    CYCLES THE SAME DAY).  THE DUPLICATE-RUN CHECK KEYS ON  *
000114*    RUN DATE PLUS CYCLE, SO A SECOND CYCLE IS NEVER TAKEN   *
000115*    FOR A RE-DRIVE OF THE FIRST.  SPACES ON RECORDS         *
000116*    WRITTEN BEFORE CYCLES WERE CARRIED, WHICH COUNT AS 01.  *
000120************************************************************
000130 01  CMPD-LEDGER-RECORD.
000140     05  CMPD-RUN-NBR            PIC 9(06).
000210     05  CMPD-STATUS             PIC X(01).
000220         88  CMPD-STARTED                VALUE 'S'.
000230         88  CMPD-COMPLETED              VALUE 'C'.
000240     05  CMPD-CYCLE-NBR          PIC 9(02).
