000010*
000020************************************************************
000030*    CMPAMON - THE FIXED-FORMAT FILE THE ENTERPRISE          *
000040*    MONITORING TOOL INGESTS (CMPRAMON), WRITTEN BY THE      *
000050*    CONDASND STEP AT THE END OF CONDNITE.  ONE HEADER, ONE  *
000060*    DETAIL PER ALERT SENT, ONE TRAILER WITH THE DETAIL      *
000070*    COUNT SO THE TOOL CAN TELL A SHORT FILE FROM A QUIET    *
000080*    NIGHT.  A NIGHT WITH NOTHING TO SEND STILL WRITES THE   *
000090*    HEADER AND A ZERO TRAILER.  THE APPLICATION NAME IS     *
000100*    ALWAYS 'CONDCOMP', THE NAME THE TOOL FILES THESE UNDER. *
000110*    CMPV-MON-SEVERITY IS SPELT OUT ('CRITICAL', 'ERROR',    *
000120*    'WARNING') THE WAY THE TOOL WANTS IT.  AN ALERT ALREADY *
000130*    ACKNOWLEDGED BEFORE IT WAS SENT GOES WITH               *
000140*    CMPV-MON-ACK-FLAG 'Y' SO THE TOOL CAN CLOSE IT AT ONCE. *
000150************************************************************
000160 01  CMPV-MON-HEADER-RECORD.
000170     05  CMPV-MON-HDR-REC-TYPE   PIC X(01).
000180         88  CMPV-MON-HEADER-TYPE        VALUE 'H'.
000190     05  CMPV-MON-HDR-APPL       PIC X(08).
000200     05  CMPV-MON-HDR-SENT-DATE  PIC 9(08).
000210     05  CMPV-MON-HDR-SENT-TIME  PIC 9(08).
000220     05  CMPV-MON-HDR-CYCLE-NBR  PIC 9(02).
000230     05  FILLER                  PIC X(133).
000240 01  CMPV-MON-DETAIL-RECORD.
000250     05  CMPV-MON-REC-TYPE       PIC X(01).
000260         88  CMPV-MON-DETAIL-TYPE        VALUE 'D'.
000270     05  CMPV-MON-APPL           PIC X(08).
000280     05  CMPV-MON-EVENT-DATE     PIC 9(08).
000290     05  CMPV-MON-EVENT-TIME     PIC 9(06).
000300     05  CMPV-MON-SEVERITY       PIC X(08).
000310     05  CMPV-MON-ALERT-NBR      PIC 9(08).
000320     05  CMPV-MON-SOURCE-PGM     PIC X(08).
000330     05  CMPV-MON-RUN-DATE       PIC 9(08).
000340     05  CMPV-MON-CYCLE-NBR      PIC 9(02).
000350     05  CMPV-MON-OBJECT-TYPE    PIC X(04).
000360     05  CMPV-MON-OBJECT-ID      PIC X(12).
000370     05  CMPV-MON-ACK-FLAG       PIC X(01).
000380     05  CMPV-MON-MESSAGE        PIC X(60).
000390     05  FILLER                  PIC X(26).
000400 01  CMPV-MON-TRAILER-RECORD.
000410     05  CMPV-MON-TRL-REC-TYPE   PIC X(01).
000420         88  CMPV-MON-TRAILER-TYPE       VALUE 'T'.
000430     05  CMPV-MON-TRL-APPL       PIC X(08).
000440     05  CMPV-MON-TRL-COUNT      PIC 9(08).
000450     05  FILLER                  PIC X(143).
