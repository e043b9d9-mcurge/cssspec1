000010*
000020************************************************************
000030*    CMPSMRQ - REQUEST AND ANSWER AREA PASSED TO CONDSUMB,   *
000040*    THE SHARED ROUTINE THAT REBUILDS CMPRSUMM FOR A RANGE   *
000050*    OF RUN DATES.  THE CALLER SETS THE DATES AND THE        *
000060*    SOURCE - 'H' CMPRHIST, 'A' CMPRARCH.  EVERY DAY IN THE  *
000070*    RANGE THAT HAS RECORDS ON THE SOURCE HAS ITS SUMMARY    *
000080*    LINES THROWN AWAY AND BUILT AGAIN; A DAY WITH NOTHING   *
000090*    ON THE SOURCE IS LEFT AS IT IS, SO REBUILDING FROM      *
000100*    CMPRHIST NEVER WIPES OUT A DAY ALREADY ARCHIVED.        *
000110*    CONDSUMB ANSWERS THE COUNTS AND CMPS-REQ-RESULT-FLAG:   *
000120*      'Y' - BUILT (NOTHING, IF THE RANGE WAS EMPTY).        *
000130*      'N' - THE SOURCE FILE DOES NOT EXIST - NOTHING DONE.  *
000140*      'F' - CMPRSUMM OR THE SOURCE WOULD NOT OPEN, OR A     *
000145*            SUMMARY LINE COULD NOT BE WRITTEN OR DROPPED.   *
000150************************************************************
000160 01  CMPS-SUMMARY-REQUEST.
000170     05  CMPS-REQ-FROM-DATE      PIC 9(08).
000180     05  CMPS-REQ-TO-DATE        PIC 9(08).
000190     05  CMPS-REQ-SOURCE         PIC X(01).
000200         88  CMPS-REQ-FROM-HISTORY       VALUE 'H'.
000210         88  CMPS-REQ-FROM-ARCHIVE       VALUE 'A'.
000220     05  CMPS-REQ-DAYS-BUILT     PIC 9(05).
000230     05  CMPS-REQ-RECORDS-READ   PIC 9(08).
000240     05  CMPS-REQ-LINES-WRITTEN  PIC 9(08).
000250     05  CMPS-REQ-RESULT-FLAG    PIC X(01).
000260         88  CMPS-REQ-BUILT              VALUE 'Y'.
000270         88  CMPS-REQ-NO-SOURCE          VALUE 'N'.
000280         88  CMPS-REQ-FILE-FAILED        VALUE 'F'.
