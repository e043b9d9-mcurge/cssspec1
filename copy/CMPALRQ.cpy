000010*
000020************************************************************
000030*    CMPALRQ - REQUEST AND ANSWER AREA PASSED TO CONDALRT,   *
000040*    THE SHARED ROUTINE THAT RAISES AN ALERT ON CMPRALRT.    *
000050*    THE CALLER SETS EVERYTHING BUT THE LAST TWO FIELDS;     *
000060*    CONDALRT TAKES THE BATCH CYCLE FROM CMPCYCLE ITSELF AND *
000070*    ANSWERS CMPZ-ALERT-NBR AND CMPZ-RESULT-FLAG:            *
000080*      'Y' - RAISED AS ALERT CMPZ-ALERT-NBR.                 *
000090*      'D' - NOT RAISED, ALERT CMPZ-ALERT-NBR FOR THE SAME   *
000100*            PROGRAM, OBJECT, RUN DATE AND MESSAGE IS STILL  *
000110*            OPEN (A RERUN DOES NOT RAISE IT TWICE).         *
000120*      'F' - NOT RAISED, CMPRALRT COULD NOT BE WRITTEN.      *
000130*    RAISING AN ALERT NEVER CHANGES THE CALLER'S RETURN      *
000140*    CODE; THE CALLER STILL ENDS THE WAY IT ALWAYS HAS.      *
000150************************************************************
000160 01  CMPZ-ALERT-REQUEST.
000170     05  CMPZ-SEVERITY           PIC X(01).
000180     05  CMPZ-SOURCE-PGM         PIC X(08).
000190     05  CMPZ-RUN-DATE           PIC 9(08).
000200     05  CMPZ-OBJECT-TYPE        PIC X(04).
000210     05  CMPZ-OBJECT-ID          PIC X(12).
000220     05  CMPZ-MESSAGE            PIC X(60).
000230     05  CMPZ-ALERT-NBR          PIC 9(08).
000240     05  CMPZ-RESULT-FLAG        PIC X(01).
000250         88  CMPZ-RAISED                 VALUE 'Y'.
000260         88  CMPZ-ALREADY-OPEN           VALUE 'D'.
000270         88  CMPZ-FILE-FAILED            VALUE 'F'.
