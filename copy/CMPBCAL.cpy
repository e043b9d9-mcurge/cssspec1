000010*
000020************************************************************
000030*    CMPBCAL - REQUEST AND ANSWER AREA PASSED TO CONDCALN,   *
000040*    THE SHARED PROCESSING-CALENDAR ROUTINE.  THE CALLER     *
000050*    SETS CMPB-FUNCTION AND THE DATES IT NEEDS:              *
000060*      'B' - IS CMPB-DATE-1 A BUSINESS DAY.  ANSWERS         *
000070*            CMPB-BUSINESS-FLAG AND CMPB-DAY-OF-WEEK.        *
000080*      'C' - HOW MANY BUSINESS DAYS FALL AFTER CMPB-DATE-1   *
000090*            UP TO AND INCLUDING CMPB-DATE-2.  ANSWERS       *
000100*            CMPB-DAY-COUNT (ZERO WHEN DATE-2 IS NOT LATER). *
000110*      'K' - THE DATE CMPB-DAY-COUNT BUSINESS DAYS BEFORE    *
000120*            CMPB-DATE-1.  ANSWERS CMPB-RESULT-DATE.         *
000130*      'W' - THE WEEK OF CMPB-DATE-1.  ANSWERS EVERYTHING    *
000140*            'B' DOES PLUS CMPB-WEEK-START-DATE (THE MONDAY) *
000150*            AND CMPB-LAST-OF-WEEK-FLAG, 'Y' WHEN NO LATER   *
000160*            DAY OF THE SAME WEEK IS A BUSINESS DAY.         *
000170*    CMPB-DAY-OF-WEEK RUNS 1 (MONDAY) TO 7 (SUNDAY).         *
000180*    CMPB-DATE-FLAG COMES BACK 'N' FOR A DATE THAT IS NOT A  *
000190*    REAL CALENDAR DATE, AND CMPB-CALENDAR-FLAG 'N' WHEN NO  *
000200*    CMPRCALN FILE EXISTS AND THE STANDING MONDAY-TO-FRIDAY  *
000210*    RULE IS ALL THAT WAS APPLIED.                           *
000220************************************************************
000230 01  CMPB-CALENDAR-REQUEST.
000240     05  CMPB-FUNCTION           PIC X(01).
000250         88  CMPB-CHECK-DATE             VALUE 'B'.
000260         88  CMPB-COUNT-DAYS             VALUE 'C'.
000270         88  CMPB-BACK-DAYS              VALUE 'K'.
000280         88  CMPB-WEEK-INFO              VALUE 'W'.
000290     05  CMPB-DATE-1             PIC 9(08).
000300     05  CMPB-DATE-2             PIC 9(08).
000310     05  CMPB-DAY-COUNT          PIC 9(05).
000320     05  CMPB-RESULT-DATE        PIC 9(08).
000330     05  CMPB-WEEK-START-DATE    PIC 9(08).
000340     05  CMPB-DAY-OF-WEEK        PIC 9(01).
000350     05  CMPB-BUSINESS-FLAG      PIC X(01).
000360         88  CMPB-BUSINESS-DAY           VALUE 'Y'.
000370     05  CMPB-LAST-OF-WEEK-FLAG  PIC X(01).
000380         88  CMPB-LAST-OF-WEEK           VALUE 'Y'.
000390     05  CMPB-DATE-FLAG          PIC X(01).
000400         88  CMPB-DATE-VALID             VALUE 'Y'.
000410     05  CMPB-CALENDAR-FLAG      PIC X(01).
000420         88  CMPB-CALENDAR-LOADED        VALUE 'Y'.
