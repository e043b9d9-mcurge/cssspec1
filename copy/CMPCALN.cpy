000010*
000020************************************************************
000030*    CMPCALN - PROCESSING CALENDAR RECORD (CMPRCALN FILE,    *
000040*    KEYED BY DATE).  ONE RECORD PER DATE THAT DOES NOT      *
000050*    FOLLOW THE STANDING RULE - MONDAY TO FRIDAY ARE         *
000060*    BUSINESS DAYS, SATURDAY AND SUNDAY ARE NOT - SO THE     *
000070*    FILE ONLY NEEDS THE HOLIDAYS AND ANY WEEKEND THE DESK   *
000080*    WORKS.  A DATE MARKED 'B' IS A BUSINESS (PROCESSING)    *
000090*    DAY WHATEVER ITS WEEKDAY; 'H' IS A HOLIDAY OR OTHER     *
000100*    NON-PROCESSING DAY.  MAINTAINED ON CONDCALM AND READ    *
000110*    THROUGH CONDCALN, NEVER DIRECTLY.                       *
000120************************************************************
000130 01  CMPW-CALENDAR-RECORD.
000140     05  CMPW-CAL-DATE           PIC 9(08).
000150     05  CMPW-DAY-TYPE           PIC X(01).
000160         88  CMPW-BUSINESS-DAY           VALUE 'B'.
000170         88  CMPW-HOLIDAY                VALUE 'H'.
000180         88  CMPW-DAY-TYPE-VALID         VALUES 'B' 'H'.
000190     05  CMPW-DESCRIPTION        PIC X(30).
