000010*
000020************************************************************
000030*    CMPPREQ - REQUEST AND ANSWER AREA PASSED TO CONDPEND,   *
000040*    THE SHARED ROUTINE THE MAINTENANCE SCREENS USE TO       *
000050*    FILE A CHANGE ON CMPRPEND FOR A SECOND OPERATOR TO      *
000060*    APPROVE.  THE CALLER SETS EVERYTHING BUT THE LAST TWO   *
000070*    FIELDS; CONDPEND ANSWERS CMPJ-PEND-NBR AND              *
000080*    CMPJ-RESULT-FLAG:                                       *
000090*      'Y' - FILED AS PENDING CHANGE CMPJ-PEND-NBR.          *
000100*      'D' - REFUSED, CHANGE CMPJ-PEND-NBR IS ALREADY        *
000110*            WAITING FOR THE SAME RECORD.                    *
000120*      'F' - REFUSED, CMPRPEND COULD NOT BE WRITTEN.         *
000130************************************************************
000140 01  CMPJ-PENDING-REQUEST.
000150     05  CMPJ-PROGRAM            PIC X(08).
000160     05  CMPJ-ACTION             PIC X(01).
000170     05  CMPJ-RECORD-KEY         PIC X(16).
000180     05  CMPJ-MAKER-USERID       PIC X(08).
000190     05  CMPJ-BEFORE-IMAGE       PIC X(160).
000200     05  CMPJ-AFTER-IMAGE        PIC X(160).
000210     05  CMPJ-PEND-NBR           PIC 9(08).
000220     05  CMPJ-RESULT-FLAG        PIC X(01).
000230         88  CMPJ-FILED                  VALUE 'Y'.
000240         88  CMPJ-ALREADY-PENDING        VALUE 'D'.
000250         88  CMPJ-FILE-FAILED            VALUE 'F'.
