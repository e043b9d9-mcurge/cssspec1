000190*                     RESTART THE SAME NIGHT RESUMES AT THE  *
000200*                     FAILED STEP INSTEAD OF FROM THE TOP,   *
000210*                     SO THE 2 AM OPERATOR NEVER HAS TO      *
000211*                     WORK OUT THE RERUN ORDER BY HAND OR    *
000212*                     TRIP THE CONDBAT DUPLICATE-RUN CHECK.  *
000213*                     CONDBAT'S CODE 4 (COMPLETED WITH       *
000214*                     REJECTS) IS A WARNING AND THE STREAM   *
000215*                     CARRIES ON.                            *
000216*    09/03/2026  DWS  THE CONDFMON MISSING-FEED MONITOR IS   *
000217*                     NOW STEP 6, AFTER THE TALLY, SO A      *
000218*                     FEED THAT WENT QUIET PAGES SOMEONE     *
000219*                     THE SAME NIGHT.                        *
000220*    10/15/2026  DWS  CONDSREL NOW RUNS BETWEEN CONDCNVT AND *
000221*                     CONDBAT TO PUT SUSPENSE ITEMS RELEASED *
000222*                     ON CONDSUSP BACK ON CMPRTRAN, AND THE  *
000223*                     CONDSAGE AGED SUSPENSE REPORT RUNS     *
000224*                     AHEAD OF CONDFMON.  EIGHT STEPS NOW,   *
000225*                     SO THE STEP NUMBERS ON CMPRSTEP MOVE   *
000226*                     UP FROM CONDBAT ON.                    *
000227*    10/15/2026  DWS  CONDCPUP NOW RUNS RIGHT AFTER CONDBAT  *
000228*                     TO POST THE NIGHT'S COMPARES TO THE    *
000229*                     CMPRCPRC CURRENT-PRICE MASTER, AND THE *
000230*                     CONDCPMV PRICE MOVEMENT REPORT RUNS    *
000231*                     LAST.  TEN STEPS NOW, SO THE STEP      *
000232*                     NUMBERS ON CMPRSTEP MOVE UP FROM       *
000233*                     CONDRECN ON.                           *
000234*    10/15/2026  DWS  THE STREAM NOW RUNS ONE BATCH CYCLE OF *
000235*                     THE RUN DATE, NAMED BY CMPCYCLE (01    *
000236*                     WHEN NOT SET).  STEP RECORDS CARRY THE *
000237*                     CYCLE AND THE RESTART POINT IS FOUND   *
000238*                     FROM THE STEPS OF THE SAME DATE AND    *
000239*                     CYCLE, SO A SECOND CYCLE RUNS FROM     *
000240*                     STEP 1.                                *
000241*    10/15/2026  DWS  THE STREAM NOW REFUSES TO START ON A   *
000242*                     DATE THE CMPRCALN PROCESSING CALENDAR  *
000243*                     SAYS IS NOT A BUSINESS DAY, ENDING     *
000244*                     RETURN CODE 12, UNLESS CMPFORCE=Y IS   *
000245*                     SET FOR A DELIBERATE RUN.              *
000246*    10/15/2026  DWS  THE CONDPNDR UNAPPROVED CHANGE REPORT  *
000247*                     IS NOW STEP 1, AHEAD OF CONDCNVT, SO A *
000248*                     FEED, RATE OR PROFILE CHANGE STILL     *
000249*                     WAITING FOR ITS SECOND OPERATOR AT     *
000250*                     CUT-OFF IS LISTED (CODE 4) BEFORE      *
000251*                     CONDBAT RUNS.  ELEVEN STEPS NOW, SO    *
000252*                     EVERY STEP NUMBER ON CMPRSTEP MOVES UP *
000253*                     ONE.                                   *
000254*    10/15/2026  DWS  THE CONDRLOD TREASURY RATE LOADER IS   *
000255*                     NOW STEP 4, RIGHT AHEAD OF CONDBAT, SO *
000256*                     TONIGHT'S RATES ARE ON CMPRRATE BEFORE *
000257*                     THE COMPARE CONVERTS WITH THEM.  A     *
000258*                     REFUSED TREASURY FILE STOPS THE STREAM *
000259*                     THERE.  TWELVE STEPS NOW, SO THE STEP  *
000260*                     NUMBERS ON CMPRSTEP MOVE UP FROM       *
000261*                     CONDBAT ON.                            *
000262*    10/15/2026  DWS  A STEP THAT STOPS THE STREAM NOW       *
000263*                     RAISES A CRITICAL ALERT ON CMPRALRT    *
000264*                     (THROUGH CONDALRT) AGAINST THE STEP    *
000265*                     NAME, AND THE NEW CONDASND STEP SENDS  *
000266*                     THE NIGHT'S ALERTS TO THE MONITORING   *
000267*                     TOOL AS STEP 13 - AND STILL RUNS AFTER *
000268*                     A STOP.  THIRTEEN STEPS NOW.           *
000269*    10/15/2026  DWS  ADDED CONDSUMN AS STEP 13, AHEAD OF    *
000270*                     CONDASND, TO KEEP THE CMPRSUMM DAILY   *
000271*                     SUMMARY UP TO DATE.  CONDASND MOVES    *
000272*                     TO STEP 14.  FOURTEEN STEPS NOW.       *
000273*    10/15/2026  DWS  CONDCALN IS NOW CANCELLED AFTER THE    *
000274*                     CONDSAGE AND CONDCPMV STEPS, WHICH     *
000275*                     CALL IT TO AGE IN BUSINESS DAYS.       *
000276************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000470     05  WS-STREAM-SWITCH        PIC X(01) VALUE 'Y'.
000480         88  WS-STREAM-GOOD              VALUE 'Y'.
000490         88  WS-STREAM-STOPPED           VALUE 'N'.
000493     05  WS-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000496         88  WS-STREAM-REFUSED           VALUE 'Y'.
000500 01  WS-STEP-TABLE.
000505     05  FILLER                  PIC X(08) VALUE "CONDPNDR".
000510     05  FILLER                  PIC X(08) VALUE "CONDCNVT".
000513     05  FILLER                  PIC X(08) VALUE "CONDSREL".
000516     05  FILLER                  PIC X(08) VALUE "CONDRLOD".
000520     05  FILLER                  PIC X(08) VALUE "CONDBAT ".
000525     05  FILLER                  PIC X(08) VALUE "CONDCPUP".
000530     05  FILLER                  PIC X(08) VALUE "CONDRECN".
000540     05  FILLER                  PIC X(08) VALUE "CONDXREL".
000550     05  FILLER                  PIC X(08) VALUE "CONDTALY".
000551     05  FILLER                  PIC X(08) VALUE "CONDSAGE".
000552     05  FILLER                  PIC X(08) VALUE "CONDFMON".
000554     05  FILLER                  PIC X(08) VALUE "CONDCPMV".
000556     05  FILLER                  PIC X(08) VALUE "CONDSUMN".
000558     05  FILLER                  PIC X(08) VALUE "CONDASND".
000560 01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
000570     05  WS-STEP-NAME OCCURS 14 TIMES PIC X(08).
000580 01  WS-STEP-WORK.
000590     05  WS-STEP-COUNT           PIC 9(02) VALUE 14.
000600     05  WS-STEP-SUB             PIC 9(02) COMP VALUE ZERO.
000610     05  WS-RESUME-STEP          PIC 9(02) VALUE 1.
000620     05  WS-STEP-RC              PIC 9(04) VALUE ZERO.
000630     05  WS-FAIL-RC              PIC 9(04) VALUE ZERO.
000637     05  WS-RC-DISP              PIC 9(04).
000644     05  WS-LAST-RC OCCURS 14 TIMES PIC 9(04).
000651     05  WS-STEP-SEEN OCCURS 14 TIMES PIC X(01).
000660 01  WS-DATE-WORK.
000670     05  WS-CURRENT-DATE         PIC 9(08).
000671 01  WS-CYCLE-WORK.
000672     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000673     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000674     05  WS-REC-CYCLE            PIC 9(02) VALUE 1.
000675 01  WS-CALENDAR-WORK.
000676     05  WS-FORCE-EDIT           PIC X(01) VALUE SPACE.
000677         88  WS-FORCE-REQUESTED          VALUES 'Y' 'y'.
000678 COPY CMPBCAL.
000679 COPY CMPALRQ.
000680*
000690 PROCEDURE DIVISION.
000700*
000730************************************************************
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000752     IF WS-STREAM-REFUSED
000754         GOBACK
000756     END-IF.
000760     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
000770         VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
000780         UNTIL WS-STEP-SUB > WS-STEP-COUNT
000790         OR WS-STREAM-STOPPED.
000792     IF WS-STREAM-STOPPED
000794         PERFORM 2600-SEND-AFTER-STOP THRU 2600-EXIT
000796     END-IF.
000800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000810     GOBACK.
000820*
000830************************************************************
000840*    1000-INITIALIZE - READ TONIGHT'S STEP HISTORY AND WORK  *
000850*    OUT WHERE TO RESUME: THE FIRST STEP WHOSE LATEST 'C'    *
000855*    RECORD FOR THIS DATE AND CYCLE IS MISSING OR ENDED      *
000860*    ABOVE 4.  EACH CYCLE OF A DATE RUNS AND RESTARTS ON ITS *
000865*    OWN.                                                    *
000870************************************************************
000880 1000-INITIALIZE.
000890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000891     PERFORM 1050-GET-CYCLE THRU 1050-EXIT.
000892     PERFORM 1060-CHECK-CALENDAR THRU 1060-EXIT.
000893     IF WS-STREAM-REFUSED
000894         GO TO 1000-EXIT
000895     END-IF.
000900     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
000910         VARYING WS-STEP-SUB FROM 1 BY 1
000920         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
001050 1000-EXIT.
001060     EXIT.
001070*
001071************************************************************
001072*    1050-GET-CYCLE - THE CYCLE TO RUN IS NAMED BY CMPCYCLE  *
001073*    IN THE JOB'S ENVIRONMENT (01 OVERNIGHT, 02 AND UP FOR A *
001074*    LATER CYCLE THE SAME DAY).  EVERY STEP CALLED BELOW     *
001075*    PICKS UP THE SAME SETTING.  NOT SET, OR NOT A NUMBER    *
001076*    FROM 01 TO 99, MEANS CYCLE 01.                          *
001077************************************************************
001078 1050-GET-CYCLE.
001079     MOVE SPACES TO WS-CYCLE-EDIT.
001080     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
001081     IF WS-CYCLE-EDIT(2:1) = SPACE
001082         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
001083         MOVE "0" TO WS-CYCLE-EDIT(1:1)
001084     END-IF.
001085     IF WS-CYCLE-EDIT IS NUMERIC
001086         AND WS-CYCLE-EDIT NOT = "00"
001087         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001088     ELSE
001089         MOVE 1 TO WS-CYCLE-NBR
001090     END-IF.
001091     DISPLAY "CONDNITE - RUN DATE " WS-CURRENT-DATE
001092         " CYCLE " WS-CYCLE-NBR.
001093 1050-EXIT.
001094     EXIT.
001095*
001096************************************************************
001097*    1060-CHECK-CALENDAR - THE STREAM ONLY RUNS ON A         *
001098*    PROCESSING DATE PER THE CMPRCALN CALENDAR (MONDAY TO    *
001099*    FRIDAY WHEN THE DATE IS NOT ON IT).  ON ANY OTHER DATE  *
001100*    IT REFUSES TO START, ENDING RETURN CODE 12 WITH NOTHING *
001101*    WRITTEN TO CMPRSTEP, UNLESS CMPFORCE=Y IS SET IN THE    *
001102*    JOB'S ENVIRONMENT FOR A DELIBERATE WEEKEND OR HOLIDAY   *
001103*    RUN.  CONDCALN IS CANCELLED AGAIN SO THE STEPS START    *
001104*    WITH A FRESH COPY.                                      *
001105************************************************************
001106 1060-CHECK-CALENDAR.
001107     MOVE 'B' TO CMPB-FUNCTION.
001108     MOVE WS-CURRENT-DATE TO CMPB-DATE-1.
001109     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
001110     CANCEL "CONDCALN".
001111     IF CMPB-BUSINESS-DAY
001112         GO TO 1060-EXIT
001113     END-IF.
001114     MOVE SPACE TO WS-FORCE-EDIT.
001115     ACCEPT WS-FORCE-EDIT FROM ENVIRONMENT "CMPFORCE".
001116     IF WS-FORCE-REQUESTED
001117         DISPLAY "CONDNITE - " WS-CURRENT-DATE
001118             " IS NOT A PROCESSING DATE - RUN FORCED BY CMPFORCE"
001119         GO TO 1060-EXIT
001120     END-IF.
001121     SET WS-STREAM-REFUSED TO TRUE.
001122     MOVE 12 TO RETURN-CODE.
001123     DISPLAY "CONDNITE - " WS-CURRENT-DATE
001124         " IS NOT A PROCESSING DATE - STREAM NOT STARTED".
001125     DISPLAY "CONDNITE - SET CMPFORCE=Y TO RUN IT ANYWAY".
001126 1060-EXIT.
001127     EXIT.
001128*
001129 1100-CLEAR-ONE-STEP.
001130     MOVE ZERO TO WS-LAST-RC(WS-STEP-SUB).
001131     MOVE 'N' TO WS-STEP-SEEN(WS-STEP-SUB).
001132 1100-EXIT.
001133     EXIT.
001134*
001140 1200-READ-ONE-STATUS.
001150     READ CMPRSTEP
001160         AT END SET WS-END-OF-STEPS TO TRUE
001170     END-READ.
001180     IF NOT WS-END-OF-STEPS
001181         MOVE 1 TO WS-REC-CYCLE
001182         IF CMPP-CYCLE-NBR IS NUMERIC
001183             AND CMPP-CYCLE-NBR > ZERO
001184             MOVE CMPP-CYCLE-NBR TO WS-REC-CYCLE
001185         END-IF
001190         IF CMPP-RUN-DATE = WS-CURRENT-DATE
001195             AND WS-REC-CYCLE = WS-CYCLE-NBR
001200             AND CMPP-COMPLETED
001210             AND CMPP-STEP-NBR >= 1
001220             AND CMPP-STEP-NBR <= WS-STEP-COUNT
001550************************************************************
001560*    2000-RUN-ONE-STEP - 'S' RECORD, CALL, 'C' RECORD WITH   *
001570*    THE RETURN CODE.  A CODE ABOVE 4 STOPS THE STREAM SO    *
001576*    NOTHING DOWNSTREAM EATS BAD INPUT, AND RAISES A         *
001582*    CRITICAL ALERT AGAINST THE STEP.                        *
001590************************************************************
001600 2000-RUN-ONE-STEP.
001610     DISPLAY "CONDNITE - STARTING " WS-STEP-NAME(WS-STEP-SUB).
001710             " - STREAM STOPPED"
001720         MOVE WS-STEP-RC TO WS-FAIL-RC
001730         SET WS-STREAM-STOPPED TO TRUE
001735         PERFORM 2400-RAISE-STEP-ALERT THRU 2400-EXIT
001740     END-IF.
001750 2000-EXIT.
001760     EXIT.
001800     MOVE WS-CURRENT-DATE TO CMPP-RUN-DATE.
001810     MOVE WS-STEP-SUB TO CMPP-STEP-NBR.
001820     MOVE WS-STEP-NAME(WS-STEP-SUB) TO CMPP-STEP-NAME.
001825     MOVE WS-CYCLE-NBR TO CMPP-CYCLE-NBR.
001830     ACCEPT CMPP-START-TIME FROM TIME.
001840     MOVE ZERO TO CMPP-END-TIME.
001850     MOVE ZERO TO CMPP-RETURN-CODE.
001910 2200-CALL-THE-STEP.
001920     EVALUATE WS-STEP-SUB
001930         WHEN 1
001932             CALL "CONDPNDR"
001934             CANCEL "CONDPNDR"
001936             CANCEL "CONDCALN"
001938         WHEN 2
001940             CALL "CONDCNVT"
001950             CANCEL "CONDCNVT"
001952             CANCEL "CONDALRT"
001954         WHEN 3
001956             CALL "CONDSREL"
001958             CANCEL "CONDSREL"
001960         WHEN 4
001962             CALL "CONDRLOD"
001964             CANCEL "CONDRLOD"
001966             CANCEL "CONDCALN"
001968         WHEN 5
001970             CALL "CONDBAT"
001980             CANCEL "CONDBAT"
001990             CANCEL "CONDTCHK"
001993             CANCEL "CONDCALN"
001996         WHEN 6
001999             CALL "CONDCPUP"
002002             CANCEL "CONDCPUP"
002005         WHEN 7
002010             CALL "CONDRECN"
002020             CANCEL "CONDRECN"
002026             CANCEL "CONDALRT"
002032         WHEN 8
002040             CALL "CONDXREL"
002050             CANCEL "CONDXREL"
002056             CANCEL "CONDALRT"
002062         WHEN 9
002070             CALL "CONDTALY"
002072             CANCEL "CONDTALY"
002074         WHEN 10
002076             CALL "CONDSAGE"
002078             CANCEL "CONDSAGE"
002080             CANCEL "CONDCALN"
002082         WHEN 11
002084             CALL "CONDFMON"
002086             CANCEL "CONDFMON"
002087             CANCEL "CONDCALN"
002088             CANCEL "CONDALRT"
002089         WHEN 12
002090             CALL "CONDCPMV"
002091             CANCEL "CONDCPMV"
002092             CANCEL "CONDCALN"
002093         WHEN 13
002094             CALL "CONDSUMN"
002095             CANCEL "CONDSUMN"
002096             CANCEL "CONDSUMB"
002097         WHEN 14
002098             CALL "CONDASND"
002099             CANCEL "CONDASND"
002100     END-EVALUATE.
002101 2200-EXIT.
002110     EXIT.
002120*
002130 2300-WRITE-END-STATUS.
002150     MOVE WS-CURRENT-DATE TO CMPP-RUN-DATE.
002160     MOVE WS-STEP-SUB TO CMPP-STEP-NBR.
002170     MOVE WS-STEP-NAME(WS-STEP-SUB) TO CMPP-STEP-NAME.
002175     MOVE WS-CYCLE-NBR TO CMPP-CYCLE-NBR.
002180     MOVE ZERO TO CMPP-START-TIME.
002190     ACCEPT CMPP-END-TIME FROM TIME.
002200     MOVE WS-STEP-RC TO CMPP-RETURN-CODE.
002210     SET CMPP-COMPLETED TO TRUE.
002220     PERFORM 2500-APPEND-STATUS THRU 2500-EXIT.
002230 2300-EXIT.
002231     EXIT.
002232*
002233************************************************************
002234*    2400-RAISE-STEP-ALERT - A STEP THAT STOPPED THE STREAM  *
002235*    GOES ON CMPRALRT AS CRITICAL AGAINST THE STEP NAME.     *
002236************************************************************
002237 2400-RAISE-STEP-ALERT.
002238     MOVE 'C' TO CMPZ-SEVERITY.
002239     MOVE "CONDNITE" TO CMPZ-SOURCE-PGM.
002240     MOVE WS-CURRENT-DATE TO CMPZ-RUN-DATE.
002241     MOVE "STEP" TO CMPZ-OBJECT-TYPE.
002242     MOVE WS-STEP-NAME(WS-STEP-SUB) TO CMPZ-OBJECT-ID.
002243     MOVE WS-STEP-RC TO WS-RC-DISP.
002244     MOVE SPACES TO CMPZ-MESSAGE.
002245     STRING "STEP ENDED WITH CODE " DELIMITED BY SIZE
002246         WS-RC-DISP DELIMITED BY SIZE
002247         " - NIGHT STREAM STOPPED" DELIMITED BY SIZE
002248         INTO CMPZ-MESSAGE.
002249     CALL "CONDALRT" USING CMPZ-ALERT-REQUEST.
002250     CANCEL "CONDALRT".
002251 2400-EXIT.
002252     EXIT.
002253*
002260 2500-APPEND-STATUS.
002270     OPEN EXTEND CMPRSTEP.
002280     IF WS-STEP-STATUS = "35"
002310     WRITE CMPP-STEP-RECORD.
002320     CLOSE CMPRSTEP.
002330 2500-EXIT.
002331     EXIT.
002332*
002333************************************************************
002334*    2600-SEND-AFTER-STOP - THE ALERTS MUST GO OUT ABOVE ALL *
002335*    ON A NIGHT THAT STOPPED, SO THE LAST STEP (CONDASND)    *
002336*    STILL RUNS AFTER A STOP, WITH ITS OWN CMPRSTEP RECORDS. *
002337*    THE STREAM STAYS STOPPED AND A RESTART STILL RESUMES AT *
002338*    THE FAILED STEP.                                        *
002339************************************************************
002340 2600-SEND-AFTER-STOP.
002341     MOVE WS-STEP-COUNT TO WS-STEP-SUB.
002342     DISPLAY "CONDNITE - STARTING " WS-STEP-NAME(WS-STEP-SUB)
002343         " AFTER THE STOP".
002344     PERFORM 2100-WRITE-START-STATUS THRU 2100-EXIT.
002345     MOVE ZERO TO RETURN-CODE.
002346     PERFORM 2200-CALL-THE-STEP THRU 2200-EXIT.
002347     MOVE RETURN-CODE TO WS-STEP-RC.
002348     MOVE ZERO TO RETURN-CODE.
002349     PERFORM 2300-WRITE-END-STATUS THRU 2300-EXIT.
002350 2600-EXIT.
002351     EXIT.
002352*
002360************************************************************
002370*    8000-TERMINATE - THE CONTROLLER HANDS THE SCHEDULER     *
002380*    THE FAILED STEP'S CODE, OR ZERO FOR A CLEAN NIGHT.      *
