000190*                     FIXED-FORMAT CMPRXTR EXTRACT FOR THE   *
000200*                     DOWNSTREAM REPORTING JOB, AND WRITES A *
000210*                     CMPRCHKP CHECKPOINT EVERY 100 RECORDS  *
000211*                     SO A RERUN AFTER AN ABEND CAN RESTART  *
000212*                     PAST WORK ALREADY COMMITTED INSTEAD OF *
000213*                     REPROCESSING THE WHOLE FILE.           *
000214*    08/22/2026  DWS  EACH TRANSACTION VALUE NOW NAMES THE   *
000215*                     UPSTREAM FEED IT CAME FROM.  THE FEED  *
000216*                     MASTER (CMPRFEED) IS LOADED AT START   *
000217*                     AND A TRANSACTION NAMING AN UNKNOWN    *
000218*                     OR INACTIVE FEED IS REJECTED.  FEED    *
000219*                     IDS ARE CARRIED ONTO THE AUDIT AND     *
000220*                     HISTORY RECORDS.                       *
000221*    08/22/2026  DWS  EVERY COMPARE IS NOW RUN THROUGH THE   *
000222*                     CONDTCHK TOLERANCE CHECK.  A SPREAD,   *
000223*                     FLOOR OR CEILING BREACH IS FLAGGED ON  *
000224*                     THE AUDIT RECORD AND FILED ON THE      *
000225*                     CMPRXCPT EXCEPTION FILE FOR THE        *
000226*                     MORNING CONDEXCP REVIEW.               *
000227*    08/22/2026  DWS  EVERY EXECUTION IS NOW ENTERED ON THE  *
000228*                     CMPRLEDG RUN LEDGER ('S' AT START,     *
000229*                     'C' WITH THE FINAL COUNTS AT END).  A  *
000230*                     COMPLETED RUN ALREADY ON FILE FOR THE  *
000231*                     SAME RUN DATE AND INPUT COUNT STOPS A  *
000232*                     RE-DRIVEN JOB WITH RC 12.  RETURN      *
000233*                     CODES: 0 CLEAN, 4 COMPLETED WITH       *
000234*                     REJECTS, 8 CMPRTRAN MISSING, 12        *
000235*                     DUPLICATE RUN.                         *
000236*    09/03/2026  DWS  EVERY TRANSACTION NOW CARRIES THE ITEM *
000237*                     (PRODUCT/CONTRACT) THE SET WAS QUOTED  *
000238*                     AGAINST.  A BLANK ITEM REJECTS, AND    *
000239*                     THE ITEM IS CARRIED ONTO THE AUDIT,    *
000240*                     HISTORY AND EXTRACT RECORDS SO HISTORY *
000241*                     CAN BE PULLED BY WHAT WAS COMPARED.    *
000242*    09/03/2026  DWS  VALUES ARE NOW CONVERTED TO BASE       *
000243*                     CURRENCY (USD) BEFORE THE CONDCALC     *
000244*                     CALL, USING THE FEED'S CURRENCY FROM   *
000245*                     CMPRFEED AND THE RUN DATE'S CMPRRATE   *
000246*                     RATE.  A NON-USD FEED WITH NO RATE     *
000247*                     FOR THE RUN DATE REJECTS RATHER THAN   *
000248*                     COMPARING WRONG.  THE AUDIT RECORD     *
000249*                     CARRIES BOTH THE ORIGINAL AND THE      *
000250*                     CONVERTED AMOUNTS.                     *
000251*    09/03/2026  DWS  THE ENGINE'S NEW MEDIAN AND OUTLIER    *
000252*                     SLOT ARE CARRIED ONTO THE AUDIT AND    *
000253*                     HISTORY RECORDS AND THE EXTRACT (AS    *
000254*                     THE OUTLIER'S FEED ID).                *
000255*    09/03/2026  DWS  THE EXTRACT NOW GOES TO THE CMPRXTRS   *
000256*                     STAGING FILE INSTEAD OF STRAIGHT TO    *
000257*                     CMPRXTR.  THE CONDXREL RELEASE STEP    *
000258*                     PUBLISHES IT WITH A HEADER AND A       *
000259*                     CONTROL-TOTAL TRAILER ONLY AFTER       *
000260*                     CONDRECN PROVES THE RUN DATE           *
000261*                     BALANCES, SO THE DOWNSTREAM JOB CAN    *
000262*                     NEVER EAT AN UNRECONCILED EXTRACT.     *
000263*    09/03/2026  DWS  EVERY STAGED EXTRACT RECORD NOW        *
000264*                     CARRIES THE RUN DATE, SO A HELD        *
000265*                     NIGHT LEFT ON STAGING CANNOT MIX       *
000266*                     INTO THE NEXT NIGHT'S COUNTS OR        *
000267*                     PUBLICATION.                           *
000268*    10/15/2026  DWS  EVERY REJECT NOW ALSO GOES TO THE      *
000269*                     CMPRSUSP SUSPENSE FILE WITH THE        *
000270*                     ORIGINAL TRANSACTION AND A REASON      *
000271*                     CODE FOR EACH FAILING FIELD OR SLOT,   *
000272*                     UNDER THE REJECT'S SEQUENCE NUMBER, SO *
000273*                     IT CAN BE CORRECTED ON CONDSUSP AND    *
000274*                     RESUBMITTED INSTEAD OF BEING LOST.     *
000275*    10/15/2026  DWS  EACH STAGED EXTRACT RECORD NOW CARRIES *
000276*                     THE CMPRHIST SEQUENCE NUMBER OF ITS    *
000277*                     COMPARISON AND TYPE 'C', SO A LATER    *
000278*                     CANCEL FROM CONDVOID CAN NAME THE ONE  *
000279*                     TO BACK OUT.                           *
000280*    10/15/2026  DWS  EVERY ITEM MUST NOW BE KNOWN AND       *
000281*                     ACTIVE ON THE NEW CMPRITEM MASTER      *
000282*                     (REASONS ITUK AND ITIN).  THE ITEM'S   *
000283*                     SELECTION RULE GOES TO CONDCALC, AND   *
000284*                     THE VALUE IT CHOSE AND THE RULE ARE    *
000285*                     CARRIED ON THE AUDIT RECORD AND AS THE *
000286*                     EXTRACT WINNER VALUE.                  *
000287*    10/15/2026  DWS  EVERY RUN NOW BELONGS TO A BATCH CYCLE *
000288*                     OF THE RUN DATE (CMPCYCLE, 01 WHEN NOT *
000289*                     SET), CARRIED ON THE LEDGER, AUDIT,    *
000290*                     HISTORY AND STAGED EXTRACT RECORDS AND *
000291*                     THE CHECKPOINT.  THE DUPLICATE-RUN     *
000292*                     CHECK NOW KEYS ON RUN DATE PLUS CYCLE, *
000293*                     AND A CHECKPOINT LEFT BY ANOTHER CYCLE *
000294*                     IS IGNORED.                            *
000295*    10/15/2026  DWS  A NON-USD SLOT WITH NO RATE FOR THE    *
000296*                     RUN DATE NOW FALLS BACK TO THE         *
000297*                     CURRENCY'S MOST RECENT PRIOR CMPRRATE  *
000298*                     RATE WHEN ITS CMPRCPOL POLICY ALLOWS   *
000299*                     (WITHIN ITS FALLBACK BUSINESS DAYS).   *
000300*                     THE RATE DATE USED FOR EACH SLOT AND A *
000301*                     FALLBACK FLAG ARE CARRIED ON THE AUDIT *
000302*                     AND HISTORY RECORDS.                   *
000303*    10/15/2026  DWS  EACH COMPARE'S AUDIT AND HISTORY       *
000304*                     RECORD IS MARKED AS STAGED ON CMPRXTRS *
000305*                     (CMPR-AUD-XTR-SW), SO A LATER VOID     *
000306*                     KNOWS A CANCEL IS OWED DOWNSTREAM.     *
000307************************************************************
000308 ENVIRONMENT DIVISION.
000309 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000311 OBJECT-COMPUTER.   IBM-370.
000312 INPUT-OUTPUT SECTION.
000313 FILE-CONTROL.
000315     SELECT CMPRTRAN ASSIGN TO "CMPRTRAN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000325         FILE STATUS IS WS-TRAN-STATUS.
000486         ACCESS MODE IS DYNAMIC
000488         RECORD KEY IS CMPY-RATE-KEY
000490         FILE STATUS IS WS-RATE-STATUS.
000491     SELECT CMPRSUSP ASSIGN TO "CMPRSUSP"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS CMPU-SEQ-NBR
000495         FILE STATUS IS WS-SUSP-STATUS.
000496     SELECT CMPRITEM ASSIGN TO "CMPRITEM"
000497         ORGANIZATION IS INDEXED
000498         ACCESS MODE IS DYNAMIC
000499         RECORD KEY IS CMPI-ITEM-ID
000500         FILE STATUS IS WS-ITEM-STATUS.
000501     SELECT CMPRCPOL ASSIGN TO "CMPRCPOL"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS CMPG-CURRENCY-CODE
000505         FILE STATUS IS WS-CPOL-STATUS.
000506 DATA DIVISION.
000510 FILE SECTION.
000515 FD  CMPRTRAN
000520     RECORDING MODE IS F.
000635 FD  CMPRLEDG
000640     RECORDING MODE IS F.
000645 COPY CMPLEDG.
000647 FD  CMPRSUSP
000649     RECORDING MODE IS F.
000651 COPY CMPSUSP.
000653 FD  CMPRITEM
000655     RECORDING MODE IS F.
000657 COPY CMPITEM.
000659 FD  CMPRCPOL
000661     RECORDING MODE IS F.
000663 COPY CMPCPOL.
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
000737     05  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
000738     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000739         88  WS-RATES-USABLE             VALUE 'Y'.
000740     05  WS-SUSP-STATUS          PIC X(02) VALUE SPACES.
000741     05  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
000742     05  WS-ITEM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000743         88  WS-ITEMS-USABLE             VALUE 'Y'.
000744     05  WS-CPOL-STATUS          PIC X(02) VALUE SPACES.
000745     05  WS-CPOL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000746         88  WS-POLICIES-USABLE          VALUE 'Y'.
000747     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000748         88  WS-RATE-FOUND               VALUE 'Y'.
000749     05  WS-PRIOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000750         88  WS-END-OF-PRIOR             VALUE 'Y'.
000751     05  WS-FALLBACK-SWITCH      PIC X(01) VALUE 'N'.
000752         88  WS-FALLBACK-USED            VALUE 'Y'.
000753     05  WS-FEED-KNOWN-SWITCH    PIC X(01) VALUE 'N'.
000754         88  WS-FEED-KNOWN               VALUE 'Y'.
000755     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000756         88  WS-END-OF-TRAN              VALUE 'Y'.
000760     05  WS-REJECT-SWITCH        PIC X(01) VALUE 'N'.
000770         88  WS-RECORD-REJECTED          VALUE 'Y'.
000780         88  WS-RECORD-ACCEPTED          VALUE 'N'.
000867     05  WS-EXCEPTION-COUNT      PIC 9(08) VALUE ZERO.
000868     05  WS-INPUT-COUNT          PIC 9(08) VALUE ZERO.
000869     05  WS-RUN-NBR              PIC 9(06) VALUE ZERO.
000872     05  WS-FALLBACK-COUNT       PIC 9(08) VALUE ZERO.
000875 01  WS-DATE-TIME.
000880     05  WS-CURRENT-DATE         PIC 9(08).
000890     05  WS-CURRENT-TIME         PIC 9(08).
000891     05  WS-USERID               PIC X(08).
000892 01  WS-CYCLE-WORK.
000893     05  WS-CYCLE-EDIT           PIC X(02) VALUE SPACES.
000894     05  WS-CYCLE-NBR            PIC 9(02) VALUE 1.
000895     05  WS-REC-CYCLE            PIC 9(02) VALUE 1.
000901 01  WS-FEED-TABLE.
000902     05  WS-FEED-COUNT           PIC 9(03) COMP VALUE ZERO.
000903     05  WS-FEED-SUB             PIC 9(03) COMP VALUE ZERO.
000911     05  WS-FEED-CURR            PIC X(03) VALUE SPACES.
000912     05  WS-ORIG-VALUE OCCURS 10 TIMES PIC S9(07)V99.
000913     05  WS-SLOT-CURR OCCURS 10 TIMES PIC X(03).
000914     05  WS-SLOT-RATE-DATE OCCURS 10 TIMES PIC 9(08).
000915     05  WS-CUTOFF-DATE          PIC 9(08).
000916     05  WS-PRIOR-RATE           PIC 9(03)V9(06).
000917     05  WS-PRIOR-DATE           PIC 9(08).
000918 01  WS-REASON-WORK.
000919     05  WS-FIRST-REASON         PIC X(04).
000920     05  WS-ITEM-REASON          PIC X(04).
000921     05  WS-COUNT-REASON         PIC X(04).
000922     05  WS-SLOT-REASON OCCURS 10 TIMES PIC X(04).
000923     05  WS-NEW-REASON           PIC X(04).
000924     05  WS-REASON-SUB           PIC 9(02) COMP.
000925 COPY CMPTBL.
000926 COPY CMPRSLT.
000927 COPY CMPTCHK.
000928 COPY CMPBCAL.
000930*
000940 PROCEDURE DIVISION.
000950*
001150     IF WS-USERID = SPACES
001160         MOVE "UNKNOWN " TO WS-USERID
001170     END-IF.
001175     PERFORM 1905-GET-CYCLE THRU 1905-EXIT.
001180     PERFORM 1900-READ-CHECKPOINT THRU 1900-EXIT.
001181     PERFORM 1920-COUNT-INPUT THRU 1920-EXIT.
001182     PERFORM 1930-CHECK-RUN-LEDGER THRU 1930-EXIT.
001332         IF WS-XCPT-STATUS = "35"
001333             OPEN OUTPUT CMPRXCPT
001334         END-IF
001335         OPEN I-O CMPRSUSP
001336         IF WS-SUSP-STATUS = "35"
001337             OPEN OUTPUT CMPRSUSP
001338             CLOSE CMPRSUSP
001339             OPEN I-O CMPRSUSP
001340         END-IF
001341         PERFORM 1970-READ-HIST-SEQ THRU 1970-EXIT
001342         PERFORM 1975-LOAD-FEED-TABLE THRU 1975-EXIT
001343         PERFORM 1978-OPEN-RATE-FILE THRU 1978-EXIT
001344         PERFORM 1979-OPEN-ITEM-MASTER THRU 1979-EXIT
001345         PERFORM 1950-SKIP-TO-RESTART THRU 1950-EXIT
001350         PERFORM 1990-READ-TRAN THRU 1990-EXIT
001355     END-IF.
001360 1000-EXIT.
001370     EXIT.
001380*
001381************************************************************
001382*    1900-READ-CHECKPOINT - A CHECKPOINT LEFT PART-WAY IN BY *
001383*    A DIFFERENT BATCH CYCLE BELONGS TO THAT CYCLE'S INPUT   *
001384*    AND IS NEVER USED TO SKIP INTO THIS ONE.  A CHECKPOINT  *
001385*    WITH NO CYCLE ON IT WAS TAKEN IN CYCLE 01.              *
001386************************************************************
001390 1900-READ-CHECKPOINT.
001400     MOVE ZERO TO WS-RESTART-FROM.
001410     OPEN INPUT CMPRCHKP.
001440             AT END MOVE SPACES TO WS-CHECKPOINT-FOUND
001450         END-READ
001460         IF WS-CHKP-STATUS = "00"
001461             MOVE 1 TO WS-REC-CYCLE
001462             IF CMPK-CYCLE-NBR IS NUMERIC
001463                 AND CMPK-CYCLE-NBR > ZERO
001464                 MOVE CMPK-CYCLE-NBR TO WS-REC-CYCLE
001465             END-IF
001466             IF WS-REC-CYCLE = WS-CYCLE-NBR
001467                 MOVE CMPK-LAST-RECORD-NBR TO WS-RESTART-FROM
001468                 SET WS-RESTARTING TO TRUE
001469             ELSE
001470                 IF CMPK-LAST-RECORD-NBR IS NUMERIC
001471                     AND CMPK-LAST-RECORD-NBR > ZERO
001472                     DISPLAY "CONDBAT - CHECKPOINT IS FOR CYCLE "
001473                         WS-REC-CYCLE " - IGNORED"
001474                 END-IF
001475             END-IF
001490         END-IF
001500         CLOSE CMPRCHKP
001510     END-IF.
001520 1900-EXIT.
001521     EXIT.
001522*
001523************************************************************
001524*    1905-GET-CYCLE - THE BATCH CYCLE OF THE RUN DATE COMES  *
001525*    FROM CMPCYCLE IN THE JOB'S ENVIRONMENT (01 OVERNIGHT,   *
001526*    02 AND UP FOR A LATER CYCLE THE SAME DAY).  NOT SET, OR *
001527*    NOT A NUMBER FROM 01 TO 99, MEANS CYCLE 01.             *
001528************************************************************
001529 1905-GET-CYCLE.
001530     MOVE SPACES TO WS-CYCLE-EDIT.
001531     ACCEPT WS-CYCLE-EDIT FROM ENVIRONMENT "CMPCYCLE".
001532     IF WS-CYCLE-EDIT(2:1) = SPACE
001533         MOVE WS-CYCLE-EDIT(1:1) TO WS-CYCLE-EDIT(2:1)
001534         MOVE "0" TO WS-CYCLE-EDIT(1:1)
001535     END-IF.
001536     IF WS-CYCLE-EDIT IS NUMERIC
001537         AND WS-CYCLE-EDIT NOT = "00"
001538         MOVE WS-CYCLE-EDIT TO WS-CYCLE-NBR
001539     ELSE
001540         MOVE 1 TO WS-CYCLE-NBR
001541     END-IF.
001542     DISPLAY "CONDBAT - RUN DATE " WS-CURRENT-DATE
001543         " CYCLE " WS-CYCLE-NBR.
001544 1905-EXIT.
001545     EXIT.
001546*
001550 1950-SKIP-TO-RESTART.
001560     PERFORM 1960-SKIP-ONE-RECORD THRU 1960-EXIT
001570         VARYING WS-RECORD-NBR FROM 1 BY 1
001880     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
001882     IF NOT WS-RECORD-REJECTED
001884         MOVE CMPT-COUNT TO CMP-COUNT
001885         MOVE 'N' TO WS-FALLBACK-SWITCH
001886         PERFORM 2200-COPY-TRAN-VALUES THRU 2200-EXIT
001888             VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > CMP-COUNT
001889     END-IF.
001962         CALL "CONDTCHK" USING CMP-TABLE CMP-RESULT
001964             CMPC-CHECK-RESULT
001970         ADD 1 TO WS-COMPARE-COUNT
001972         IF WS-FALLBACK-USED
001974             ADD 1 TO WS-FALLBACK-COUNT
001976         END-IF
001980         PERFORM 7900-BUILD-AUDIT-RECORD THRU 7900-EXIT
001990         WRITE CMPR-AUDIT-RECORD
002000         MOVE CMPR-AUDIT-RECORD TO CMPR-HIST-RECORD
002110*
002120************************************************************
002130*    2100-VALIDATE-TRAN - A TRANSACTION IS REJECTED IF THE   *
002133*    VALUE COUNT ISN'T 1-10, THE ITEM ID IS BLANK OR NOT     *
002136*    KNOWN AND ACTIVE ON THE CMPRITEM MASTER, ANY IN-USE     *
002139*    VALUE IS NOT A VALID SIGNED AMOUNT, OR ANY FEED IS NOT  *
002142*    KNOWN AND ACTIVE ON THE CMPRFEED MASTER.  EVERY         *
002145*    FAILURE LEAVES ITS REASON CODE (SEE CMPSUSP) AGAINST    *
002148*    THE FIELD OR SLOT THAT TRIPPED IT FOR THE SUSPENSE      *
002151*    RECORD.                                                 *
002160************************************************************
002170 2100-VALIDATE-TRAN.
002171     SET WS-RECORD-ACCEPTED TO TRUE.
002172     INITIALIZE WS-REASON-WORK.
002173     IF CMPT-ITEM-ID = SPACES
002174         SET WS-RECORD-REJECTED TO TRUE
002175         MOVE "ITBL" TO WS-ITEM-REASON
002176     ELSE
002177         PERFORM 2120-VALIDATE-ITEM THRU 2120-EXIT
002183     END-IF.
002184     IF CMPT-COUNT IS NOT NUMERIC
002185         SET WS-RECORD-REJECTED TO TRUE
002186         MOVE "CTNN" TO WS-COUNT-REASON
002187     ELSE
002190         IF CMPT-COUNT < 1 OR CMPT-COUNT > 10
002200             SET WS-RECORD-REJECTED TO TRUE
002205             MOVE "CTRG" TO WS-COUNT-REASON
002210         ELSE
002220             MOVE CMPT-COUNT TO CMP-COUNT
002230             PERFORM 2150-VALIDATE-ONE-VALUE THRU 2150-EXIT
002250     END-IF.
002260 2100-EXIT.
002270     EXIT.
002271*
002272************************************************************
002273*    2120-VALIDATE-ITEM - DIRECT READ OF THE ITEM MASTER.    *
002274*    AN ACTIVE ITEM HANDS ITS PRICE SELECTION RULE TO THE    *
002275*    COMPARE ENGINE; NO MASTER AT ALL MEANS NO ITEM IS       *
002276*    KNOWN AND EVERY TRANSACTION REJECTS.                    *
002277************************************************************
002278 2120-VALIDATE-ITEM.
002279     MOVE SPACES TO CMP-SELECT-RULE.
002280     MOVE SPACES TO CMP-PREFERRED-FEED.
002281     IF NOT WS-ITEMS-USABLE
002282         SET WS-RECORD-REJECTED TO TRUE
002283         MOVE "ITUK" TO WS-ITEM-REASON
002284         GO TO 2120-EXIT
002285     END-IF.
002286     MOVE CMPT-ITEM-ID TO CMPI-ITEM-ID.
002287     READ CMPRITEM
002288         INVALID KEY
002289             SET WS-RECORD-REJECTED TO TRUE
002290             MOVE "ITUK" TO WS-ITEM-REASON
002291         NOT INVALID KEY
002292             IF CMPI-ACTIVE
002293                 MOVE CMPI-SELECT-RULE TO CMP-SELECT-RULE
002294                 MOVE CMPI-PREFERRED-FEED TO CMP-PREFERRED-FEED
002295             ELSE
002296                 SET WS-RECORD-REJECTED TO TRUE
002297                 MOVE "ITIN" TO WS-ITEM-REASON
002298             END-IF
002299     END-READ.
002300 2120-EXIT.
002301     EXIT.
002302*
002303 2150-VALIDATE-ONE-VALUE.
002304     IF CMPT-VALUE(CMP-IDX) IS NOT NUMERIC
002310         SET WS-RECORD-REJECTED TO TRUE
002313         MOVE "VLNN" TO WS-NEW-REASON
002316         PERFORM 2190-NOTE-SLOT-REASON THRU 2190-EXIT
002320     END-IF.
002322     PERFORM 2160-VALIDATE-ONE-FEED THRU 2160-EXIT.
002330 2150-EXIT.
002356*    TABLE, CONVERTED TO BASE CURRENCY ON THE WAY.  THE      *
002358*    ORIGINAL AMOUNT AND ITS CURRENCY ARE KEPT ASIDE FOR     *
002359*    THE AUDIT RECORD.  A NON-USD FEED WITH NO RATE FOR      *
002360*    THE RUN DATE (NOR A FALLBACK RATE UNDER ITS CURRENCY'S  *
002361*    POLICY) REJECTS THE WHOLE TRANSACTION.                  *
002362************************************************************
002363 2200-COPY-TRAN-VALUES.
002364     MOVE CMPT-VALUE(CMP-IDX) TO WS-ORIG-VALUE(CMP-IDX).
002368     MOVE ZERO TO WS-SLOT-RATE-DATE(CMP-IDX).
002372     MOVE CMPT-FEED-ID(CMP-IDX) TO CMP-FEED-ID(CMP-IDX).
002373     PERFORM 2210-FIND-FEED-CURRENCY THRU 2210-EXIT.
002374     MOVE WS-FEED-CURR TO WS-SLOT-CURR(CMP-IDX).
002407*
002408************************************************************
002409*    2220-CONVERT-ONE-VALUE - DIRECT READ OF THE RUN DATE'S  *
002410*    RATE FOR THE FEED'S CURRENCY.  WHEN THERE IS NONE THE   *
002411*    CURRENCY'S CMPRCPOL POLICY MAY ALLOW ITS MOST RECENT    *
002412*    PRIOR RATE (2230).  NO RATE FILE, NO USABLE RATE, OR A  *
002413*    CONVERTED AMOUNT TOO WIDE FOR THE VALUE FIELD ALL       *
002414*    REJECT THE TRANSACTION.                                 *
002415************************************************************
002416 2220-CONVERT-ONE-VALUE.
002417     IF NOT WS-RATES-USABLE
002418         SET WS-RECORD-REJECTED TO TRUE
002419         MOVE "RTNF" TO WS-NEW-REASON
002420         PERFORM 2190-NOTE-SLOT-REASON THRU 2190-EXIT
002422         GO TO 2220-EXIT
002423     END-IF.
002424     MOVE WS-FEED-CURR TO CMPY-CURRENCY-CODE.
002425     MOVE WS-CURRENT-DATE TO CMPY-RATE-DATE.
002426     SET WS-RATE-FOUND TO TRUE.
002427     READ CMPRRATE
002428         INVALID KEY
002429             PERFORM 2230-FIND-FALLBACK-RATE THRU 2230-EXIT
002430     END-READ.
002431     IF NOT WS-RATE-FOUND
002432         SET WS-RECORD-REJECTED TO TRUE
002433         MOVE "RTMS" TO WS-NEW-REASON
002434         PERFORM 2190-NOTE-SLOT-REASON THRU 2190-EXIT
002435         GO TO 2220-EXIT
002436     END-IF.
002437     MOVE CMPY-RATE-DATE TO WS-SLOT-RATE-DATE(CMP-IDX).
002438     COMPUTE CMP-VALUE(CMP-IDX) ROUNDED =
002439         CMPT-VALUE(CMP-IDX) * CMPY-RATE-TO-BASE
002440         ON SIZE ERROR
002441             SET WS-RECORD-REJECTED TO TRUE
002442             MOVE "RTSZ" TO WS-NEW-REASON
002443             PERFORM 2190-NOTE-SLOT-REASON THRU 2190-EXIT
002444     END-COMPUTE.
002445 2220-EXIT.
002446     EXIT.
002447*
002448************************************************************
002449*    2230-FIND-FALLBACK-RATE - NO RATE FOR THE RUN DATE.     *
002450*    WHEN THE CURRENCY'S CMPRCPOL POLICY ALLOWS N FALLBACK   *
002451*    DAYS, THE MOST RECENT RATE DATED FROM N BUSINESS DAYS   *
002452*    BACK UP TO THE DAY BEFORE THE RUN DATE IS USED INSTEAD  *
002453*    AND THE TRANSACTION IS MARKED AS CONVERTED ON A         *
002454*    FALLBACK RATE.  NO POLICY, ZERO DAYS, OR NOTHING IN     *
002455*    THE WINDOW LEAVES THE RATE NOT FOUND.  THE RATES ARE    *
002456*    WALKED FORWARD FROM THE CUT-OFF, SO THE LAST ONE READ   *
002457*    BEFORE THE RUN DATE IS THE ONE TAKEN.                   *
002458************************************************************
002459 2230-FIND-FALLBACK-RATE.
002460     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
002461     IF NOT WS-POLICIES-USABLE
002462         GO TO 2230-EXIT
002463     END-IF.
002464     MOVE WS-FEED-CURR TO CMPG-CURRENCY-CODE.
002465     READ CMPRCPOL
002466         INVALID KEY
002467             GO TO 2230-EXIT
002468     END-READ.
002469     IF CMPG-NO-FALLBACK
002470         GO TO 2230-EXIT
002471     END-IF.
002472     MOVE 'K' TO CMPB-FUNCTION.
002473     MOVE WS-CURRENT-DATE TO CMPB-DATE-1.
002474     MOVE CMPG-FALLBACK-DAYS TO CMPB-DAY-COUNT.
002475     CALL "CONDCALN" USING CMPB-CALENDAR-REQUEST.
002476     MOVE CMPB-RESULT-DATE TO WS-CUTOFF-DATE.
002477     MOVE ZERO TO WS-PRIOR-DATE.
002478     MOVE ZERO TO WS-PRIOR-RATE.
002479     MOVE 'N' TO WS-PRIOR-EOF-SWITCH.
002480     MOVE WS-FEED-CURR TO CMPY-CURRENCY-CODE.
002481     MOVE WS-CUTOFF-DATE TO CMPY-RATE-DATE.
002482     START CMPRRATE KEY IS NOT LESS THAN CMPY-RATE-KEY
002483         INVALID KEY SET WS-END-OF-PRIOR TO TRUE
002484     END-START.
002485     PERFORM 2240-READ-ONE-PRIOR THRU 2240-EXIT
002486         UNTIL WS-END-OF-PRIOR.
002487     IF WS-PRIOR-DATE = ZERO
002488         GO TO 2230-EXIT
002489     END-IF.
002490     MOVE WS-FEED-CURR TO CMPY-CURRENCY-CODE.
002491     MOVE WS-PRIOR-DATE TO CMPY-RATE-DATE.
002492     MOVE WS-PRIOR-RATE TO CMPY-RATE-TO-BASE.
002493     SET WS-RATE-FOUND TO TRUE.
002494     SET WS-FALLBACK-USED TO TRUE.
002495 2230-EXIT.
002496     EXIT.
002497*
002498 2240-READ-ONE-PRIOR.
002499     READ CMPRRATE NEXT
002500         AT END
002501             SET WS-END-OF-PRIOR TO TRUE
002502             GO TO 2240-EXIT
002503     END-READ.
002504     IF CMPY-CURRENCY-CODE NOT = WS-FEED-CURR
002505         OR CMPY-RATE-DATE NOT < WS-CURRENT-DATE
002506         SET WS-END-OF-PRIOR TO TRUE
002507         GO TO 2240-EXIT
002508     END-IF.
002509     MOVE CMPY-RATE-DATE TO WS-PRIOR-DATE.
002510     MOVE CMPY-RATE-TO-BASE TO WS-PRIOR-RATE.
002511 2240-EXIT.
002512     EXIT.
002513*
002514************************************************************
002515*    2900-WRITE-REJECT-AUDIT - LOG A VALIDATION REJECT SO    *
002516*    THE DAILY TALLY CAN COUNT IT.                           *
002517************************************************************
002518 2900-WRITE-REJECT-AUDIT.
002519     INITIALIZE CMPR-AUDIT-RECORD.
002520     PERFORM 7910-NEXT-HIST-SEQ THRU 7910-EXIT.
002521     MOVE WS-CURRENT-DATE TO CMPR-AUD-RUN-DATE
002522         OF CMPR-AUDIT-RECORD.
002523     MOVE WS-CURRENT-TIME TO CMPR-AUD-RUN-TIME
002524         OF CMPR-AUDIT-RECORD.
002525     MOVE WS-USERID TO CMPR-AUD-USERID OF CMPR-AUDIT-RECORD.
002526     MOVE WS-CYCLE-NBR TO CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD.
002527     SET CMPR-AUD-REJECT OF CMPR-AUDIT-RECORD TO TRUE.
002528     SET CMPR-AUD-NO-EXCEPTION OF CMPR-AUDIT-RECORD TO TRUE.
002530     MOVE CMPT-COUNT TO CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD.
002532     MOVE CMPT-ITEM-ID TO CMPR-AUD-ITEM-ID OF CMPR-AUDIT-RECORD.
002534     PERFORM 2950-COPY-ONE-RAW-VALUE THRU 2950-EXIT
002562             DISPLAY "CONDBAT - CMPRHIST WRITE FAILED - "
002563                 WS-HIST-STATUS
002564     END-WRITE.
002567     PERFORM 2960-WRITE-SUSPENSE THRU 2960-EXIT.
002570 2900-EXIT.
002580     EXIT.
002581*
002599     EXIT.
002600*
002601************************************************************
002602*    2960-WRITE-SUSPENSE - THE REJECTED TRANSACTION, AS      *
002603*    READ, GOES TO CMPRSUSP UNDER THE REJECT'S SEQUENCE      *
002604*    NUMBER WITH EVERY REASON CODE 2100 AND 2220 LEFT        *
002605*    BEHIND.  IT STAYS OPEN THERE UNTIL CONDSUSP CORRECTS    *
002606*    AND RELEASES IT OR CANCELS IT.                          *
002607************************************************************
002608 2960-WRITE-SUSPENSE.
002609     INITIALIZE CMPU-SUSPENSE-RECORD.
002610     MOVE CMPR-AUD-SEQ-NBR OF CMPR-AUDIT-RECORD TO CMPU-SEQ-NBR.
002611     MOVE WS-CURRENT-DATE TO CMPU-RUN-DATE.
002612     MOVE WS-CURRENT-TIME TO CMPU-RUN-TIME.
002613     SET CMPU-OPEN TO TRUE.
002614     MOVE ZERO TO CMPU-AGE-DAYS.
002615     MOVE WS-ITEM-REASON TO CMPU-ITEM-REASON.
002616     MOVE WS-COUNT-REASON TO CMPU-COUNT-REASON.
002617     MOVE SPACES TO WS-FIRST-REASON.
002618     IF WS-ITEM-REASON NOT = SPACES
002619         MOVE WS-ITEM-REASON TO WS-FIRST-REASON
002620     ELSE
002621         MOVE WS-COUNT-REASON TO WS-FIRST-REASON
002622     END-IF.
002623     PERFORM 2965-COPY-ONE-REASON THRU 2965-EXIT
002624         VARYING WS-REASON-SUB FROM 1 BY 1
002625         UNTIL WS-REASON-SUB > 10.
002626     MOVE WS-FIRST-REASON TO CMPU-REASON-CODE.
002627     MOVE WS-USERID TO CMPU-USERID.
002628     MOVE WS-CURRENT-DATE TO CMPU-ACTION-DATE.
002629     MOVE ZERO TO CMPU-RESUB-DATE.
002630     MOVE CMPT-TRANSACTION-RECORD TO CMPU-TRAN-DATA.
002631     WRITE CMPU-SUSPENSE-RECORD
002632         INVALID KEY
002633             DISPLAY "CONDBAT - CMPRSUSP WRITE FAILED - "
002634                 WS-SUSP-STATUS
002635     END-WRITE.
002636 2960-EXIT.
002637     EXIT.
002638*
002639 2965-COPY-ONE-REASON.
002640     MOVE WS-SLOT-REASON(WS-REASON-SUB)
002641         TO CMPU-SLOT-REASON(WS-REASON-SUB).
002642     IF WS-FIRST-REASON = SPACES
002643         MOVE WS-SLOT-REASON(WS-REASON-SUB) TO WS-FIRST-REASON
002644     END-IF.
002645 2965-EXIT.
002646     EXIT.
002647*
002648************************************************************
002649*    7900-BUILD-AUDIT-RECORD - SAME LAYOUT THE INTERACTIVE   *
002650*    PROGRAM BUILDS, SO CMPRAUDT/CMPRHIST HOLD ONE CONSISTENT*
002651*    RECORD SHAPE NO MATTER WHICH PROGRAM WROTE IT.          *
002652************************************************************
002653 7900-BUILD-AUDIT-RECORD.
002660     INITIALIZE CMPR-AUDIT-RECORD.
002665     PERFORM 7910-NEXT-HIST-SEQ THRU 7910-EXIT.
002670     MOVE WS-CURRENT-DATE TO CMPR-AUD-RUN-DATE
002690     MOVE WS-CURRENT-TIME TO CMPR-AUD-RUN-TIME
002700         OF CMPR-AUDIT-RECORD.
002710     MOVE WS-USERID TO CMPR-AUD-USERID OF CMPR-AUDIT-RECORD.
002715     MOVE WS-CYCLE-NBR TO CMPR-AUD-CYCLE-NBR OF CMPR-AUDIT-RECORD.
002720     SET CMPR-AUD-COMPARE OF CMPR-AUDIT-RECORD TO TRUE.
002730     MOVE CMP-COUNT TO CMPR-AUD-COUNT OF CMPR-AUDIT-RECORD.
002735     MOVE CMPT-ITEM-ID TO CMPR-AUD-ITEM-ID OF CMPR-AUDIT-RECORD.
002774         OF CMPR-AUDIT-RECORD.
002776     MOVE CMP-OUTLIER-POS TO CMPR-AUD-OUTLIER-POS
002778         OF CMPR-AUDIT-RECORD.
002780     MOVE CMP-CHOSEN-VALUE TO CMPR-AUD-WINNER-VALUE
002782         OF CMPR-AUDIT-RECORD.
002784     MOVE CMP-CHOSEN-RULE TO CMPR-AUD-SELECT-RULE
002786         OF CMPR-AUDIT-RECORD.
002788     IF CMP-IS-TIE
002790         SET CMPR-AUD-IS-TIE OF CMPR-AUDIT-RECORD TO TRUE
002800     ELSE
002810         SET CMPR-AUD-NOT-TIE OF CMPR-AUDIT-RECORD TO TRUE
002827         SET CMPR-AUD-NO-EXCEPTION OF CMPR-AUDIT-RECORD
002828             TO TRUE
002829     END-IF.
002831     MOVE WS-FALLBACK-SWITCH TO CMPR-AUD-FALLBACK-SW
002833         OF CMPR-AUDIT-RECORD.
002834     SET CMPR-AUD-XTR-STAGED OF CMPR-AUDIT-RECORD TO TRUE.
002835     PERFORM 7950-COPY-ONE-VALUE THRU 7950-EXIT
002840         VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > 10.
002850 7900-EXIT.
002860     EXIT.
002951         MOVE WS-SLOT-CURR(CMP-IDX)
002952             TO CMPR-AUD-CURR-CODE
002953             OF CMPR-AUDIT-RECORD(CMP-IDX)
002954         MOVE WS-SLOT-RATE-DATE(CMP-IDX)
002955             TO CMPR-AUD-RATE-DATE
002956             OF CMPR-AUDIT-RECORD(CMP-IDX)
002957     ELSE
002960         MOVE ZERO
002970             TO CMPR-AUD-VALUE OF CMPR-AUDIT-RECORD(CMP-IDX)
002980         MOVE 'N'
003011         MOVE SPACES
003012             TO CMPR-AUD-CURR-CODE
003013             OF CMPR-AUDIT-RECORD(CMP-IDX)
003014         MOVE ZERO
003015             TO CMPR-AUD-RATE-DATE
003016             OF CMPR-AUDIT-RECORD(CMP-IDX)
003017     END-IF.
003020 7950-EXIT.
003030     EXIT.
003040*
003057************************************************************
003060*    7960-BUILD-EXTRACT-RECORD - FIXED-FORMAT RECORD FOR THE *
003070*    DOWNSTREAM REPORTING JOB - THE VALUES ENTERED PLUS THE  *
003076*    VALUE CHOSEN UNDER THE ITEM'S SELECTION RULE AND THE    *
003082*    RULE THAT CHOSE IT.                                     *
003090************************************************************
003100 7960-BUILD-EXTRACT-RECORD.
003110     INITIALIZE CMPX-EXTRACT-RECORD.
003112     MOVE WS-CURRENT-DATE TO CMPX-RUN-DATE.
003113     MOVE WS-CYCLE-NBR TO CMPX-CYCLE-NBR.
003115     MOVE CMPT-ITEM-ID TO CMPX-ITEM-ID.
003120     MOVE CMP-COUNT TO CMPX-VALUE-COUNT.
003124     MOVE CMP-CHOSEN-VALUE TO CMPX-WINNER-VALUE.
003128     MOVE CMP-CHOSEN-RULE TO CMPX-SELECT-RULE.
003132     MOVE CMP-MEDIAN-VALUE TO CMPX-MEDIAN-VALUE.
003134     IF CMP-OUTLIER-POS > ZERO
003136         MOVE CMP-FEED-ID(CMP-OUTLIER-POS) TO CMPX-OUTLIER-FEED
003138     ELSE
003139         MOVE SPACES TO CMPX-OUTLIER-FEED
003141     END-IF.
003142     MOVE CMPR-AUD-SEQ-NBR OF CMPR-AUDIT-RECORD TO CMPX-SEQ-NBR.
003143     SET CMPX-COMPARE-TYPE TO TRUE.
003144     MOVE ZERO TO CMPX-CANCEL-SEQ-NBR.
003145     PERFORM 7970-COPY-ONE-XTR-VALUE THRU 7970-EXIT
003150         VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > 10.
003160 7960-EXIT.
003170     EXIT.
003340     MOVE WS-RECORD-NBR TO CMPK-LAST-RECORD-NBR.
003350     MOVE WS-CURRENT-DATE TO CMPK-RUN-DATE.
003360     MOVE WS-CURRENT-TIME TO CMPK-RUN-TIME.
003365     MOVE WS-CYCLE-NBR TO CMPK-CYCLE-NBR.
003370     OPEN OUTPUT CMPRCHKP.
003380     WRITE CMPK-CHECKPOINT-RECORD.
003390     CLOSE CMPRCHKP.
003540     CLOSE CMPRHIST.
003550     CLOSE CMPRXTRS.
003552     CLOSE CMPRXCPT.
003553     CLOSE CMPRSUSP.
003554     IF WS-RATES-USABLE
003556         CLOSE CMPRRATE
003557     END-IF.
003558     IF WS-ITEMS-USABLE
003559         CLOSE CMPRITEM
003560     END-IF.
003561     IF WS-POLICIES-USABLE
003562         CLOSE CMPRCPOL
003563     END-IF.
003564     IF WS-FALLBACK-COUNT > ZERO
003565         DISPLAY "CONDBAT - COMPARED ON A FALLBACK RATE: "
003566             WS-FALLBACK-COUNT
003567     END-IF.
003568     DISPLAY "CONDBAT COMPLETE - COMPARED: " NO ADVANCING.
003570     DISPLAY WS-COMPARE-COUNT NO ADVANCING.
003580     DISPLAY "  REJECTED: " NO ADVANCING.
003590     DISPLAY WS-REJECT-COUNT NO ADVANCING.
003950     END-IF.
003960 1976-EXIT.
003970     EXIT.
003971*
003972************************************************************
003973*    1978-OPEN-RATE-FILE - THE DAILY RATE FILE STAYS OPEN    *
003974*    FOR DIRECT READS DURING THE RUN.  NO FILE AT ALL MEANS  *
003975*    NO RATES, SO EVERY NON-USD TRANSACTION REJECTS UNTIL    *
003976*    THE RATES ARE LOADED BY CONDRLOD OR SET UP THROUGH      *
003977*    CONDRATE.  THE CMPRCPOL RATE POLICIES STAY OPEN WITH    *
003978*    IT; NO POLICY FILE MEANS NO CURRENCY FALLS BACK.        *
003986************************************************************
003987 1978-OPEN-RATE-FILE.
003988     OPEN INPUT CMPRRATE.
003989     IF WS-RATE-STATUS = "00"
003991         SET WS-RATES-USABLE TO TRUE
003992     END-IF.
003993     OPEN INPUT CMPRCPOL.
003994     IF WS-CPOL-STATUS = "00"
003995         SET WS-POLICIES-USABLE TO TRUE
003996     END-IF.
003997 1978-EXIT.
003998     EXIT.
003999*
004000************************************************************
004001*    1979-OPEN-ITEM-MASTER - THE ITEM MASTER STAYS OPEN FOR  *
004002*    DIRECT READS DURING THE RUN.  NO FILE AT ALL MEANS NO   *
004003*    ITEMS, SO EVERY TRANSACTION REJECTS UNTIL THE ITEMS ARE *
004004*    SET UP THROUGH CONDITEM.                                *
004005************************************************************
004006 1979-OPEN-ITEM-MASTER.
004007     OPEN INPUT CMPRITEM.
004008     IF WS-ITEM-STATUS = "00"
004009         SET WS-ITEMS-USABLE TO TRUE
004010     END-IF.
004011 1979-EXIT.
004012     EXIT.
004013*
004014************************************************************
004015*    2160-VALIDATE-ONE-FEED - THE FEED NAMED ON THE SLOT     *
004016*    MUST BE ON THE MASTER AND ACTIVE, OTHERWISE THE WHOLE   *
004020*    TRANSACTION IS REJECTED LIKE ANY OTHER EDIT FAILURE.    *
004030************************************************************
004040 2160-VALIDATE-ONE-FEED.
004050     MOVE 'N' TO WS-FEED-MATCH-SWITCH.
004055     MOVE 'N' TO WS-FEED-KNOWN-SWITCH.
004060     PERFORM 2170-MATCH-ONE-FEED THRU 2170-EXIT
004070         VARYING WS-FEED-SUB FROM 1 BY 1
004080         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
004090     IF NOT WS-FEED-MATCHED
004100         SET WS-RECORD-REJECTED TO TRUE
004101         IF WS-FEED-KNOWN
004102             MOVE "FDIN" TO WS-NEW-REASON
004103         ELSE
004104             MOVE "FDUK" TO WS-NEW-REASON
004105         END-IF
004106         PERFORM 2190-NOTE-SLOT-REASON THRU 2190-EXIT
004110     END-IF.
004120 2160-EXIT.
004130     EXIT.
004140*
004150 2170-MATCH-ONE-FEED.
004160     IF WS-FEED-TBL-ID(WS-FEED-SUB) = CMPT-FEED-ID(CMP-IDX)
004166         SET WS-FEED-KNOWN TO TRUE
004172         IF WS-FEED-TBL-ACTIVE(WS-FEED-SUB) = 'A'
004178             SET WS-FEED-MATCHED TO TRUE
004184         END-IF
004190     END-IF.
004200 2170-EXIT.
004201     EXIT.
004202*
004203************************************************************
004204*    2190-NOTE-SLOT-REASON - THE FIRST FAILURE FOUND ON A    *
004205*    SLOT IS THE ONE KEPT FOR IT.                            *
004206************************************************************
004207 2190-NOTE-SLOT-REASON.
004208     IF WS-SLOT-REASON(CMP-IDX) = SPACES
004209         MOVE WS-NEW-REASON TO WS-SLOT-REASON(CMP-IDX)
004210     END-IF.
004211 2190-EXIT.
004212     EXIT.
004220*
004230************************************************************
004240*    7980-WRITE-EXCEPTIONS - ONE CMPRXCPT RECORD PER RULE    *
005010*    1930-CHECK-RUN-LEDGER - FIND THE HIGHEST RUN NUMBER     *
005020*    EVER ISSUED AND REFUSE TO START IF A COMPLETED RUN IS   *
005030*    ALREADY ON FILE FOR THE SAME RUN DATE AND THE SAME      *
005037*    BATCH CYCLE - THAT IS A RE-DRIVEN JOB ABOUT TO DOUBLE   *
005044*    EVERY COMPARISON UP.  A LATER CYCLE THE SAME DAY IS A   *
005051*    NEW RUN, NOT A DUPLICATE.                               *
005060************************************************************
005070 1930-CHECK-RUN-LEDGER.
005080     MOVE ZERO TO WS-RUN-NBR.
005190     ADD 1 TO WS-RUN-NBR.
005200     IF WS-DUPLICATE-RUN
005210         DISPLAY "CONDBAT - A COMPLETED RUN FOR THIS DATE AND"
005220         DISPLAY "CYCLE " WS-CYCLE-NBR
005230             " IS ALREADY ON THE LEDGER - RUN STOPPED"
005240         MOVE 12 TO RETURN-CODE
005250     END-IF.
005260 1930-EXIT.
005350             AND CMPD-RUN-NBR > WS-RUN-NBR
005360             MOVE CMPD-RUN-NBR TO WS-RUN-NBR
005370         END-IF
005371         MOVE 1 TO WS-REC-CYCLE
005372         IF CMPD-CYCLE-NBR IS NUMERIC
005373             AND CMPD-CYCLE-NBR > ZERO
005374             MOVE CMPD-CYCLE-NBR TO WS-REC-CYCLE
005375         END-IF
005380         IF CMPD-COMPLETED
005390             AND CMPD-RUN-DATE = WS-CURRENT-DATE
005400             AND WS-REC-CYCLE = WS-CYCLE-NBR
005410             SET WS-DUPLICATE-RUN TO TRUE
005420         END-IF
005430     END-IF.
005600     MOVE WS-CURRENT-TIME TO CMPD-START-TIME.
005610     MOVE ZERO TO CMPD-END-TIME.
005620     MOVE WS-INPUT-COUNT TO CMPD-INPUT-COUNT.
005625     MOVE WS-CYCLE-NBR TO CMPD-CYCLE-NBR.
005630     MOVE ZERO TO CMPD-COMPARE-COUNT.
005640     MOVE ZERO TO CMPD-REJECT-COUNT.
005650     SET CMPD-STARTED TO TRUE.
005840     MOVE WS-CURRENT-TIME TO CMPD-START-TIME.
005850     ACCEPT CMPD-END-TIME FROM TIME.
005860     MOVE WS-INPUT-COUNT TO CMPD-INPUT-COUNT.
005865     MOVE WS-CYCLE-NBR TO CMPD-CYCLE-NBR.
005870     MOVE WS-COMPARE-COUNT TO CMPD-COMPARE-COUNT.
005880     MOVE WS-REJECT-COUNT TO CMPD-REJECT-COUNT.
005890     SET CMPD-COMPLETED TO TRUE.
