000216*                     HAVING NO MAINTENANCE PROFILE WOULD   *
000217*                     LOCK EVERY OPERATOR OUT OF THIS VERY  *
000218*                     SCREEN.                               *
000219*    10/15/2026  DWS  DUAL CONTROL - ONCE TWO LEVEL-3       *
000220*                     PROFILES EXIST, ADDS, CHANGES AND     *
000221*                     DELETES ARE FILED ON CMPRPEND THROUGH *
000222*                     CONDPEND AND ONLY REACH CMPRPROF (AND *
000223*                     CMPRMAUD) WHEN A DIFFERENT LEVEL-3    *
000224*                     OPERATOR APPROVES THEM ON CONDAPRV.   *
000225*                     UNTIL THEN THERE IS NOBODY TO CHECK   *
000226*                     THE WORK AND CHANGES APPLY AT ONCE AS *
000227*                     BEFORE.                               *
000228************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000600     05  WS-MORE-REPLY           PIC X(01).
000610     05  WS-DETAIL-LINE          PIC X(78).
000620     05  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
000625     05  WS-PEND-NBR-DISP        PIC 9(08).
000630 01  WS-AUDIT-WORK.
000640     05  WS-USERID               PIC X(08).
000650     05  WS-CURRENT-DATE         PIC 9(08).
000660     05  WS-MAINT-ACTION         PIC X(01).
000670     05  WS-BEFORE-IMAGE         PIC X(160).
000680     05  WS-AFTER-IMAGE          PIC X(160).
000685 COPY CMPPREQ.
000690*
000700 PROCEDURE DIVISION.
000710*
001960************************************************************
001970*    4000-ADD-PROFILE - USERID, LEVEL 1-3 AND A NAME, ALL    *
001980*    UNDER EDIT.  THE ADD IS AUDITED WITH A BLANK BEFORE     *
001984*    IMAGE.  ONCE TWO LEVEL-3 PROFILES EXIST THERE IS A      *
001988*    SECOND OPERATOR TO CHECK THE WORK, SO THIS AND EVERY    *
001992*    OTHER PROFILE CHANGE WAITS ON CMPRPEND FOR APPROVAL     *
001996*    INSTEAD OF GOING STRAIGHT ONTO THE FILE.                *
002000************************************************************
002010 4000-ADD-PROFILE.
002012     PERFORM 6500-COUNT-LEVEL3 THRU 6500-EXIT.
002070         MOVE "USERID MAY NOT BE BLANK" TO WS-ERROR-MESSAGE
002080         GO TO 4000-EXIT
002090     END-IF.
002091     MOVE WS-ID-EDIT TO CMPO-USERID.
002092     READ CMPRPROF
002093         INVALID KEY
002094             CONTINUE
002095         NOT INVALID KEY
002096             MOVE "USERID IS ALREADY ON FILE" TO WS-ERROR-MESSAGE
002097             GO TO 4000-EXIT
002098     END-READ.
002100     DISPLAY "AUTHORITY LEVEL 1-3 :" LINE 5 COL 5.
002110     ACCEPT WS-LEVEL-EDIT LINE 5 COL 27.
002120     IF WS-LEVEL-EDIT NOT = '1' AND WS-LEVEL-EDIT NOT = '2'
002190     MOVE WS-ID-EDIT TO CMPO-USERID.
002200     MOVE WS-LEVEL-EDIT TO CMPO-AUTH-LEVEL.
002210     MOVE WS-NAME-EDIT TO CMPO-OPERATOR-NAME.
002211     IF WS-LEVEL3-COUNT > 1
002212         MOVE 'A' TO WS-MAINT-ACTION
002213         MOVE SPACES TO WS-BEFORE-IMAGE
002214         MOVE CMPO-PROFILE-RECORD TO WS-AFTER-IMAGE
002215         PERFORM 7100-FILE-PENDING-CHANGE THRU 7100-EXIT
002216         GO TO 4000-EXIT
002217     END-IF.
002220     WRITE CMPO-PROFILE-RECORD
002230         INVALID KEY
002240             MOVE "USERID IS ALREADY ON FILE" TO WS-ERROR-MESSAGE
002650     IF WS-NAME-EDIT NOT = SPACES
002660         MOVE WS-NAME-EDIT TO CMPO-OPERATOR-NAME
002670     END-IF.
002671     MOVE CMPO-PROFILE-RECORD TO WS-AFTER-IMAGE.
002672     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
002673         MOVE "NOTHING WAS CHANGED" TO WS-ERROR-MESSAGE
002674         GO TO 5000-EXIT
002675     END-IF.
002676     IF WS-LEVEL3-COUNT > 1
002677         MOVE 'C' TO WS-MAINT-ACTION
002678         PERFORM 7100-FILE-PENDING-CHANGE THRU 7100-EXIT
002679         GO TO 5000-EXIT
002680     END-IF.
002681     REWRITE CMPO-PROFILE-RECORD
002690         INVALID KEY
002700             MOVE "REWRITE FAILED" TO WS-ERROR-MESSAGE
002710             GO TO 5000-EXIT
002980     ACCEPT WS-MORE-REPLY LINE 6 COL 33.
002990     IF WS-MORE-REPLY NOT = 'Y' AND WS-MORE-REPLY NOT = 'y'
003000         MOVE "DELETE ABANDONED" TO WS-ERROR-MESSAGE
003001         GO TO 6000-EXIT
003002     END-IF.
003003     IF WS-LEVEL3-COUNT > 1
003004         MOVE 'D' TO WS-MAINT-ACTION
003005         MOVE SPACES TO WS-AFTER-IMAGE
003006         PERFORM 7100-FILE-PENDING-CHANGE THRU 7100-EXIT
003010         GO TO 6000-EXIT
003020     END-IF.
003030     DELETE CMPRPROF
003370 7000-EXIT.
003380     EXIT.
003390*
003391************************************************************
003392*    7100-FILE-PENDING-CHANGE - WITH A SECOND LEVEL-3        *
003393*    OPERATOR ON FILE THE BEFORE AND AFTER IMAGES GO TO      *
003394*    CMPRPEND THROUGH CONDPEND, THE SAME AS A FEED OR RATE   *
003395*    CHANGE.  CONDAPRV APPLIES IT AND WRITES THE CMPRMAUD    *
003396*    RECORD WHEN A DIFFERENT LEVEL-3 OPERATOR APPROVES.      *
003397************************************************************
003398 7100-FILE-PENDING-CHANGE.
003399     MOVE "CONDPROF" TO CMPJ-PROGRAM.
003400     MOVE WS-MAINT-ACTION TO CMPJ-ACTION.
003401     MOVE WS-ID-EDIT TO CMPJ-RECORD-KEY.
003402     MOVE WS-USERID TO CMPJ-MAKER-USERID.
003403     MOVE WS-BEFORE-IMAGE TO CMPJ-BEFORE-IMAGE.
003404     MOVE WS-AFTER-IMAGE TO CMPJ-AFTER-IMAGE.
003405     CALL "CONDPEND" USING CMPJ-PENDING-REQUEST.
003406     MOVE CMPJ-PEND-NBR TO WS-PEND-NBR-DISP.
003407     MOVE SPACES TO WS-ERROR-MESSAGE.
003408     EVALUATE TRUE
003409         WHEN CMPJ-FILED
003410             STRING "SENT FOR APPROVAL AS CHANGE "
003411                     DELIMITED BY SIZE
003412                 WS-PEND-NBR-DISP DELIMITED BY SIZE
003413                 INTO WS-ERROR-MESSAGE
003414         WHEN CMPJ-ALREADY-PENDING
003415             STRING "CHANGE " DELIMITED BY SIZE
003416                 WS-PEND-NBR-DISP DELIMITED BY SIZE
003417                 " ALREADY AWAITS APPROVAL" DELIMITED BY SIZE
003418                 INTO WS-ERROR-MESSAGE
003419         WHEN OTHER
003420             MOVE "PENDING CHANGE FILE NOT AVAILABLE"
003421                 TO WS-ERROR-MESSAGE
003422     END-EVALUATE.
003423 7100-EXIT.
003424     EXIT.
003425*
003426************************************************************
003427*    8000-TERMINATE                                         *
003428************************************************************
003430 8000-TERMINATE.
003440     CLOSE CMPRPROF.
003450 8000-EXIT.
