000050*    ADD, CHANGE, DELETE OR DEACTIVATE, WITH THE FULL        *
000060*    BEFORE AND AFTER IMAGES OF THE RECORD TOUCHED, SO THE   *
000070*    QUESTION "WHO DEACTIVATED THAT FEED" HAS AN ANSWER      *
000080*    THE SAME WAY EVERY COMPARISON RUN ALREADY DOES ON       *
000090*    CMPRAUDT.  THE IMAGES ARE WIDE ENOUGH FOR THE LARGEST   *
000100*    RECORD MAINTAINED (THE CMPRTRAN COMPARISON SET); AN     *
000110*    ADD HAS A BLANK BEFORE IMAGE AND A DELETE A BLANK       *
000122*    FILE, SO IT IS NOT THE SAME TRAIL ENTRY AS A DELETE.    *
000124*    CMPM-RECORD-KEY IS WIDE ENOUGH FOR THE COMPOUND         *
000126*    CURRENCY-PLUS-DATE KEY THE RATE SCREEN WRITES.          *
000127*    FEED, RATE AND PROFILE CHANGES ARE UNDER DUAL CONTROL   *
000128*    AND ARE WRITTEN BY CONDAPRV WHEN THEY ARE APPROVED:     *
000129*    CMPM-USERID IS THEN THE OPERATOR WHO KEYED THE CHANGE,  *
000130*    CMPM-PROGRAM THE SCREEN IT WAS KEYED ON, AND            *
000131*    CMPM-CHECKER-USERID THE OPERATOR WHO APPROVED IT.  IT   *
000132*    IS SPACES ON EVERY RECORD NOT UNDER DUAL CONTROL.       *
000133************************************************************
000140 01  CMPM-MAINT-AUDIT-RECORD.
000150     05  CMPM-USERID             PIC X(08).
000160     05  CMPM-AUDIT-DATE         PIC 9(08).
000230     05  CMPM-RECORD-KEY         PIC X(16).
000240     05  CMPM-BEFORE-IMAGE       PIC X(160).
000250     05  CMPM-AFTER-IMAGE        PIC X(160).
000260     05  CMPM-CHECKER-USERID     PIC X(08).
