000080*    FLIGHT.  ON RESTART THE CONTROLLER RESUMES AT THE       *
000090*    FIRST STEP OF THE NIGHT WHOSE LATEST 'C' RECORD IS      *
000100*    MISSING OR CARRIES A RETURN CODE ABOVE 4.               *
000102*    CMPP-CYCLE-NBR IS THE BATCH CYCLE THE STEP RAN FOR, SO  *
000104*    EACH CYCLE OF A RUN DATE RESTARTS ON ITS OWN.  SPACES   *
000106*    ON RECORDS WRITTEN BEFORE CYCLES WERE CARRIED, WHICH    *
000108*    COUNT AS CYCLE 01.                                      *
000110************************************************************
000120 01  CMPP-STEP-RECORD.
000130     05  CMPP-RUN-DATE           PIC 9(08).
000190     05  CMPP-STATUS             PIC X(01).
000200         88  CMPP-STARTED                VALUE 'S'.
000210         88  CMPP-COMPLETED              VALUE 'C'.
000220     05  CMPP-CYCLE-NBR          PIC 9(02).
