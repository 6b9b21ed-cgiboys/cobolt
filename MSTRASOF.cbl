      *                 FINANCE'S QUARTER-END "WHAT WAS KEY X WORTH ON
      *                 THE 3RD?" NO LONGER MEANS RECONSTRUCTING FROM
      *                 ARCHIVED MPOSTRPT LISTINGS BY HAND.
      * 2026-10-15 RWP  THE DEFAULT AS-OF DATE NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE (BUSINESS-DATE)
      *                 INSTEAD OF THE SYSTEM CLOCK.
      * 2026-10-15 RWP  APPROVED DATA-CONTROL ADJUSTMENTS MADE BY
      *                 MASTER-MAINTENANCE ARE JOURNALED UNDER THEIR
      *                 OWN MANUAL-ADD/-CHG/-DEL/-RST ACTIONS; THE
      *                 TRAIL LISTS THEM AS SUCH AND A MANUAL DELETE
      *                 LEAVES THE KEY DELETED AS OF ITS DATE.
      *================================================================

       ENVIRONMENT DIVISION.
               ==PFX-JRN-CHANGED==      BY ==JRN-CHANGED==
               ==PFX-JRN-REINSTATED==   BY ==JRN-REINSTATED==
               ==PFX-JRN-DELETED==      BY ==JRN-DELETED==
               ==PFX-JRN-MAN-ADDED==    BY ==JRN-MAN-ADDED==
               ==PFX-JRN-MAN-CHANGED==  BY ==JRN-MAN-CHANGED==
               ==PFX-JRN-MAN-DELETED==  BY ==JRN-MAN-DELETED==
               ==PFX-JRN-MAN-REINSTATED==
                   BY ==JRN-MAN-REINSTATED==
               ==PFX-JRN-POST-DATE==    BY ==JRN-POST-DATE==.

       FD RPT-FILE.

       01 MAQ-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MAQ-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MAQ-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MAQ-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MAQ-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MAQ-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MAQ-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MAQ-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MAQ-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MAQ-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MAQ-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MAQ-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MAQ-CAL-ERROR==.

      *----------------------------------------------------------------
      * RUN PARAMETERS - THE KEY TO RECONSTRUCT (REQUIRED) AND THE
      * AS-OF DATE (OPTIONAL, DEFAULT TODAY), TAKEN THE SAME WAY THE
      *     JOURNAL AND THE REPORT, AND PRIME THE READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO MAQ-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MAQ-CAL-PARMS.
           IF MAQ-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE MAQ-CAL-DATE-1 TO MAQ-RUN-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MAQ-PARM-KEY FROM ARGUMENT-VALUE
               ON EXCEPTION
           WRITE RPT-RECORD.
           MOVE JRN-ACTION TO MAQ-ASOF-ACTION.
           MOVE JRN-POST-DATE TO MAQ-ASOF-ACTION-DATE.
           IF JRN-DELETED OR JRN-MAN-DELETED
               MOVE SPACES TO MAQ-ASOF-FIELD2
               MOVE 'N' TO MAQ-STANDING-SW
           ELSE
