      *                 A GLANCE. BOTH THE OLD 92-BYTE AND THE
      *                 CURRENT 110-BYTE AUDIT LINES ARE ACCEPTED -
      *                 THE DUPS FIGURE IS SIMPLY ZERO ON OLD LINES.
      * 2026-10-15 RWP  THE REPORT DATE NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE (BUSINESS-DATE)
      *                 INSTEAD OF THE SYSTEM CLOCK.
      *================================================================

       ENVIRONMENT DIVISION.

       01 ATS-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==ATS-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==ATS-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==ATS-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==ATS-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==ATS-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==ATS-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==ATS-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==ATS-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==ATS-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==ATS-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==ATS-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==ATS-CAL-ERROR==.

      *----------------------------------------------------------------
      * SWING TOLERANCE - A DAY WHOSE RECORD COUNT OR FIELD2 TOTAL
      * MOVED MORE THAN THIS PERCENTAGE FROM THE PRIOR GOOD DAY IS
      *     THE HEADING, PRIME THE READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO ATS-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING ATS-CAL-PARMS.
           IF ATS-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE ATS-CAL-DATE-1 TO ATS-RUN-DATE.
           PERFORM 1100-GET-TOLERANCE THRU 1100-EXIT.
           OPEN INPUT AUD-FILE.
           IF ATS-AUD-FS NOT = "00"
