      *                 CARD RAISES THE WARNING CONDITION CODE (4) SO
      *                 THE SCHEDULER CAN TELL A CLEAN DECK FROM ONE
      *                 THAT NEEDS RE-KEYING.
      * 2026-10-15 RWP  SUSPENSE RECORDS NOW CARRY THE SENDING REGION'S
      *                 BATCH ID (DL1SUS); NO CHANGE TO THE EDITS.
      * 2026-10-15 RWP  THE RUN DATE ON THE REPORT AND THE AUDIT LINE
      *                 NOW COMES FROM THE SHARED PROCESSING-DATE
      *                 CONTROL FILE (BUSINESS-DATE) INSTEAD OF THE
      *                 SYSTEM CLOCK.
      *================================================================

       ENVIRONMENT DIVISION.
               ==PFX-SUS-FIELD2==       BY ==SUS-FIELD2==
               ==PFX-SUS-REASON==       BY ==SUS-REASON==
               ==PFX-SUS-DATE-SUSPENDED==
                   BY ==SUS-DATE-SUSPENDED==
               ==PFX-SUS-BATCH-ID==     BY ==SUS-BATCH-ID==.

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

       01 CPE-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==CPE-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==CPE-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==CPE-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==CPE-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==CPE-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==CPE-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==CPE-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==CPE-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==CPE-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==CPE-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==CPE-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==CPE-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 CLEAN DECK, 4 WARNING (AT LEAST ONE
      * CARD REJECTED), 16 ABEND - THE SAME SCHEME THE REST OF THE
      *     REPORT, AND THE STANDING AUDIT TRAIL, PRIME THE READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO CPE-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING CPE-CAL-PARMS.
           IF CPE-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE CPE-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CPE-CAL-DATE-1 TO CPE-RUN-DATE.
           ACCEPT CPE-USER-ID FROM ENVIRONMENT "CORRUSER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO CPE-USER-ID
