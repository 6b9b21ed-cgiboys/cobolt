      *                 NEVER FILLS. THE MASTER HISTORY JOURNAL
      *                 (MSTJRNL) IS DELIBERATELY NOT TOUCHED - THE
      *                 POINT-IN-TIME INQUIRY NEEDS IT WHOLE.
      * 2026-10-15 RWP  SUSPENSE RECORDS NOW CARRY THE SENDING REGION'S
      *                 BATCH ID (DL1SUS); IT IS ARCHIVED WITH THE REST
      *                 OF THE RECORD.
      * 2026-10-15 RWP  THE RUN DATE NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE (BUSINESS-DATE),
      *                 AND RETNDAYS NOW COUNTS BUSINESS DAYS - THE
      *                 CUTOFF IS THAT MANY BUSINESS DAYS BEFORE THE RUN
      *                 DATE, SO A HOLIDAY WEEK DOES NOT EAT INTO THE
      *                 RETENTION.
      *================================================================

       ENVIRONMENT DIVISION.
               ==PFX-SUS-FIELD2==       BY ==SUS-FIELD2==
               ==PFX-SUS-REASON==       BY ==SUS-REASON==
               ==PFX-SUS-DATE-SUSPENDED==
                   BY ==SUS-DATE-SUSPENDED==
               ==PFX-SUS-BATCH-ID==     BY ==SUS-BATCH-ID==.

       FD EXC-FILE.
       01 EXC-RECORD                   PIC X(24).

       01 APU-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==APU-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==APU-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==APU-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==APU-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==APU-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==APU-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==APU-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==APU-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==APU-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==APU-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==APU-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==APU-CAL-ERROR==.

      *----------------------------------------------------------------
      * RETENTION - RECORDS DATED BEFORE THE CUTOFF ARE ARCHIVED.
      * THE CUTOFF IS RETAIN-DAYS BUSINESS DAYS BEFORE THE RUN DATE.
      * RETNDAYS OVERRIDES THE DEFAULT THE SAME WAY SUSPDAYS REACHES
      * THE DAILY RUN
      *----------------------------------------------------------------
       01 APU-PARM-DAYS                PIC X(05) JUSTIFIED RIGHT
                                        VALUE SPACES.
       01 APU-CUTOFF-DATE              PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * DATED ARCHIVE DATASET NAME, BUILT PER PASS THE WAY THE
      *     CONTROL REPORT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO APU-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING APU-CAL-PARMS.
           IF APU-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE APU-CAL-DATE-1 TO APU-RUN-DATE.
           ACCEPT APU-PARM-DAYS FROM ENVIRONMENT "RETNDAYS"
               ON EXCEPTION
                   MOVE SPACES TO APU-PARM-DAYS
                   MOVE APU-PARM-DAYS TO APU-RETAIN-DAYS
               END-IF
           END-IF.
           MOVE "BACK" TO APU-CAL-FUNCTION.
           MOVE APU-RUN-DATE TO APU-CAL-DATE-1.
           MOVE APU-RETAIN-DAYS TO APU-CAL-DAYS.
           CALL "BUSINESS-DATE" USING APU-CAL-PARMS.
           IF APU-CAL-ERROR
               DISPLAY "*** UNABLE TO ESTABLISH THE RETENTION CUTOFF "
                   "- RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE APU-CAL-DATE-2 TO APU-CUTOFF-DATE.
           OPEN OUTPUT RPT-FILE.
           IF APU-RPT-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RPT-FILE (ARCHRPT) - "
