      *                 AS ALREADY SENT, AND RE-ISSUED FOR A DATE
      *                 CHANGE. THE PENDING PRINT PAGE ITSELF IS
      *                 UNCHANGED.
      * 2026-10-15 RWP  THE RUN DATE (AND SO THE DEFAULT AS-OF DATE) NOW
      *                 COMES FROM THE SHARED PROCESSING-DATE CONTROL
      *                 FILE (BUSINESS-DATE) INSTEAD OF THE SYSTEM
      *                 CLOCK.
      * 2026-10-15 RWP  ONE RUN NOW JUDGES EVERY APPLICANT AGAINST EVERY
      *                 BENEFIT IN FORCE ON THE AS-OF DATE, FROM A
      *                 BENEFIT RULES FILE (BENRULES - CODE, MINIMUM
      *                 AGE, MAXIMUM AGE, EFFECTIVE FROM/TO) INSTEAD OF
      *                 ONE AGE CUTOFF, SO A RULE CHANGE CAN BE KEYED
      *                 AHEAD AS A ROW STARTING ON ITS DAY. APPLDATA IS
      *                 READ ONCE PER BENEFIT AND ELIGRPT GETS A SECTION
      *                 PER BENEFIT (ITS LISTING, PENDING LIST, A LIST
      *                 OF ELIGIBLES AGING OUT OF A MAXIMUM-AGE BAND
      *                 WITHIN THE PENDING WINDOW, AND ITS COUNTS) AND A
      *                 SUMMARY LINE PER BENEFIT. ELIGXTR NOW CARRIES
      *                 ONE HDR/DTL/TRL BATCH PER BENEFIT WITH THE
      *                 BENEFIT CODE AS BATCH ID, AND NOTFXTR AND
      *                 SENTNOTC CARRY THE BENEFIT CODE SO NOTICES ARE
      *                 ISSUED AND SUPPRESSED PER BENEFIT (A SENTNOTC
      *                 RECORD WITH NO CODE IS TAKEN AS ELIG). WITH NO
      *                 BENRULES FILE THE RUN JUDGES THE ONE ELIG
      *                 BENEFIT AT THE AGE-CUTOFF RUN PARAMETER, AS
      *                 BEFORE.
      *================================================================

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ELG-FILE ASSIGN TO "APPLDATA".

           SELECT BEN-FILE ASSIGN TO "BENRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELG-BEN-FS.

           SELECT ELG-RPT-FILE ASSIGN TO "ELIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 ELG-APPLICANT-ID         PIC X(10).
           05 ELG-APPLICANT-DOB        PIC 9(08).

      *    BENEFIT RULES - ONE ROW PER BENEFIT FOR EACH PERIOD ITS
      *    RULES HOLD, SO A RULE CHANGE IS KEYED AHEAD AS A NEW ROW
      *    STARTING ON THE DAY IT TAKES EFFECT. THE MAXIMUM AGE IS THE
      *    OLDEST AGE STILL COVERED (ZERO - NO UPPER LIMIT); AN
      *    EFFECTIVE-TO OF ZERO MEANS OPEN-ENDED. THE CODE IS ALSO THE
      *    BENEFIT'S BATCH ID ON ELIGXTR
       FD BEN-FILE.
       01 BEN-RECORD.
           05 BEN-CODE                 PIC X(04).
           05 FILLER                   PIC X(01).
           05 BEN-MIN-AGE              PIC 9(03).
           05 FILLER                   PIC X(01).
           05 BEN-MAX-AGE              PIC 9(03).
           05 FILLER                   PIC X(01).
           05 BEN-EFF-FROM             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 BEN-EFF-TO               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 BEN-NAME                 PIC X(30).

       FD ELG-RPT-FILE.
       01 ELG-RPT-RECORD               PIC X(80).

           05 NOT-DOB                  PIC 9(08).
           05 FILLER                   PIC X(01).
           05 NOT-AGE                  PIC 9(03).
           05 FILLER                   PIC X(01).
           05 NOT-BENEFIT              PIC X(04).

       FD SEN-FILE.
       01 SEN-RECORD.
           05 SEN-ELIG-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SEN-SENT-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 SEN-BENEFIT              PIC X(04).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
           05 ELG-ELIGIBLE-SW           PIC X(01) VALUE 'N'.
               88 ELG-IS-ELIGIBLE                 VALUE 'Y'.
               88 ELG-NOT-ELIGIBLE                VALUE 'N'.
               88 ELG-IS-OVER-AGE                 VALUE 'O'.
           05 ELG-DOB-VALID-SW          PIC X(01) VALUE 'Y'.
               88 ELG-DOB-VALID                   VALUE 'Y'.
               88 ELG-DOB-INVALID                 VALUE 'N'.
               88 ELG-SEN-FOUND                   VALUE 'Y'.
           05 ELG-SEN-FULL-SW           PIC X(01) VALUE 'N'.
               88 ELG-SEN-FULL-TOLD               VALUE 'Y'.
           05 ELG-BEN-EOF-SW            PIC X(01) VALUE 'N'.
               88 ELG-BEN-EOF-YES                 VALUE 'Y'.
           05 ELG-BEN-FOUND-SW          PIC X(01) VALUE 'N'.
               88 ELG-BEN-FOUND                   VALUE 'Y'.
           05 ELG-BEN-FULL-SW           PIC X(01) VALUE 'N'.
               88 ELG-BEN-FULL-TOLD               VALUE 'Y'.
           05 ELG-AOUT-FULL-SW          PIC X(01) VALUE 'N'.
               88 ELG-AOUT-FULL-TOLD              VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS - APPLICANTS READ, INVALID DATES OF BIRTH AND
      * THE AGE TOTAL ARE TAKEN ON THE FIRST BENEFIT'S PASS ONLY; THE
      * DETERMINATION COUNTS ARE SUMMED OVER EVERY BENEFIT
      *----------------------------------------------------------------
       01 ELG-COUNTERS.
           05 ELG-READ-COUNT            PIC 9(07) VALUE 0.
           05 ELG-ELIGIBLE-COUNT        PIC 9(07) VALUE 0.
           05 ELG-NOT-ELIGIBLE-COUNT    PIC 9(07) VALUE 0.
           05 ELG-OVER-AGE-COUNT        PIC 9(07) VALUE 0.
           05 ELG-INVALID-COUNT         PIC 9(07) VALUE 0.
           05 ELG-AOUT-TOTAL            PIC 9(07) VALUE 0.
           05 ELG-LISTED-COUNT          PIC 9(07) VALUE 0.
       01 ELG-TOTAL-AGE                 PIC 9(10) VALUE 0.
       01 ELG-ADD-AMOUNT                PIC 9(07) VALUE 0.

      * ELIGIBILITY THRESHOLD - DEFAULTS TO 18 BUT CAN BE OVERRIDDEN
      * BY A RUN PARAMETER (THE FIRST ARGUMENT ON THE COMMAND LINE, OR
      * THE FIRST PARM PASSED BY JCL) SO THE CUTOFF CAN CHANGE WITHOUT
      * TOUCHING OR RECOMPILING THIS PROGRAM. USED ONLY WHEN THERE IS
      * NO BENEFIT RULES FILE - THE RUN THEN JUDGES THE ONE BENEFIT IT
      * ALWAYS DID (SEE 1350-DEFAULT-BENEFIT)
      *----------------------------------------------------------------
       01 ELG-THRESHOLD-AGE             PIC 9(03) VALUE 18.
       01 ELG-PARM-AGE                  PIC X(03) JUSTIFIED RIGHT

       01 ELG-RUN-DATE                  PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==ELG-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==ELG-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==ELG-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==ELG-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==ELG-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==ELG-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==ELG-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==ELG-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==ELG-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==ELG-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==ELG-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==ELG-CAL-ERROR==.

      *----------------------------------------------------------------
      * AS-OF DATE AND PENDING WINDOW - THE AGE IS JUDGED AS OF THE
      * RUN DATE UNLESS THE SECOND RUN PARAMETER NAMES ANOTHER DATE
       01 ELG-PARM-PENDING              PIC X(03) JUSTIFIED RIGHT
                                         VALUE SPACES.

      *----------------------------------------------------------------
      * BENEFIT TABLE - THE BENEFITS IN FORCE ON THE AS-OF DATE, ONE
      * BENRULES ROW EACH, IN FILE ORDER, WITH EACH ONE'S COUNTS AND
      * ITS ELIGXTR BATCH COUNT AND FIELD2 TOTAL. APPLDATA IS READ
      * ONCE PER BENEFIT. THE RULES-FILE COUNTS SAY HOW MANY ROWS WERE
      * READ, WERE FOR SOME OTHER PERIOD, AND WERE REJECTED
      *----------------------------------------------------------------
       01 ELG-BEN-FS                    PIC X(02) VALUE SPACES.
       01 ELG-RULE-COUNTERS.
           05 ELG-RULES-READ            PIC 9(05) VALUE 0.
           05 ELG-RULES-NOT-IN-FORCE    PIC 9(05) VALUE 0.
           05 ELG-RULES-REJECTED        PIC 9(05) VALUE 0.
       01 ELG-RULE-EFF-TO               PIC 9(08) VALUE 0.

       01 ELG-BEN-TABLE-CONTROLS.
           05 ELG-BEN-COUNT             PIC 9(03) COMP VALUE 0.
           05 ELG-BEN-MAX               PIC 9(03) COMP VALUE 50.
           05 ELG-BEN-IX                PIC 9(03) COMP VALUE 0.
           05 ELG-BEN-SRCH-IX           PIC 9(03) COMP VALUE 0.

       01 ELG-BEN-TABLE.
           05 ELG-BEN-ENTRY OCCURS 50 TIMES.
               10 ELG-BN-CODE           PIC X(04).
               10 ELG-BN-NAME           PIC X(30).
               10 ELG-BN-MIN-AGE        PIC 9(03).
               10 ELG-BN-MAX-AGE        PIC 9(03).
               10 ELG-BN-EFF-FROM       PIC 9(08).
               10 ELG-BN-EFF-TO         PIC 9(08).
               10 ELG-BN-ELIGIBLE       PIC 9(07).
               10 ELG-BN-NOT-ELIGIBLE   PIC 9(07).
               10 ELG-BN-OVER-AGE       PIC 9(07).
               10 ELG-BN-PENDING        PIC 9(07).
               10 ELG-BN-AGING-OUT      PIC 9(07).
               10 ELG-BN-XTR-COUNT      PIC 9(07).
               10 ELG-BN-XTR-TOTAL      PIC 9(10).

      *    THE BENEFIT WHOSE PASS IS IN PROGRESS
       01 ELG-CUR-BENEFIT.
           05 ELG-CUR-CODE              PIC X(04) VALUE SPACES.
           05 ELG-CUR-MIN-AGE           PIC 9(03) VALUE 0.
           05 ELG-CUR-MAX-AGE           PIC 9(03) VALUE 0.
           05 ELG-CUR-EFF-TO            PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * AGE AND DATE WORK FIELDS - THE AGE IS THE WHOLE-YEAR
      * DIFFERENCE (ASOF - DOB) / 10000, THE USUAL YYYYMMDD IDIOM.
           05 ELG-DOB-MM                PIC 9(02).
           05 ELG-DOB-DD                PIC 9(02).

      *    ELG-ANNIV-YEARS IS THE AGE 2280-SET-ELIG-DATE FINDS THE
      *    BIRTHDAY FOR - ONE PAST THE MAXIMUM FOR AN AGING-OUT DATE
       01 ELG-ANNIV-YEARS               PIC 9(04) VALUE 0.
       01 ELG-ELIG-DATE                 PIC 9(08) VALUE 0.
       01 ELG-ELIG-DATE-R REDEFINES ELG-ELIG-DATE.
           05 ELG-ED-YYYY               PIC 9(04).
           05 ELG-LEAP-REM              PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * PENDING-ELIGIBILITY TABLE - APPLICANTS NOT YET ELIGIBLE FOR A
      * BENEFIT WHO REACH ITS MINIMUM AGE WITHIN THE PENDING WINDOW
      * (AND BEFORE THE BENEFIT'S RULES END), HELD FOR EACH BENEFIT'S
      * PENDING LIST AND THE NOTIFICATION EXTRACT
      *----------------------------------------------------------------
       01 ELG-PEND-TABLE-CONTROLS.
           05 ELG-PEND-COUNT            PIC 9(04) COMP VALUE 0.
           05 ELG-PEND-MAX              PIC 9(04) COMP VALUE 5000.
           05 ELG-PEND-IX               PIC 9(04) COMP VALUE 0.

       01 ELG-PEND-TABLE.
           05 ELG-PEND-ENTRY OCCURS 5000 TIMES.
               10 ELG-PEND-BEN          PIC X(04).
               10 ELG-PEND-ID           PIC X(10).
               10 ELG-PEND-DOB          PIC 9(08).
               10 ELG-PEND-AGE          PIC 9(03).
               10 ELG-PEND-DATE         PIC 9(08).

      *----------------------------------------------------------------
      * AGING-OUT TABLE - APPLICANTS ELIGIBLE FOR THE BENEFIT IN HAND
      * WHO PASS ITS MAXIMUM AGE WITHIN THE PENDING WINDOW, WITH THE
      * DATE THEY AGE OUT. EMPTIED FOR EACH BENEFIT, ONCE ITS AGING-OUT
      * LIST IS PRINTED
      *----------------------------------------------------------------
       01 ELG-AOUT-TABLE-CONTROLS.
           05 ELG-AOUT-COUNT            PIC 9(04) COMP VALUE 0.
           05 ELG-AOUT-MAX              PIC 9(04) COMP VALUE 2000.
           05 ELG-AOUT-IX               PIC 9(04) COMP VALUE 0.

       01 ELG-AOUT-TABLE.
           05 ELG-AOUT-ENTRY OCCURS 2000 TIMES.
               10 ELG-AOUT-ID           PIC X(10).
               10 ELG-AOUT-DOB          PIC 9(08).
               10 ELG-AOUT-AGE          PIC 9(03).
               10 ELG-AOUT-DATE         PIC 9(08).

      *----------------------------------------------------------------
      * ELIGIBLE-APPLICANT TABLE - THE ELIGIBLES ARE HELD HERE DURING
      * THE RUN SO THE ELIGXTR HEADER CAN STATE ITS EXPECTED COUNT
      * BEFORE THE FIRST DETAIL, THE WAY THE DAILY PIPELINE EXPECTS.
      * THE EXTRACT'S FIELD2 IS THE COMPUTED AGE, AND THE TRAILER
      * HASH IS THE AGE TOTAL MODULO 1,000,000 - EXACTLY WHAT
      * READ-AND-DISPLAY-FILE WILL RECOMPUTE AND VERIFY. ONE ENTRY PER
      * APPLICANT PER BENEFIT THEY ARE ELIGIBLE FOR; EACH BENEFIT'S
      * AGE TOTAL IS KEPT IN THE BENEFIT TABLE
      *----------------------------------------------------------------
       01 ELG-EXT-TOTAL                 PIC 9(10) VALUE 0.
       01 ELG-EXT-HASH-MATH.
           05 ELG-EXT-HASH              PIC 9(06) VALUE 0.

       01 ELG-ELIG-TABLE-CONTROLS.
           05 ELG-ELIG-TBL-COUNT        PIC 9(05) COMP VALUE 0.
           05 ELG-ELIG-TBL-MAX          PIC 9(05) COMP VALUE 20000.
           05 ELG-ELIG-TBL-IX           PIC 9(05) COMP VALUE 0.

       01 ELG-ELIG-TABLE.
           05 ELG-ELIG-ENTRY OCCURS 20000 TIMES.
               10 ELG-EL-BEN            PIC X(04).
               10 ELG-EL-ID             PIC X(10).
               10 ELG-EL-AGE            PIC 9(03).

      *----------------------------------------------------------------
      * SENT-NOTICES TABLE - THE STANDING SENTNOTC FILE LOADED AT THE
      * START OF THE NOTIFICATION PASS AND REWRITTEN AT ITS END: ONE
      * ENTRY PER APPLICANT AND BENEFIT EVER EXTRACTED, CARRYING THE
      * ELIGIBLE-ON DATE THE NOTICE WENT OUT FOR AND THE DATE IT WENT
      * OUT. A PENDING APPLICANT ALREADY HERE FOR THE SAME BENEFIT
      * WITH THE SAME ELIGIBLE-ON DATE IS SUPPRESSED; A MOVED DATE
      * RE-ISSUES AND RE-DATES
      *----------------------------------------------------------------
       01 ELG-NOT-FS                    PIC X(02) VALUE SPACES.
       01 ELG-SEN-FS                    PIC X(02) VALUE SPACES.

       01 ELG-SEN-TABLE.
           05 ELG-SEN-ENTRY OCCURS 10000 TIMES.
               10 ELG-SN-BEN            PIC X(04).
               10 ELG-SN-ID             PIC X(10).
               10 ELG-SN-ELIG-DATE      PIC 9(08).
               10 ELG-SN-SENT-DATE      PIC 9(08).
           05 FILLER                    PIC X(14)
               VALUE "  RUN DATE: ".
           05 ELG-HDG-DATE               PIC 9999/99/99.
           05 FILLER                    PIC X(14)
               VALUE "  BENEFITS: ".
           05 ELG-HDG-BENEFITS           PIC ZZ9.

       01 ELG-HDG-LINE-2.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ELG-HDG-WINDOW             PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE " DAYS".

       01 ELG-BEN-HDG-1.
           05 FILLER                    PIC X(08) VALUE "BENEFIT ".
           05 ELG-BH-CODE                PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ELG-BH-NAME                PIC X(30).

       01 ELG-BEN-HDG-2.
           05 FILLER                    PIC X(12)
               VALUE "   MIN AGE: ".
           05 ELG-BH-MIN                 PIC ZZ9.
           05 FILLER                    PIC X(11)
               VALUE "  MAX AGE: ".
           05 ELG-BH-MAX                 PIC ZZ9.
           05 ELG-BH-MAX-X REDEFINES ELG-BH-MAX
                                        PIC X(03).
           05 FILLER                    PIC X(12)
               VALUE "  IN FORCE: ".
           05 ELG-BH-FROM                PIC 9999/99/99.
           05 ELG-BH-FROM-X REDEFINES ELG-BH-FROM
                                        PIC X(10).
           05 FILLER                    PIC X(04) VALUE " TO ".
           05 ELG-BH-TO                  PIC 9999/99/99.
           05 ELG-BH-TO-X REDEFINES ELG-BH-TO
                                        PIC X(10).

       01 ELG-DET-LINE.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ELG-DET-ID                 PIC X(10).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ELG-PL-DATE                PIC 9999/99/99.

       01 ELG-AOUT-HDG-1.
           05 FILLER                    PIC X(30)
               VALUE "AGING OUT OF BENEFIT - WITHIN ".
           05 ELG-AH-DAYS                PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE " DAYS".

       01 ELG-AOUT-HDG-2.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(14)
               VALUE "APPLICANT-ID".
           05 FILLER                    PIC X(13) VALUE "DOB".
           05 FILLER                    PIC X(06) VALUE "AGE".
           05 FILLER                    PIC X(12) VALUE "AGES-OUT-ON".

       01 ELG-SUM-HDG-LINE              PIC X(80)
           VALUE "BENEFIT SUMMARY".

       01 ELG-SUM-COL-LINE.
           05 FILLER                    PIC X(40) VALUE
               "   BENEFIT  ELIGIBLE  NOT-ELIG  OVER-AGE".
           05 FILLER                    PIC X(40) VALUE
               "   PENDING AGING-OUT".

       01 ELG-SUM-LINE.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ELG-SL-CODE                PIC X(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ELG-SL-ELIGIBLE            PIC Z(09)9.
           05 ELG-SL-NOT-ELIGIBLE        PIC Z(09)9.
           05 ELG-SL-OVER-AGE            PIC Z(09)9.
           05 ELG-SL-PENDING             PIC Z(09)9.
           05 ELG-SL-AGING-OUT           PIC Z(09)9.

       01 ELG-NOT-HDG-LINE              PIC X(80)
           VALUE "NOTIFICATION EXTRACT SUMMARY".


       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - DRIVES THE READ/DETERMINE/REPORT SEQUENCE,
      *     ONCE FOR EACH BENEFIT IN FORCE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-JUDGE-ONE-BENEFIT THRU 2000-EXIT
               VARYING ELG-BEN-IX FROM 1 BY 1
               UNTIL ELG-BEN-IX > ELG-BEN-COUNT.
           PERFORM 4400-WRITE-BENEFIT-SUMMARY THRU 4400-EXIT.
           PERFORM 4500-WRITE-NOTIFICATIONS THRU 4500-EXIT.
           PERFORM 5000-WRITE-ELIG-EXTRACT THRU 5000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE DATES AND THE BENEFITS IN
      *     FORCE, OPEN THE REPORT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO ELG-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING ELG-CAL-PARMS.
           IF ELG-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE ELG-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ELG-CAL-DATE-1 TO ELG-RUN-DATE.
           PERFORM 1100-GET-THRESHOLD THRU 1100-EXIT.
           PERFORM 1150-GET-ASOF-DATE THRU 1150-EXIT.
           PERFORM 1160-GET-PENDING-DAYS THRU 1160-EXIT.
           COMPUTE ELG-FUTURE-DATE = FUNCTION DATE-OF-INTEGER
               (ELG-ASOF-DAY-NO + ELG-PENDING-DAYS).
           PERFORM 1300-LOAD-BENEFITS THRU 1300-EXIT.
           OPEN OUTPUT ELG-RPT-FILE.
           PERFORM 1200-WRITE-HEADING THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
       1200-WRITE-HEADING.
           MOVE ELG-RUN-DATE TO ELG-HDG-DATE.
           MOVE ELG-BEN-COUNT TO ELG-HDG-BENEFITS.
           MOVE ELG-HDG-LINE-1 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-ASOF-DATE TO ELG-HDG-ASOF.
           MOVE ELG-PENDING-DAYS TO ELG-HDG-WINDOW.
           MOVE ELG-HDG-LINE-3 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-BENEFITS - LOAD THE BENEFIT RULES IN FORCE ON THE
      *     AS-OF DATE. A MISSING RULES FILE LEAVES THE ONE AGE-CUTOFF
      *     BENEFIT THE RUN ALWAYS JUDGED; ONE THAT WILL NOT OPEN
      *     MEANS NOBODY CAN BE JUDGED, SO THE RUN DOES NOT START.
      *     NOTHING IN FORCE AT ALL IS SAID, WITH THE WARNING CODE -
      *     THE EXTRACT IS THEN EMPTY
      *----------------------------------------------------------------
       1300-LOAD-BENEFITS.
           OPEN INPUT BEN-FILE.
           EVALUATE TRUE
               WHEN ELG-BEN-FS = "00"
                   PERFORM 1310-LOAD-ONE-RULE THRU 1310-EXIT
                       UNTIL ELG-BEN-EOF-YES
                   CLOSE BEN-FILE
               WHEN ELG-BEN-FS = "35"
                   PERFORM 1350-DEFAULT-BENEFIT THRU 1350-EXIT
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN BEN-FILE (BENRULES) - "
                       "FILE STATUS " ELG-BEN-FS
                       " - RUN NOT STARTED ***"
                   MOVE ELG-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF ELG-BEN-COUNT = 0
               DISPLAY "*** NO BENEFIT IN FORCE ON " ELG-ASOF-DATE
                   " - NO APPLICANT JUDGED ***"
               MOVE ELG-RC-WARNING TO ELG-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1310-LOAD-ONE-RULE - ONE BENEFITS ROW. A ROW THAT CANNOT BE
      *     READ, OR WHOSE AGE BAND OR DATES RUN BACKWARDS, IS SAID
      *     AND LEFT OUT WITH THE WARNING CODE; A ROW FOR ANOTHER
      *     PERIOD IS SIMPLY NOT IN FORCE. TWO ROWS FOR ONE BENEFIT
      *     BOTH IN FORCE ON THE AS-OF DATE ARE A KEYING ERROR - THE
      *     FIRST STANDS AND THE SECOND IS LEFT OUT
      *----------------------------------------------------------------
       1310-LOAD-ONE-RULE.
           READ BEN-FILE
               AT END
                   SET ELG-BEN-EOF-YES TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           ADD 1 TO ELG-RULES-READ.
           IF BEN-CODE = SPACES
               OR BEN-MIN-AGE NOT NUMERIC
               OR BEN-MAX-AGE NOT NUMERIC
               OR BEN-EFF-FROM NOT NUMERIC
               OR BEN-EFF-TO NOT NUMERIC
               DISPLAY "*** BENEFIT RULE " ELG-RULES-READ " ("
                   BEN-CODE ") UNREADABLE - LEFT OUT ***"
               PERFORM 1340-REJECT-RULE THRU 1340-EXIT
               GO TO 1310-EXIT
           END-IF.
           MOVE BEN-EFF-TO TO ELG-RULE-EFF-TO.
           IF ELG-RULE-EFF-TO = 0
               MOVE 99999999 TO ELG-RULE-EFF-TO
           END-IF.
           IF (BEN-MAX-AGE > 0 AND BEN-MAX-AGE < BEN-MIN-AGE)
               OR BEN-EFF-FROM > ELG-RULE-EFF-TO
               DISPLAY "*** BENEFIT RULE " ELG-RULES-READ " ("
                   BEN-CODE ") AGE BAND OR DATES BACKWARDS - "
                   "LEFT OUT ***"
               PERFORM 1340-REJECT-RULE THRU 1340-EXIT
               GO TO 1310-EXIT
           END-IF.
           IF BEN-EFF-FROM > ELG-ASOF-DATE
               OR ELG-RULE-EFF-TO < ELG-ASOF-DATE
               ADD 1 TO ELG-RULES-NOT-IN-FORCE
               GO TO 1310-EXIT
           END-IF.
           MOVE 'N' TO ELG-BEN-FOUND-SW.
           PERFORM 1320-MATCH-ONE-BENEFIT THRU 1320-EXIT
               VARYING ELG-BEN-SRCH-IX FROM 1 BY 1
               UNTIL ELG-BEN-SRCH-IX > ELG-BEN-COUNT
                   OR ELG-BEN-FOUND.
           IF ELG-BEN-FOUND
               DISPLAY "*** BENEFIT " BEN-CODE " HAS A SECOND RULE IN "
                   "FORCE ON " ELG-ASOF-DATE " (RULE " ELG-RULES-READ
                   ") - LEFT OUT ***"
               PERFORM 1340-REJECT-RULE THRU 1340-EXIT
               GO TO 1310-EXIT
           END-IF.
           IF ELG-BEN-COUNT >= ELG-BEN-MAX
               IF NOT ELG-BEN-FULL-TOLD
                   SET ELG-BEN-FULL-TOLD TO TRUE
                   DISPLAY "*** BENEFIT TABLE FULL AT " ELG-BEN-MAX
                       " BENEFITS - FURTHER BENEFITS NOT JUDGED ***"
               END-IF
               PERFORM 1340-REJECT-RULE THRU 1340-EXIT
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO ELG-BEN-COUNT.
           MOVE BEN-CODE TO ELG-BN-CODE (ELG-BEN-COUNT).
           MOVE BEN-NAME TO ELG-BN-NAME (ELG-BEN-COUNT).
           MOVE BEN-MIN-AGE TO ELG-BN-MIN-AGE (ELG-BEN-COUNT).
           MOVE BEN-MAX-AGE TO ELG-BN-MAX-AGE (ELG-BEN-COUNT).
           MOVE BEN-EFF-FROM TO ELG-BN-EFF-FROM (ELG-BEN-COUNT).
           MOVE ELG-RULE-EFF-TO TO ELG-BN-EFF-TO (ELG-BEN-COUNT).
           PERFORM 1330-CLEAR-BENEFIT-COUNTS THRU 1330-EXIT.
       1310-EXIT.
           EXIT.

       1320-MATCH-ONE-BENEFIT.
           IF ELG-BN-CODE (ELG-BEN-SRCH-IX) = BEN-CODE
               SET ELG-BEN-FOUND TO TRUE
           END-IF.
       1320-EXIT.
           EXIT.

       1330-CLEAR-BENEFIT-COUNTS.
           MOVE 0 TO ELG-BN-ELIGIBLE (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-NOT-ELIGIBLE (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-OVER-AGE (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-PENDING (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-AGING-OUT (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-XTR-COUNT (ELG-BEN-COUNT).
           MOVE 0 TO ELG-BN-XTR-TOTAL (ELG-BEN-COUNT).
       1330-EXIT.
           EXIT.

       1340-REJECT-RULE.
           ADD 1 TO ELG-RULES-REJECTED.
           MOVE ELG-RC-WARNING TO ELG-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
       1340-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-DEFAULT-BENEFIT - NO RULES FILE: THE ONE BENEFIT THE RUN
      *     ALWAYS JUDGED - MINIMUM AGE FROM THE FIRST RUN PARAMETER,
      *     NO MAXIMUM, ALWAYS IN FORCE, AND THE "ELIG" BATCH ID THE
      *     EXTRACT HAS ALWAYS CARRIED
      *----------------------------------------------------------------
       1350-DEFAULT-BENEFIT.
           MOVE 1 TO ELG-BEN-COUNT.
           MOVE "ELIG" TO ELG-BN-CODE (1).
           MOVE "AGE CUTOFF RUN PARAMETER" TO ELG-BN-NAME (1).
           MOVE ELG-THRESHOLD-AGE TO ELG-BN-MIN-AGE (1).
           MOVE 0 TO ELG-BN-MAX-AGE (1).
           MOVE 0 TO ELG-BN-EFF-FROM (1).
           MOVE 99999999 TO ELG-BN-EFF-TO (1).
           PERFORM 1330-CLEAR-BENEFIT-COUNTS THRU 1330-EXIT.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-JUDGE-ONE-BENEFIT - ONE BENEFIT'S SECTION OF THE REPORT:
      *     ITS RULES, EVERY APPLICANT JUDGED AGAINST THEM, ITS PENDING
      *     AND AGING-OUT LISTS, AND ITS COUNTS
      *----------------------------------------------------------------
       2000-JUDGE-ONE-BENEFIT.
           MOVE ELG-BN-CODE (ELG-BEN-IX) TO ELG-CUR-CODE.
           MOVE ELG-BN-MIN-AGE (ELG-BEN-IX) TO ELG-CUR-MIN-AGE.
           MOVE ELG-BN-MAX-AGE (ELG-BEN-IX) TO ELG-CUR-MAX-AGE.
           MOVE ELG-BN-EFF-TO (ELG-BEN-IX) TO ELG-CUR-EFF-TO.
           MOVE 0 TO ELG-AOUT-COUNT.
           PERFORM 2010-WRITE-BENEFIT-HEADING THRU 2010-EXIT.
           MOVE 'N' TO ELG-EOF-SW.
           OPEN INPUT ELG-FILE.
           PERFORM 2100-READ-ELG-FILE THRU 2100-EXIT.
           PERFORM 2050-PROCESS-APPLICANT THRU 2050-EXIT
               UNTIL ELG-EOF-YES.
           CLOSE ELG-FILE.
           PERFORM 4000-WRITE-PENDING-REPORT THRU 4000-EXIT.
           PERFORM 4200-WRITE-AGING-OUT-REPORT THRU 4200-EXIT.
           PERFORM 4300-WRITE-BENEFIT-TOTALS THRU 4300-EXIT.
       2000-EXIT.
           EXIT.

       2010-WRITE-BENEFIT-HEADING.
           MOVE SPACES TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-CUR-CODE TO ELG-BH-CODE.
           MOVE ELG-BN-NAME (ELG-BEN-IX) TO ELG-BH-NAME.
           MOVE ELG-BEN-HDG-1 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-CUR-MIN-AGE TO ELG-BH-MIN.
           IF ELG-CUR-MAX-AGE = 0
               MOVE "N/A" TO ELG-BH-MAX-X
           ELSE
               MOVE ELG-CUR-MAX-AGE TO ELG-BH-MAX
           END-IF.
           IF ELG-BN-EFF-FROM (ELG-BEN-IX) = 0
               MOVE "OPEN" TO ELG-BH-FROM-X
           ELSE
               MOVE ELG-BN-EFF-FROM (ELG-BEN-IX) TO ELG-BH-FROM
           END-IF.
           IF ELG-CUR-EFF-TO = 99999999
               MOVE "OPEN" TO ELG-BH-TO-X
           ELSE
               MOVE ELG-CUR-EFF-TO TO ELG-BH-TO
           END-IF.
           MOVE ELG-BEN-HDG-2 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-HDG-LINE-2 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-PROCESS-APPLICANT - DETERMINE AND REPORT ONE APPLICANT
      *     FOR THE BENEFIT IN HAND
      *----------------------------------------------------------------
       2050-PROCESS-APPLICANT.
           PERFORM 2200-DETERMINE-ELIGIBILITY THRU 2200-EXIT.
           PERFORM 2400-WRITE-LISTING-LINE THRU 2400-EXIT.
           PERFORM 2100-READ-ELG-FILE THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ELG-FILE - READ ONE APPLICANT RECORD (COUNTED ON THE
      *     FIRST BENEFIT'S PASS ONLY)
      *----------------------------------------------------------------
       2100-READ-ELG-FILE.
           READ ELG-FILE
               AT END
                   SET ELG-EOF-YES TO TRUE
               NOT AT END
                   IF ELG-BEN-IX = 1
                       ADD 1 TO ELG-READ-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-DETERMINE-ELIGIBILITY - COMPUTE THE APPLICANT'S AGE AS
      *     OF THE AS-OF DATE FROM THE DATE OF BIRTH AND JUDGE IT
      *     AGAINST THE BENEFIT'S AGE BAND: BELOW THE MINIMUM IS NOT
      *     ELIGIBLE (AND FILED FOR THE PENDING LIST IF THE MINIMUM IS
      *     REACHED WITHIN THE WINDOW), ABOVE A MAXIMUM IS OVER AGE,
      *     AND INSIDE THE BAND IS ELIGIBLE (AND FILED FOR THE AGING-
      *     OUT LIST IF THE MAXIMUM IS PASSED WITHIN THE WINDOW). ON
      *     THE FIRST BENEFIT'S PASS THE COMPUTED AGE GOES INTO THE
      *     RUNNING AGE TOTAL THROUGH THE SHARED OVERFLOW-CHECKED ADD
      *     ROUTINE, AND AN INVALID DATE OF BIRTH IS COUNTED; IT STAYS
      *     OUT OF THE TOTAL AND RAISES THE WARNING CODE
      *----------------------------------------------------------------
       2200-DETERMINE-ELIGIBILITY.
           PERFORM 2250-VALIDATE-DOB THRU 2250-EXIT.
           IF ELG-DOB-INVALID
               IF ELG-BEN-IX = 1
                   ADD 1 TO ELG-INVALID-COUNT
               END-IF
               MOVE 0 TO ELG-COMPUTED-AGE
               SET ELG-NOT-ELIGIBLE TO TRUE
               MOVE ELG-RC-WARNING TO ELG-RC-CANDIDATE
           COMPUTE ELG-AGE-WORK =
               (ELG-ASOF-DATE - ELG-DOB-WORK) / 10000.
           MOVE ELG-AGE-WORK TO ELG-COMPUTED-AGE.
           EVALUATE TRUE
               WHEN ELG-COMPUTED-AGE < ELG-CUR-MIN-AGE
                   SET ELG-NOT-ELIGIBLE TO TRUE
                   ADD 1 TO ELG-NOT-ELIGIBLE-COUNT
                   ADD 1 TO ELG-BN-NOT-ELIGIBLE (ELG-BEN-IX)
                   PERFORM 2270-CHECK-PENDING THRU 2270-EXIT
               WHEN ELG-CUR-MAX-AGE > 0
                   AND ELG-COMPUTED-AGE > ELG-CUR-MAX-AGE
                   SET ELG-IS-OVER-AGE TO TRUE
                   ADD 1 TO ELG-OVER-AGE-COUNT
                   ADD 1 TO ELG-BN-OVER-AGE (ELG-BEN-IX)
               WHEN OTHER
                   SET ELG-IS-ELIGIBLE TO TRUE
                   ADD 1 TO ELG-ELIGIBLE-COUNT
                   ADD 1 TO ELG-BN-ELIGIBLE (ELG-BEN-IX)
                   PERFORM 2290-FILE-ELIGIBLE THRU 2290-EXIT
                   PERFORM 2260-CHECK-AGING-OUT THRU 2260-EXIT
           END-EVALUATE.
           IF ELG-BEN-IX NOT = 1
               GO TO 2200-EXIT
           END-IF.
           MOVE ELG-COMPUTED-AGE TO ELG-ADD-AMOUNT.
           CALL "BATCH-TOTAL-ADD" USING ELG-TOTAL-AGE, ELG-ADD-AMOUNT,
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2260-CHECK-AGING-OUT - WILL THIS ELIGIBLE APPLICANT BE PAST THE
      *     BENEFIT'S MAXIMUM AGE AT THE END OF THE PENDING WINDOW? IF
      *     SO - AND THE BENEFIT'S RULES STILL STAND ON THAT DAY - FILE
      *     THEM FOR THE AGING-OUT LIST WITH THE DATE THEY AGE OUT
      *----------------------------------------------------------------
       2260-CHECK-AGING-OUT.
           IF ELG-CUR-MAX-AGE = 0
               GO TO 2260-EXIT
           END-IF.
           COMPUTE ELG-AGE-WORK =
               (ELG-FUTURE-DATE - ELG-DOB-WORK) / 10000.
           IF ELG-AGE-WORK NOT > ELG-CUR-MAX-AGE
               GO TO 2260-EXIT
           END-IF.
           COMPUTE ELG-ANNIV-YEARS = ELG-CUR-MAX-AGE + 1.
           PERFORM 2280-SET-ELIG-DATE THRU 2280-EXIT.
           IF ELG-ELIG-DATE > ELG-CUR-EFF-TO
               GO TO 2260-EXIT
           END-IF.
           ADD 1 TO ELG-BN-AGING-OUT (ELG-BEN-IX).
           ADD 1 TO ELG-AOUT-TOTAL.
           IF ELG-AOUT-COUNT >= ELG-AOUT-MAX
               IF NOT ELG-AOUT-FULL-TOLD
                   SET ELG-AOUT-FULL-TOLD TO TRUE
                   DISPLAY "*** AGING-OUT TABLE FULL AT " ELG-AOUT-MAX
                       " ENTRIES - FURTHER APPLICANTS AGING OUT NOT "
                       "LISTED ***"
                   MOVE ELG-RC-WARNING TO ELG-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               END-IF
               GO TO 2260-EXIT
           END-IF.
           ADD 1 TO ELG-AOUT-COUNT.
           MOVE ELG-APPLICANT-ID TO ELG-AOUT-ID (ELG-AOUT-COUNT).
           MOVE ELG-DOB-WORK TO ELG-AOUT-DOB (ELG-AOUT-COUNT).
           MOVE ELG-COMPUTED-AGE TO ELG-AOUT-AGE (ELG-AOUT-COUNT).
           MOVE ELG-ELIG-DATE TO ELG-AOUT-DATE (ELG-AOUT-COUNT).
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2270-CHECK-PENDING - WOULD THIS NOT-YET-ELIGIBLE APPLICANT
      *     PASS THE SAME AGE TEST AT THE END OF THE PENDING WINDOW?
      *     IF SO - AND THE BENEFIT'S RULES STILL STAND ON THE DAY -
      *     FILE THEM FOR THE PENDING REPORT WITH THE DATE THEY
      *     BECOME ELIGIBLE
      *----------------------------------------------------------------
       2270-CHECK-PENDING.
           COMPUTE ELG-AGE-WORK =
               (ELG-FUTURE-DATE - ELG-DOB-WORK) / 10000.
           IF ELG-AGE-WORK < ELG-CUR-MIN-AGE
               GO TO 2270-EXIT
           END-IF.
           MOVE ELG-CUR-MIN-AGE TO ELG-ANNIV-YEARS.
           PERFORM 2280-SET-ELIG-DATE THRU 2280-EXIT.
           IF ELG-ELIG-DATE > ELG-CUR-EFF-TO
               GO TO 2270-EXIT
           END-IF.
           ADD 1 TO ELG-BN-PENDING (ELG-BEN-IX).
           IF ELG-PEND-COUNT >= ELG-PEND-MAX
               IF NOT ELG-PEND-FULL-TOLD
                   SET ELG-PEND-FULL-TOLD TO TRUE
               END-IF
               GO TO 2270-EXIT
           END-IF.
           ADD 1 TO ELG-PEND-COUNT.
           MOVE ELG-CUR-CODE TO ELG-PEND-BEN (ELG-PEND-COUNT).
           MOVE ELG-APPLICANT-ID TO ELG-PEND-ID (ELG-PEND-COUNT).
           MOVE ELG-DOB-WORK TO ELG-PEND-DOB (ELG-PEND-COUNT).
           MOVE ELG-COMPUTED-AGE TO ELG-PEND-AGE (ELG-PEND-COUNT).
           EXIT.

      *----------------------------------------------------------------
      * 2280-SET-ELIG-DATE - THE DATE THE APPLICANT REACHES THE AGE
      *     IN ELG-ANNIV-YEARS: THE BIRTHDAY PLUS THAT MANY YEARS.
      *     A FEBRUARY 29TH BIRTHDAY LANDING IN A NON-LEAP YEAR IS
      *     TAKEN AS MARCH 1ST, THE FIRST DAY THE AGE HOLDS
      *----------------------------------------------------------------
       2280-SET-ELIG-DATE.
           MOVE ELG-DOB-WORK TO ELG-ELIG-DATE.
           ADD ELG-ANNIV-YEARS TO ELG-ED-YYYY.
           IF ELG-ED-MM = 02 AND ELG-ED-DD = 29
               DIVIDE ELG-ED-YYYY BY 4
                   GIVING ELG-LEAP-QUOT

      *----------------------------------------------------------------
      * 2290-FILE-ELIGIBLE - HOLD ONE ELIGIBLE APPLICANT FOR THE
      *     BENEFIT'S ELIGXTR BATCH AND FOLD THE COMPUTED AGE INTO ITS
      *     CONTROL TOTAL THROUGH THE SHARED OVERFLOW-CHECKED ADD. A
      *     FULL TABLE MEANS THE EXTRACT WOULD UNDERSTATE THE
      *     ELIGIBLE POPULATION - SAID ONCE, AND THE WARNING CODE IS
               GO TO 2290-EXIT
           END-IF.
           ADD 1 TO ELG-ELIG-TBL-COUNT.
           MOVE ELG-CUR-CODE TO ELG-EL-BEN (ELG-ELIG-TBL-COUNT).
           MOVE ELG-APPLICANT-ID TO ELG-EL-ID (ELG-ELIG-TBL-COUNT).
           MOVE ELG-COMPUTED-AGE TO ELG-EL-AGE (ELG-ELIG-TBL-COUNT).
           ADD 1 TO ELG-BN-XTR-COUNT (ELG-BEN-IX).
           MOVE ELG-COMPUTED-AGE TO ELG-ADD-AMOUNT.
           CALL "BATCH-TOTAL-ADD" USING ELG-BN-XTR-TOTAL (ELG-BEN-IX),
               ELG-ADD-AMOUNT, ELG-ADD-STATUS.
           IF ELG-ADD-OVERFLOW
               DISPLAY "*** ELIGXTR FIELD2 TOTAL OVERFLOWED - "
                   "TRAILER HASH NO LONGER RELIABLE ***"
                   MOVE "INVALID DOB " TO ELG-DET-STATUS
               WHEN ELG-IS-ELIGIBLE
                   MOVE "ELIGIBLE    " TO ELG-DET-STATUS
               WHEN ELG-IS-OVER-AGE
                   MOVE "OVER AGE    " TO ELG-DET-STATUS
               WHEN OTHER
                   MOVE "NOT ELIGIBLE" TO ELG-DET-STATUS
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-PENDING-REPORT - THE BENEFIT'S PENDING LIST: EVERY
      *     NOT-YET-ELIGIBLE APPLICANT WHO REACHES ITS MINIMUM AGE
      *     WITHIN THE PENDING WINDOW, WITH THE DATE THEY BECOME
      *     ELIGIBLE, SO NOTIFICATIONS CAN GO OUT AHEAD OF THE DAY
      *----------------------------------------------------------------
           WRITE ELG-RPT-RECORD.
           MOVE ELG-PEND-HDG-2 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE 0 TO ELG-LISTED-COUNT.
           PERFORM 4100-WRITE-ONE-PENDING THRU 4100-EXIT
               VARYING ELG-PEND-IX FROM 1 BY 1
               UNTIL ELG-PEND-IX > ELG-PEND-COUNT.
           IF ELG-LISTED-COUNT = 0
               MOVE "   (NONE)" TO ELG-RPT-RECORD
               WRITE ELG-RPT-RECORD
           END-IF.
           EXIT.

       4100-WRITE-ONE-PENDING.
           IF ELG-PEND-BEN (ELG-PEND-IX) NOT = ELG-CUR-CODE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO ELG-LISTED-COUNT.
           MOVE SPACES TO ELG-PEND-LINE.
           MOVE ELG-PEND-ID (ELG-PEND-IX) TO ELG-PL-ID.
           MOVE ELG-PEND-DOB (ELG-PEND-IX) TO ELG-PL-DOB.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-WRITE-AGING-OUT-REPORT - THE BENEFIT'S AGING-OUT LIST:
      *     EVERY ELIGIBLE APPLICANT WHO PASSES ITS MAXIMUM AGE WITHIN
      *     THE PENDING WINDOW, WITH THE DATE THEY AGE OUT (THE FIRST
      *     DAY THEY ARE NO LONGER COVERED). A BENEFIT WITH NO MAXIMUM
      *     HAS NO SUCH LIST
      *----------------------------------------------------------------
       4200-WRITE-AGING-OUT-REPORT.
           IF ELG-CUR-MAX-AGE = 0
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-PENDING-DAYS TO ELG-AH-DAYS.
           MOVE ELG-AOUT-HDG-1 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-AOUT-HDG-2 TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           PERFORM 4210-WRITE-ONE-AGING-OUT THRU 4210-EXIT
               VARYING ELG-AOUT-IX FROM 1 BY 1
               UNTIL ELG-AOUT-IX > ELG-AOUT-COUNT.
           IF ELG-AOUT-COUNT = 0
               MOVE "   (NONE)" TO ELG-RPT-RECORD
               WRITE ELG-RPT-RECORD
           END-IF.
       4200-EXIT.
           EXIT.

       4210-WRITE-ONE-AGING-OUT.
           MOVE SPACES TO ELG-PEND-LINE.
           MOVE ELG-AOUT-ID (ELG-AOUT-IX) TO ELG-PL-ID.
           MOVE ELG-AOUT-DOB (ELG-AOUT-IX) TO ELG-PL-DOB.
           MOVE ELG-AOUT-AGE (ELG-AOUT-IX) TO ELG-PL-AGE.
           MOVE ELG-AOUT-DATE (ELG-AOUT-IX) TO ELG-PL-DATE.
           MOVE ELG-PEND-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-WRITE-BENEFIT-TOTALS - THE BENEFIT'S OWN COUNTS, CLOSING
      *     ITS SECTION
      *----------------------------------------------------------------
       4300-WRITE-BENEFIT-TOTALS.
           MOVE SPACES TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE SPACES TO ELG-NOT-SUM-LINE.
           MOVE "ELIGIBLE ...............: " TO ELG-NSL-LABEL.
           MOVE ELG-BN-ELIGIBLE (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "NOT YET ELIGIBLE .......: " TO ELG-NSL-LABEL.
           MOVE ELG-BN-NOT-ELIGIBLE (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "OVER THE MAXIMUM AGE ...: " TO ELG-NSL-LABEL.
           MOVE ELG-BN-OVER-AGE (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "PENDING WITHIN WINDOW ..: " TO ELG-NSL-LABEL.
           MOVE ELG-BN-PENDING (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "AGING OUT WITHIN WINDOW : " TO ELG-NSL-LABEL.
           MOVE ELG-BN-AGING-OUT (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "EXTRACTED TO ELIGXTR ...: " TO ELG-NSL-LABEL.
           MOVE ELG-BN-XTR-COUNT (ELG-BEN-IX) TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-WRITE-BENEFIT-SUMMARY - ONE LINE OF COUNTS PER BENEFIT,
      *     THEN WHAT BECAME OF THE RULES FILE'S ROWS
      *----------------------------------------------------------------
       4400-WRITE-BENEFIT-SUMMARY.
           MOVE SPACES TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-SUM-HDG-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE ELG-SUM-COL-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           PERFORM 4410-WRITE-ONE-SUMMARY THRU 4410-EXIT
               VARYING ELG-BEN-IX FROM 1 BY 1
               UNTIL ELG-BEN-IX > ELG-BEN-COUNT.
           IF ELG-BEN-COUNT = 0
               MOVE "   (NONE IN FORCE)" TO ELG-RPT-RECORD
               WRITE ELG-RPT-RECORD
           END-IF.
           MOVE SPACES TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE SPACES TO ELG-NOT-SUM-LINE.
           MOVE "BENEFIT RULES READ .....: " TO ELG-NSL-LABEL.
           MOVE ELG-RULES-READ TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "NOT IN FORCE ON AS-OF ..: " TO ELG-NSL-LABEL.
           MOVE ELG-RULES-NOT-IN-FORCE TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
           MOVE "LEFT OUT AS IN ERROR ...: " TO ELG-NSL-LABEL.
           MOVE ELG-RULES-REJECTED TO ELG-NSL-VALUE.
           MOVE ELG-NOT-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       4400-EXIT.
           EXIT.

       4410-WRITE-ONE-SUMMARY.
           MOVE ELG-BN-CODE (ELG-BEN-IX) TO ELG-SL-CODE.
           MOVE ELG-BN-ELIGIBLE (ELG-BEN-IX) TO ELG-SL-ELIGIBLE.
           MOVE ELG-BN-NOT-ELIGIBLE (ELG-BEN-IX) TO ELG-SL-NOT-ELIGIBLE.
           MOVE ELG-BN-OVER-AGE (ELG-BEN-IX) TO ELG-SL-OVER-AGE.
           MOVE ELG-BN-PENDING (ELG-BEN-IX) TO ELG-SL-PENDING.
           MOVE ELG-BN-AGING-OUT (ELG-BEN-IX) TO ELG-SL-AGING-OUT.
           MOVE ELG-SUM-LINE TO ELG-RPT-RECORD.
           WRITE ELG-RPT-RECORD.
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-WRITE-NOTIFICATIONS - THE PENDING LIST AS A MACHINE-
      *     READABLE EXTRACT, ONE NOTICE PER APPLICANT PER BENEFIT,
      *     FILTERED THROUGH THE STANDING SENT-NOTICES FILE: AN
      *     APPLICANT NOT YET NOTIFIED FOR THE BENEFIT IS ISSUED AND
      *     RECORDED; ONE ALREADY NOTIFIED FOR THE SAME ELIGIBLE-ON
      *     DATE IS SUPPRESSED; ONE WHOSE ELIGIBLE-ON
      *     DATE MOVED IS RE-ISSUED AND RE-DATED. THE FILE IS
      *     REWRITTEN AT THE END WITH EVERY RECORD, TOUCHED OR NOT,
      *     THE WAY THE DAILY JOB CARRIES ITS SUSPENSE FILE
                       ADD 1 TO ELG-SEN-COUNT
                       MOVE SEN-APPLICANT-ID TO
                           ELG-SN-ID (ELG-SEN-COUNT)
                       MOVE SEN-BENEFIT TO
                           ELG-SN-BEN (ELG-SEN-COUNT)
                       IF SEN-BENEFIT = SPACES
                           MOVE "ELIG" TO ELG-SN-BEN (ELG-SEN-COUNT)
                       END-IF
                       MOVE SEN-ELIG-DATE TO
                           ELG-SN-ELIG-DATE (ELG-SEN-COUNT)
                       MOVE SEN-SENT-DATE TO
                       ADD 1 TO ELG-SEN-COUNT
                       MOVE ELG-PEND-ID (ELG-PEND-IX) TO
                           ELG-SN-ID (ELG-SEN-COUNT)
                       MOVE ELG-PEND-BEN (ELG-PEND-IX) TO
                           ELG-SN-BEN (ELG-SEN-COUNT)
                       MOVE ELG-PEND-DATE (ELG-PEND-IX) TO
                           ELG-SN-ELIG-DATE (ELG-SEN-COUNT)
                       MOVE ELG-RUN-DATE TO

       4530-MATCH-ONE-SENT.
           IF ELG-SN-ID (ELG-SEN-IX) = ELG-PEND-ID (ELG-PEND-IX)
               AND ELG-SN-BEN (ELG-SEN-IX) = ELG-PEND-BEN (ELG-PEND-IX)
               SET ELG-SEN-FOUND TO TRUE
               MOVE ELG-SEN-IX TO ELG-SEN-FOUND-IX
           END-IF.
           MOVE ELG-PEND-DATE (ELG-PEND-IX) TO NOT-ELIG-DATE.
           MOVE ELG-PEND-DOB (ELG-PEND-IX) TO NOT-DOB.
           MOVE ELG-PEND-AGE (ELG-PEND-IX) TO NOT-AGE.
           MOVE ELG-PEND-BEN (ELG-PEND-IX) TO NOT-BENEFIT.
           WRITE NOT-RECORD.
       4540-EXIT.
           EXIT.
           MOVE ELG-SN-ID (ELG-SEN-IX) TO SEN-APPLICANT-ID.
           MOVE ELG-SN-ELIG-DATE (ELG-SEN-IX) TO SEN-ELIG-DATE.
           MOVE ELG-SN-SENT-DATE (ELG-SEN-IX) TO SEN-SENT-DATE.
           MOVE ELG-SN-BEN (ELG-SEN-IX) TO SEN-BENEFIT.
           WRITE SEN-RECORD.
       4570-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-ELIG-EXTRACT - WRITE THE ELIGIBLE POPULATION AS ONE
      *     COMPLETE HDR/DTL/TRL SET PER BENEFIT IN THE SHARED DL1REC
      *     LAYOUT: THE BENEFIT CODE AS BATCH ID, THE RUN DATE AND
      *     EXPECTED COUNT ON THE HEADER, ONE DETAIL PER ELIGIBLE
      *     APPLICANT (ID AS FIELD1, COMPUTED AGE AS FIELD2), AND A
      *     TRAILER WHOSE COUNT AND MODULO-1,000,000 HASH ARE BUILT THE
      *     WAY THE DAILY PIPELINE VERIFIES THEM. A BENEFIT WITH NOBODY
      *     ELIGIBLE STILL WRITES A COMPLETE (ZERO-COUNT) SET, SO THE
      *     PIPELINE SEES A VERIFIED EMPTY DAY, NOT A MISSING BATCH
      *----------------------------------------------------------------
       5000-WRITE-ELIG-EXTRACT.
           OPEN OUTPUT EXT-FILE.
           PERFORM 5050-WRITE-ONE-BATCH THRU 5050-EXIT
               VARYING ELG-BEN-IX FROM 1 BY 1
               UNTIL ELG-BEN-IX > ELG-BEN-COUNT.
           CLOSE EXT-FILE.
           DISPLAY "ELIGIBLE EXTRACT (ELIGXTR) WRITTEN - "
               ELG-ELIG-TBL-COUNT " DETAIL RECORD(S) IN "
               ELG-BEN-COUNT " BATCH(ES)".
       5000-EXIT.
           EXIT.

       5050-WRITE-ONE-BATCH.
           MOVE ELG-BN-CODE (ELG-BEN-IX) TO ELG-CUR-CODE.
           MOVE SPACES TO EXT-RECORD.
           SET EXT-TYPE-HEADER TO TRUE.
           MOVE ELG-CUR-CODE TO EXT-HDR-BATCH-ID.
           MOVE ELG-RUN-DATE TO EXT-HDR-RUN-DATE.
           MOVE ELG-BN-XTR-COUNT (ELG-BEN-IX) TO EXT-HDR-EXPECTED-COUNT.
           WRITE EXT-RECORD.
           PERFORM 5100-WRITE-ONE-ELIGIBLE THRU 5100-EXIT
               VARYING ELG-ELIG-TBL-IX FROM 1 BY 1
               UNTIL ELG-ELIG-TBL-IX > ELG-ELIG-TBL-COUNT.
           MOVE SPACES TO EXT-RECORD.
           SET EXT-TYPE-TRAILER TO TRUE.
           MOVE ELG-BN-XTR-COUNT (ELG-BEN-IX) TO EXT-TRL-RECORD-COUNT.
           MOVE ELG-BN-XTR-TOTAL (ELG-BEN-IX) TO ELG-EXT-TOTAL.
           DIVIDE ELG-EXT-TOTAL BY 1000000
               GIVING ELG-EXT-QUOT
               REMAINDER ELG-EXT-HASH.
           MOVE ELG-EXT-HASH TO EXT-TRL-HASH-TOTAL.
           WRITE EXT-RECORD.
       5050-EXIT.
           EXIT.

       5100-WRITE-ONE-ELIGIBLE.
           IF ELG-EL-BEN (ELG-ELIG-TBL-IX) NOT = ELG-CUR-CODE
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO EXT-RECORD.
           SET EXT-TYPE-DETAIL TO TRUE.
           MOVE ELG-EL-ID (ELG-ELIG-TBL-IX) TO EXT-FIELD1.
       9000-FINALIZE.
           DISPLAY "-----------------------------------------".
           DISPLAY "APPLICANTS READ .....: " ELG-READ-COUNT.
           DISPLAY "BENEFITS IN FORCE ...: " ELG-BEN-COUNT.
           DISPLAY "ELIGIBLE ............: " ELG-ELIGIBLE-COUNT.
           DISPLAY "NOT ELIGIBLE ........: " ELG-NOT-ELIGIBLE-COUNT.
           DISPLAY "OVER MAXIMUM AGE ....: " ELG-OVER-AGE-COUNT.
           DISPLAY "INVALID DOB .........: " ELG-INVALID-COUNT.
           DISPLAY "PENDING WITHIN WINDOW: " ELG-PEND-COUNT.
           DISPLAY "AGING OUT IN WINDOW .: " ELG-AOUT-TOTAL.
           DISPLAY "NOTICES ISSUED ......: " ELG-NOT-ISSUED.
           DISPLAY "NOTICES SUPPRESSED ..: " ELG-NOT-SUPPRESSED.
           DISPLAY "NOTICES RE-ISSUED ...: " ELG-NOT-REISSUED.
           DISPLAY "EXTRACTED TO ELIGXTR : " ELG-ELIG-TBL-COUNT.
           DISPLAY "TOTAL AGE ...........: " ELG-TOTAL-AGE.
           PERFORM 9010-DISPLAY-ONE-BENEFIT THRU 9010-EXIT
               VARYING ELG-BEN-IX FROM 1 BY 1
               UNTIL ELG-BEN-IX > ELG-BEN-COUNT.
           CLOSE ELG-RPT-FILE.
       9000-EXIT.
           EXIT.

       9010-DISPLAY-ONE-BENEFIT.
           DISPLAY "BENEFIT " ELG-BN-CODE (ELG-BEN-IX)
               " - ELIGIBLE " ELG-BN-ELIGIBLE (ELG-BEN-IX)
               " PENDING " ELG-BN-PENDING (ELG-BEN-IX)
               " AGING OUT " ELG-BN-AGING-OUT (ELG-BEN-IX).
       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9950-RAISE-CONDITION - RAISE THE RUN'S CONDITION CODE TO THE
      *     CANDIDATE SEVERITY IF IT IS NOT ALREADY THERE OR HIGHER
