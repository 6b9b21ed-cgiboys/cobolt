       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE.
       AUTHOR. R W PRICE.
       INSTALLATION. DATA CONTROL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 2026-10-15 RWP  INITIAL VERSION - THE SUITE'S ONE SOURCE OF
      *                 ITS BUSINESS DATE AND ITS BUSINESS CALENDAR.
      *                 EVERY PROGRAM USED TO ACCEPT ITS RUN DATE FROM
      *                 THE SYSTEM CLOCK, SO A NIGHT STREAM THAT RAN
      *                 PAST MIDNIGHT STAMPED THE EXTRACT, THE POSTING
      *                 AND THE LEDGER LOAD WITH DIFFERENT DATES AND
      *                 END-OF-DAY BALANCING FAILED THE DAY AS STALE.
      *                 THE DATE NOW COMES FROM THE PROCESSING-DATE
      *                 CONTROL FILE (PROCDATE, DL1DTE), WHICH ALSO
      *                 CARRIES THE WORKING WEEK AND THE SUITE-WIDE AND
      *                 REGIONAL HOLIDAYS, AND WHICH ONLY ROLLS FORWARD
      *                 WHEN END-OF-DAY BALANCING PROVES THE DAY. AGING
      *                 AND RETENTION CAN COUNT BUSINESS DAYS THROUGH
      *                 THE SAME CALL. NO CONTROL FILE, AND THE SYSTEM
      *                 DATE AND A PLAIN MONDAY-TO-FRIDAY WEEK STAND
      *                 IN, SO A SHOP WITHOUT ONE RUNS AS IT ALWAYS DID.
      *================================================================
      *================================================================
      * PURPOSE - ANSWER ONE CALENDAR QUESTION PER CALL, AS NAMED BY
      *           THE FUNCTION CODE IN THE DL1CAL PARAMETER BLOCK
      *           (DATE, DAYS, BACK, TEST OR ROLL - SEE DL1CAL). THE
      *           CONTROL FILE IS READ ONCE, ON THE FIRST CALL, AND
      *           KEPT FOR THE REST OF THE RUN. A CONTROL FILE THAT
      *           CANNOT BE TRUSTED FAILS EVERY CALL WITH STATUS E
      *           RATHER THAN HAND BACK A DATE NOBODY CHOSE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDC-DTE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DTE-FILE.
           COPY DL1DTE REPLACING
               ==PFX-DTE-RECORD==       BY ==DTE-RECORD==
               ==PFX-DTE-TYPE==         BY ==DTE-TYPE==
               ==PFX-DTE-TYPE-CONTROL== BY ==DTE-TYPE-CONTROL==
               ==PFX-DTE-TYPE-HOLIDAY== BY ==DTE-TYPE-HOLIDAY==
               ==PFX-DTE-REST==         BY ==DTE-REST==
               ==PFX-DTE-CONTROL==      BY ==DTE-CONTROL==
               ==PFX-DTE-BUS-DATE==     BY ==DTE-BUS-DATE==
               ==PFX-DTE-PRIOR-DATE==   BY ==DTE-PRIOR-DATE==
               ==PFX-DTE-ROLLED-ON==    BY ==DTE-ROLLED-ON==
               ==PFX-DTE-WEEK==         BY ==DTE-WEEK==
               ==PFX-DTE-HOLIDAY==      BY ==DTE-HOLIDAY==
               ==PFX-DTE-HOL-DATE==     BY ==DTE-HOL-DATE==
               ==PFX-DTE-HOL-REGION==   BY ==DTE-HOL-REGION==
               ==PFX-DTE-HOL-NAME==     BY ==DTE-HOL-NAME==.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES - KEPT FROM CALL TO CALL FOR THE LIFE OF THE RUN
      *----------------------------------------------------------------
       01 BDC-SWITCHES.
           05 BDC-LOADED-SW            PIC X(01) VALUE 'N'.
               88 BDC-LOADED                     VALUE 'Y'.
           05 BDC-FILE-SW              PIC X(01) VALUE 'N'.
               88 BDC-FILE-PRESENT               VALUE 'Y'.
           05 BDC-LOAD-SW              PIC X(01) VALUE 'G'.
               88 BDC-LOAD-FAILED                VALUE 'E'.
           05 BDC-DTE-EOF-SW           PIC X(01) VALUE 'N'.
               88 BDC-DTE-EOF-YES                VALUE 'Y'.
           05 BDC-CTL-SW               PIC X(01) VALUE 'N'.
               88 BDC-CTL-SEEN                   VALUE 'Y'.
           05 BDC-DAY-SW               PIC X(01) VALUE 'N'.
               88 BDC-IS-BUSINESS                VALUE 'Y'.

       01 BDC-DTE-FS                   PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * THE CONTROL RECORD AS LOADED. THE WORKING WEEK IS ONE Y/N PER
      * DAY, MONDAY FIRST
      *----------------------------------------------------------------
       01 BDC-CONTROL.
           05 BDC-BUS-DATE             PIC 9(08) VALUE 0.
           05 BDC-PRIOR-DATE           PIC 9(08) VALUE 0.
           05 BDC-ROLLED-ON            PIC 9(08) VALUE 0.
           05 BDC-WEEK                 PIC X(07) VALUE "YYYYYNN".
           05 BDC-WEEK-DAYS REDEFINES BDC-WEEK.
               10 BDC-WEEK-DAY-SW      PIC X(01) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * THE HOLIDAYS, AND EVERY RECORD OF THE FILE BUT THE CONTROL
      * RECORD AS READ, SO A ROLL WRITES THE CALENDAR BACK UNTOUCHED
      *----------------------------------------------------------------
       01 BDC-TABLE-CONTROLS.
           05 BDC-HOL-COUNT            PIC 9(04) COMP VALUE 0.
           05 BDC-HOL-MAX              PIC 9(04) COMP VALUE 500.
           05 BDC-HOL-IX               PIC 9(04) COMP VALUE 0.
           05 BDC-LINE-COUNT           PIC 9(04) COMP VALUE 0.
           05 BDC-LINE-MAX             PIC 9(04) COMP VALUE 1000.
           05 BDC-LINE-IX              PIC 9(04) COMP VALUE 0.
           05 BDC-WEEK-IX              PIC 9(04) COMP VALUE 0.
           05 BDC-WEEK-OPEN            PIC 9(04) COMP VALUE 0.

       01 BDC-HOL-TABLE.
           05 BDC-HOL-ENTRY OCCURS 500 TIMES.
               10 BDC-HT-DATE          PIC 9(08).
               10 BDC-HT-REGION        PIC X(04).

       01 BDC-LINE-TABLE.
           05 BDC-LINE-ENTRY           PIC X(60) OCCURS 1000 TIMES.

      *----------------------------------------------------------------
      * DAY ARITHMETIC - INTEGER DAY NUMBERS (DAY 1 IS MONDAY
      * 1601-01-01, SO THE REMAINDER BY 7 GIVES THE WEEKDAY WITH
      * SUNDAY AS ZERO)
      *----------------------------------------------------------------
       01 BDC-DAY-WORK.
           05 BDC-DAY-NO               PIC 9(08) VALUE 0.
           05 BDC-DAY-FROM             PIC 9(08) VALUE 0.
           05 BDC-DAY-TO               PIC 9(08) VALUE 0.
           05 BDC-WEEK-NO              PIC 9(08) VALUE 0.
           05 BDC-WEEKDAY              PIC 9(01) VALUE 0.
           05 BDC-DAYS-LEFT            PIC 9(08) VALUE 0.
           05 BDC-STEPS                PIC 9(04) VALUE 0.
           05 BDC-TEST-DATE            PIC 9(08) VALUE 0.
           05 BDC-TEST-REGION          PIC X(04) VALUE SPACES.
           05 BDC-CHECK-DATE           PIC 9(08) VALUE 0.
           05 BDC-SYSTEM-DATE          PIC 9(08) VALUE 0.

       LINKAGE SECTION.
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==BDC-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==BDC-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==BDC-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==BDC-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==BDC-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==BDC-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==BDC-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==BDC-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==BDC-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==BDC-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==BDC-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==BDC-CAL-ERROR==.

       PROCEDURE DIVISION USING BDC-CAL-PARMS.
      *================================================================
      * 0000-MAINLINE - LOAD THE CALENDAR ON THE FIRST CALL, THEN
      *     ANSWER THE ONE QUESTION THIS CALL ASKS
      *================================================================
       0000-MAINLINE.
           IF NOT BDC-LOADED
               PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
           END-IF.
           IF BDC-LOAD-FAILED
               SET BDC-CAL-ERROR TO TRUE
               GOBACK
           END-IF.
           IF BDC-FILE-PRESENT
               SET BDC-CAL-OK TO TRUE
           ELSE
               SET BDC-CAL-NO-FILE TO TRUE
           END-IF.
           EVALUATE BDC-CAL-FUNCTION
               WHEN "DATE"
                   PERFORM 2000-GET-DATE THRU 2000-EXIT
               WHEN "DAYS"
                   PERFORM 3000-COUNT-DAYS THRU 3000-EXIT
               WHEN "BACK"
                   PERFORM 4000-COUNT-BACK THRU 4000-EXIT
               WHEN "TEST"
                   PERFORM 5000-TEST-DAY THRU 5000-EXIT
               WHEN "ROLL"
                   PERFORM 6000-ROLL-FORWARD THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "*** BUSINESS-DATE CALLED WITH UNKNOWN "
                       "FUNCTION " BDC-CAL-FUNCTION " ***"
                   SET BDC-CAL-ERROR TO TRUE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-CALENDAR - READ THE CONTROL FILE WHOLE. NO FILE AT
      *     ALL MEANS THE SHOP HAS NOT SET ONE UP: SAY SO ONCE AND RUN
      *     ON THE SYSTEM DATE. A FILE THAT IS THERE BUT CANNOT BE
      *     READ, OR HAS NO SOUND CONTROL RECORD, FAILS EVERY CALL
      *----------------------------------------------------------------
       1000-LOAD-CALENDAR.
           SET BDC-LOADED TO TRUE.
           ACCEPT BDC-SYSTEM-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DTE-FILE.
           EVALUATE TRUE
               WHEN BDC-DTE-FS = "00"
                   SET BDC-FILE-PRESENT TO TRUE
                   PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
                       UNTIL BDC-DTE-EOF-YES
                   CLOSE DTE-FILE
               WHEN BDC-DTE-FS = "35"
                   DISPLAY "NO PROCESSING-DATE CONTROL FILE (PROCDATE)"
                       " - RUNNING ON THE SYSTEM DATE"
                   MOVE BDC-SYSTEM-DATE TO BDC-BUS-DATE
                   MOVE SPACES TO BDC-TEST-REGION
                   MOVE FUNCTION INTEGER-OF-DATE (BDC-SYSTEM-DATE)
                       TO BDC-DAY-NO
                   MOVE 1 TO BDC-DAYS-LEFT
                   PERFORM 4100-STEP-BACK-ONE THRU 4100-EXIT
                       UNTIL BDC-DAYS-LEFT = 0
                   COMPUTE BDC-PRIOR-DATE =
                       FUNCTION DATE-OF-INTEGER (BDC-DAY-NO)
                   GO TO 1000-EXIT
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN DTE-FILE (PROCDATE) - "
                       "FILE STATUS " BDC-DTE-FS " ***"
                   SET BDC-LOAD-FAILED TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE.
           IF BDC-LOAD-FAILED
               GO TO 1000-EXIT
           END-IF.
           IF NOT BDC-CTL-SEEN
               DISPLAY "*** DTE-FILE (PROCDATE) HAS NO CONTROL (C) "
                   "RECORD ***"
               SET BDC-LOAD-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE BDC-BUS-DATE TO BDC-CHECK-DATE.
           PERFORM 1200-CHECK-ONE-DATE THRU 1200-EXIT.
           IF BDC-LOAD-FAILED
               DISPLAY "*** DTE-FILE (PROCDATE) BUSINESS DATE "
                   BDC-BUS-DATE " IS NOT A DATE ***"
               GO TO 1000-EXIT
           END-IF.
           IF BDC-WEEK = SPACES
               MOVE "YYYYYNN" TO BDC-WEEK
           END-IF.
           MOVE 0 TO BDC-WEEK-OPEN.
           PERFORM 1300-CHECK-ONE-WEEKDAY THRU 1300-EXIT
               VARYING BDC-WEEK-IX FROM 1 BY 1
               UNTIL BDC-WEEK-IX > 7.
           IF BDC-LOAD-FAILED OR BDC-WEEK-OPEN = 0
               DISPLAY "*** DTE-FILE (PROCDATE) WORKING WEEK "
                   BDC-WEEK " IS NOT SEVEN Y/N DAYS WITH AT LEAST "
                   "ONE Y ***"
               SET BDC-LOAD-FAILED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RECORD.
           READ DTE-FILE
               AT END
                   SET BDC-DTE-EOF-YES TO TRUE
           END-READ.
           IF BDC-DTE-EOF-YES
               GO TO 1100-EXIT
           END-IF.
           IF DTE-TYPE-CONTROL
               IF BDC-CTL-SEEN
                   DISPLAY "*** DTE-FILE (PROCDATE) HAS MORE THAN ONE "
                       "CONTROL (C) RECORD ***"
                   SET BDC-LOAD-FAILED TO TRUE
               END-IF
               SET BDC-CTL-SEEN TO TRUE
               MOVE DTE-BUS-DATE TO BDC-BUS-DATE
               MOVE DTE-PRIOR-DATE TO BDC-PRIOR-DATE
               MOVE DTE-ROLLED-ON TO BDC-ROLLED-ON
               MOVE DTE-WEEK TO BDC-WEEK
               GO TO 1100-EXIT
           END-IF.
           IF BDC-LINE-COUNT >= BDC-LINE-MAX
               DISPLAY "*** DTE-FILE (PROCDATE) HOLDS MORE THAN "
                   BDC-LINE-MAX " CALENDAR RECORDS ***"
               SET BDC-LOAD-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO BDC-LINE-COUNT.
           MOVE DTE-RECORD TO BDC-LINE-ENTRY (BDC-LINE-COUNT).
           IF NOT DTE-TYPE-HOLIDAY
               GO TO 1100-EXIT
           END-IF.
           MOVE DTE-HOL-DATE TO BDC-CHECK-DATE.
           PERFORM 1200-CHECK-ONE-DATE THRU 1200-EXIT.
           IF BDC-LOAD-FAILED
               DISPLAY "*** DTE-FILE (PROCDATE) HOLIDAY "
                   DTE-HOL-DATE " IS NOT A DATE ***"
               GO TO 1100-EXIT
           END-IF.
           IF BDC-HOL-COUNT >= BDC-HOL-MAX
               DISPLAY "*** DTE-FILE (PROCDATE) HOLDS MORE THAN "
                   BDC-HOL-MAX " HOLIDAYS ***"
               SET BDC-LOAD-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO BDC-HOL-COUNT.
           MOVE DTE-HOL-DATE TO BDC-HT-DATE (BDC-HOL-COUNT).
           MOVE DTE-HOL-REGION TO BDC-HT-REGION (BDC-HOL-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-ONE-DATE - A DATE THE CALENDAR CAN COUNT FROM:
      *     NUMERIC, AND A REAL DAY
      *----------------------------------------------------------------
       1200-CHECK-ONE-DATE.
           IF BDC-CHECK-DATE NOT NUMERIC
               OR BDC-CHECK-DATE < 16010101
               SET BDC-LOAD-FAILED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (BDC-CHECK-DATE) = 0
               SET BDC-LOAD-FAILED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1300-CHECK-ONE-WEEKDAY.
           EVALUATE BDC-WEEK-DAY-SW (BDC-WEEK-IX)
               WHEN 'Y'
                   ADD 1 TO BDC-WEEK-OPEN
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   SET BDC-LOAD-FAILED TO TRUE
           END-EVALUATE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-GET-DATE - THE CURRENT BUSINESS DATE AND THE ONE BEFORE
      *----------------------------------------------------------------
       2000-GET-DATE.
           MOVE BDC-BUS-DATE TO BDC-CAL-DATE-1.
           MOVE BDC-PRIOR-DATE TO BDC-CAL-DATE-2.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-COUNT-DAYS - BUSINESS DAYS AFTER DATE-1 UP TO AND
      *     INCLUDING DATE-2: SOMETHING DATED FRIDAY IS ONE BUSINESS
      *     DAY OLD ON MONDAY, NOT THREE
      *----------------------------------------------------------------
       3000-COUNT-DAYS.
           MOVE 0 TO BDC-CAL-DAYS.
           MOVE BDC-CAL-DATE-1 TO BDC-CHECK-DATE.
           PERFORM 7500-CHECK-ARGUMENT THRU 7500-EXIT.
           MOVE BDC-CAL-DATE-2 TO BDC-CHECK-DATE.
           PERFORM 7500-CHECK-ARGUMENT THRU 7500-EXIT.
           IF BDC-CAL-ERROR
               GO TO 3000-EXIT
           END-IF.
           IF BDC-CAL-DATE-2 NOT > BDC-CAL-DATE-1
               GO TO 3000-EXIT
           END-IF.
           MOVE BDC-CAL-REGION TO BDC-TEST-REGION.
           COMPUTE BDC-DAY-FROM =
               FUNCTION INTEGER-OF-DATE (BDC-CAL-DATE-1) + 1.
           MOVE FUNCTION INTEGER-OF-DATE (BDC-CAL-DATE-2)
               TO BDC-DAY-TO.
           PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
               VARYING BDC-DAY-NO FROM BDC-DAY-FROM BY 1
               UNTIL BDC-DAY-NO > BDC-DAY-TO.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-DAY.
           PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
           IF BDC-IS-BUSINESS
               ADD 1 TO BDC-CAL-DAYS
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-COUNT-BACK - STEP BACK FROM DATE-1 UNTIL DAYS BUSINESS
      *     DAYS HAVE BEEN PASSED; THE DAY LANDED ON IS DATE-2
      *----------------------------------------------------------------
       4000-COUNT-BACK.
           MOVE BDC-CAL-DATE-1 TO BDC-CHECK-DATE.
           PERFORM 7500-CHECK-ARGUMENT THRU 7500-EXIT.
           IF BDC-CAL-ERROR
               GO TO 4000-EXIT
           END-IF.
           MOVE BDC-CAL-REGION TO BDC-TEST-REGION.
           MOVE FUNCTION INTEGER-OF-DATE (BDC-CAL-DATE-1)
               TO BDC-DAY-NO.
           MOVE BDC-CAL-DAYS TO BDC-DAYS-LEFT.
           PERFORM 4100-STEP-BACK-ONE THRU 4100-EXIT
               UNTIL BDC-DAYS-LEFT = 0
                   OR BDC-DAY-NO NOT > 1.
           COMPUTE BDC-CAL-DATE-2 =
               FUNCTION DATE-OF-INTEGER (BDC-DAY-NO).
       4000-EXIT.
           EXIT.

       4100-STEP-BACK-ONE.
           SUBTRACT 1 FROM BDC-DAY-NO.
           PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
           IF BDC-IS-BUSINESS
               SUBTRACT 1 FROM BDC-DAYS-LEFT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-TEST-DAY - IS DATE-1 A BUSINESS DAY FOR THE REGION NAMED
      *     (OR, NAMING NONE, FOR THE WHOLE SUITE)?
      *----------------------------------------------------------------
       5000-TEST-DAY.
           MOVE 'N' TO BDC-CAL-BUSDAY-SW.
           MOVE BDC-CAL-DATE-1 TO BDC-CHECK-DATE.
           PERFORM 7500-CHECK-ARGUMENT THRU 7500-EXIT.
           IF BDC-CAL-ERROR
               GO TO 5000-EXIT
           END-IF.
           MOVE BDC-CAL-REGION TO BDC-TEST-REGION.
           MOVE FUNCTION INTEGER-OF-DATE (BDC-CAL-DATE-1)
               TO BDC-DAY-NO.
           PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
           IF BDC-IS-BUSINESS
               SET BDC-CAL-BUSINESS-DAY TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-ROLL-FORWARD - THE DAY HAS PROVED CLEAN: MOVE THE CONTROL
      *     FILE ON TO THE NEXT SUITE-WIDE BUSINESS DAY AND WRITE IT
      *     BACK, CALENDAR AND ALL. A FAILED REWRITE LEAVES THE DATE
      *     WHERE IT WAS - THE DAY SIMPLY HAS NOT BEEN ROLLED
      *----------------------------------------------------------------
       6000-ROLL-FORWARD.
           IF NOT BDC-FILE-PRESENT
               DISPLAY "NO PROCESSING-DATE CONTROL FILE (PROCDATE) - "
                   "NOTHING TO ROLL FORWARD"
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO BDC-TEST-REGION.
           MOVE FUNCTION INTEGER-OF-DATE (BDC-BUS-DATE) TO BDC-DAY-NO.
           MOVE 0 TO BDC-STEPS.
           MOVE 'N' TO BDC-DAY-SW.
           PERFORM 6100-STEP-FORWARD-ONE THRU 6100-EXIT
               UNTIL BDC-IS-BUSINESS
                   OR BDC-STEPS > 366.
           IF NOT BDC-IS-BUSINESS
               DISPLAY "*** NO BUSINESS DAY IN THE YEAR AFTER "
                   BDC-BUS-DATE " - PROCESSING DATE NOT ROLLED ***"
               SET BDC-CAL-ERROR TO TRUE
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT DTE-FILE.
           IF BDC-DTE-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE DTE-FILE (PROCDATE) - "
                   "FILE STATUS " BDC-DTE-FS
                   " - PROCESSING DATE NOT ROLLED ***"
               SET BDC-CAL-ERROR TO TRUE
               GO TO 6000-EXIT
           END-IF.
           MOVE BDC-BUS-DATE TO BDC-PRIOR-DATE.
           MOVE BDC-TEST-DATE TO BDC-BUS-DATE.
           MOVE BDC-SYSTEM-DATE TO BDC-ROLLED-ON.
           MOVE SPACES TO DTE-RECORD.
           SET DTE-TYPE-CONTROL TO TRUE.
           MOVE BDC-BUS-DATE TO DTE-BUS-DATE.
           MOVE BDC-PRIOR-DATE TO DTE-PRIOR-DATE.
           MOVE BDC-ROLLED-ON TO DTE-ROLLED-ON.
           MOVE BDC-WEEK TO DTE-WEEK.
           WRITE DTE-RECORD.
           PERFORM 6200-WRITE-ONE-LINE THRU 6200-EXIT
               VARYING BDC-LINE-IX FROM 1 BY 1
               UNTIL BDC-LINE-IX > BDC-LINE-COUNT.
           CLOSE DTE-FILE.
           MOVE BDC-BUS-DATE TO BDC-CAL-DATE-1.
           MOVE BDC-PRIOR-DATE TO BDC-CAL-DATE-2.
       6000-EXIT.
           EXIT.

       6100-STEP-FORWARD-ONE.
           ADD 1 TO BDC-DAY-NO.
           ADD 1 TO BDC-STEPS.
           PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-ONE-LINE.
           MOVE BDC-LINE-ENTRY (BDC-LINE-IX) TO DTE-RECORD.
           WRITE DTE-RECORD.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-JUDGE-DAY - IS DAY NUMBER BDC-DAY-NO A BUSINESS DAY FOR
      *     BDC-TEST-REGION? NOT IF THE WORKING WEEK SKIPS ITS WEEKDAY,
      *     NOT IF IT IS A SUITE-WIDE HOLIDAY, AND - WHEN A REGION IS
      *     NAMED - NOT IF IT IS THAT REGION'S OWN HOLIDAY. THE DATE
      *     IS LEFT IN BDC-TEST-DATE
      *----------------------------------------------------------------
       7000-JUDGE-DAY.
           COMPUTE BDC-TEST-DATE =
               FUNCTION DATE-OF-INTEGER (BDC-DAY-NO).
           DIVIDE BDC-DAY-NO BY 7 GIVING BDC-WEEK-NO
               REMAINDER BDC-WEEKDAY.
           IF BDC-WEEKDAY = 0
               MOVE 7 TO BDC-WEEKDAY
           END-IF.
           MOVE 'N' TO BDC-DAY-SW.
           IF BDC-WEEK-DAY-SW (BDC-WEEKDAY) NOT = 'Y'
               GO TO 7000-EXIT
           END-IF.
           SET BDC-IS-BUSINESS TO TRUE.
           PERFORM 7100-MATCH-ONE-HOLIDAY THRU 7100-EXIT
               VARYING BDC-HOL-IX FROM 1 BY 1
               UNTIL BDC-HOL-IX > BDC-HOL-COUNT
                   OR NOT BDC-IS-BUSINESS.
       7000-EXIT.
           EXIT.

       7100-MATCH-ONE-HOLIDAY.
           IF BDC-HT-DATE (BDC-HOL-IX) NOT = BDC-TEST-DATE
               GO TO 7100-EXIT
           END-IF.
           IF BDC-HT-REGION (BDC-HOL-IX) = SPACES
               MOVE 'N' TO BDC-DAY-SW
               GO TO 7100-EXIT
           END-IF.
           IF BDC-TEST-REGION NOT = SPACES
               AND BDC-HT-REGION (BDC-HOL-IX) = BDC-TEST-REGION
               MOVE 'N' TO BDC-DAY-SW
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-CHECK-ARGUMENT - A DATE HANDED IN BY THE CALLER THAT IS
      *     NOT A REAL DAY CANNOT BE COUNTED FROM; THE CALL FAILS WITH
      *     STATUS E AND THE CALLER DECIDES WHAT THAT MEANS
      *----------------------------------------------------------------
       7500-CHECK-ARGUMENT.
           IF BDC-CHECK-DATE NOT NUMERIC
               OR BDC-CHECK-DATE < 16010101
               SET BDC-CAL-ERROR TO TRUE
               GO TO 7500-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (BDC-CHECK-DATE) = 0
               SET BDC-CAL-ERROR TO TRUE
           END-IF.
       7500-EXIT.
           EXIT.
