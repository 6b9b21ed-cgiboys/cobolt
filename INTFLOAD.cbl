      *                 8 CONTROL FAILURE - THE HANDOFF DID NOT PROVE,
      *                 16 ABEND) SO THE SCHEDULER CAN HOLD THE
      *                 DOWNSTREAM STREAM ON A FAILED HANDOFF.
      * 2026-10-15 RWP  THE LOAD DATE NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE (BUSINESS-DATE)
      *                 INSTEAD OF THE SYSTEM CLOCK - THE INTFFILE RUN-
      *                 DATE CHECK AND THE LEDGER'S LAST-LOADED DATE
      *                 AGREE WITH THE EXTRACT EVEN WHEN THE STREAM RUNS
      *                 PAST MIDNIGHT.
      * 2026-10-15 RWP  EVERY LEDGER ADD AND UPDATE NOW WRITES A
      *                 MOVEMENT RECORD TO THE NEW LEDGMOVE FILE (SEE
      *                 THE DL1LMV COPYBOOK) - KEY, PRIOR AND NEW
      *                 BALANCE, LOAD DATE, THE D RECORD'S RUN DATE AND
      *                 ITS SOURCE DATASET NAME - FOR LEDGER-MONTH-END-
      *                 CLOSE'S STATEMENT. A FILE WHOSE D RECORDS CARRY
      *                 A RUN DATE IN A MONTH THE CLOSE HAS LOCKED ON
      *                 LEDGPERD (DL1LPD) IS REFUSED WHOLE WITH THE
      *                 CONTROL-FAILURE CODE (8) UNLESS FINANCE HAS
      *                 REOPENED THE MONTH.
      * 2026-10-15 RWP  EVERY MONTH UP TO THE LATEST PERIOD ON LEDGPERD
      *                 NOW COUNTS AS CLOSED UNLESS FINANCE HAS REOPENED
      *                 IT, SO A FILE DATED BEFORE THE LEDGER'S TAKE-ON
      *                 CLOSE IS REFUSED TOO.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIL-RPT-FS.

           SELECT LMV-FILE ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIL-LMV-FS.

           SELECT LPD-FILE ASSIGN TO "LEDGPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIL-LPD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD INT-FILE.
       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

      *    ONE MOVEMENT PER KEY ADDED OR UPDATED BY THE LOAD PASS
       FD LMV-FILE.
           COPY DL1LMV REPLACING
               ==PFX-LMV-RECORD==       BY ==LMV-RECORD==
               ==PFX-LMV-FIELD1==       BY ==LMV-FIELD1==
               ==PFX-LMV-PRIOR==        BY ==LMV-PRIOR==
               ==PFX-LMV-NEW==          BY ==LMV-NEW==
               ==PFX-LMV-ACTION==       BY ==LMV-ACTION==
               ==PFX-LMV-ADDED==        BY ==LMV-ADDED==
               ==PFX-LMV-UPDATED==      BY ==LMV-UPDATED==
               ==PFX-LMV-LOAD-DATE==    BY ==LMV-LOAD-DATE==
               ==PFX-LMV-RUN-DATE==     BY ==LMV-RUN-DATE==
               ==PFX-LMV-RUN-MONTH==    BY ==LMV-RUN-MONTH==
               ==PFX-LMV-DATASET==      BY ==LMV-DATASET==.

      *    LEDGER-MONTH-END-CLOSE'S PERIOD CONTROL - READ HERE ONLY,
      *    TO KEEP A LOAD OUT OF A MONTH THAT HAS BEEN CLOSED
       FD LPD-FILE.
           COPY DL1LPD REPLACING
               ==PFX-LPD-RECORD==       BY ==LPD-RECORD==
               ==PFX-LPD-PERIOD==       BY ==LPD-PERIOD==
               ==PFX-LPD-STATUS==       BY ==LPD-STATUS==
               ==PFX-LPD-CLOSED==       BY ==LPD-CLOSED==
               ==PFX-LPD-REOPENED==     BY ==LPD-REOPENED==
               ==PFX-LPD-CLOSE-DATE==   BY ==LPD-CLOSE-DATE==
               ==PFX-LPD-CLOSE-BY==     BY ==LPD-CLOSE-BY==
               ==PFX-LPD-REOPEN-DATE==  BY ==LPD-REOPEN-DATE==
               ==PFX-LPD-REOPEN-BY==    BY ==LPD-REOPEN-BY==
               ==PFX-LPD-KEYS==         BY ==LPD-KEYS==
               ==PFX-LPD-BALANCE==      BY ==LPD-BALANCE==.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
           05 LIL-ADD-STATUS           PIC X(01) VALUE 'G'.
               88 LIL-ADD-OK                     VALUE 'G'.
               88 LIL-ADD-OVERFLOW               VALUE 'O'.
           05 LIL-LPD-EOF-SW           PIC X(01) VALUE 'N'.
               88 LIL-LPD-EOF-YES                VALUE 'Y'.
           05 LIL-LOCK-SW              PIC X(01) VALUE 'N'.
               88 LIL-PERIOD-LOCKED              VALUE 'Y'.
           05 LIL-REOPEN-TOLD-SW       PIC X(01) VALUE 'N'.
               88 LIL-REOPEN-TOLD                VALUE 'Y'.
           05 LIL-PERIOD-FOUND-SW      PIC X(01) VALUE 'N'.
               88 LIL-PERIOD-FOUND               VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS - WHAT THE VERIFY PASS ACTUALLY READ, PROVED
           05 LIL-FIELD2-TOTAL         PIC 9(10) VALUE 0.
           05 LIL-KEYS-ADDED           PIC 9(09) VALUE 0.
           05 LIL-KEYS-UPDATED         PIC 9(09) VALUE 0.
           05 LIL-MOVES-WRITTEN        PIC 9(09) VALUE 0.
       01 LIL-TRL-COUNT                PIC 9(09) VALUE 0.
       01 LIL-TRL-TOTAL                PIC 9(10) VALUE 0.
       01 LIL-ADD-AMOUNT               PIC 9(07) VALUE 0.
       01 LIL-INT-FS                   PIC X(02) VALUE SPACES.
       01 LIL-LDG-FS                   PIC X(02) VALUE SPACES.
       01 LIL-RPT-FS                   PIC X(02) VALUE SPACES.
       01 LIL-LMV-FS                   PIC X(02) VALUE SPACES.
       01 LIL-LPD-FS                   PIC X(02) VALUE SPACES.

       01 LIL-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * THE RUN DATE A D RECORD CARRIES (TODAY'S WHEN IT CARRIES NONE)
      * - IT IS THIS DATE, NOT THE LOAD DATE, THAT PLACES THE RECORD
      * IN A LEDGER PERIOD
      *----------------------------------------------------------------
       01 LIL-DETAIL-DATE              PIC 9(08) VALUE 0.
       01 FILLER REDEFINES LIL-DETAIL-DATE.
           05 LIL-DETAIL-MONTH         PIC 9(06).
           05 FILLER                   PIC 9(02).
       01 LIL-LOCKED-MONTH             PIC 9(06) VALUE 0.
       01 LIL-PRIOR-FIELD2             PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * LEDGER PERIOD TABLE - THE MONTHS LEDGER-MONTH-END-CLOSE HAS
      * CLOSED (OR CLOSED AND FINANCE HAS SINCE REOPENED), LOADED FROM
      * LEDGPERD, AND THE LATEST OF THEM - EVERY MONTH UP TO IT IS
      * LOCKED. NO FILE MEANS NO MONTH HAS EVER BEEN CLOSED
      *----------------------------------------------------------------
       01 LIL-PRD-TABLE-CONTROLS.
           05 LIL-PRD-COUNT            PIC 9(04) COMP VALUE 0.
           05 LIL-PRD-MAX              PIC 9(04) COMP VALUE 600.
           05 LIL-PRD-IX               PIC 9(04) COMP VALUE 0.
           05 LIL-PRD-LATEST           PIC 9(06) VALUE 0.

       01 LIL-PRD-TABLE.
           05 LIL-PRD-ENTRY OCCURS 600 TIMES.
               10 LIL-PRD-PERIOD       PIC 9(06).
               10 LIL-PRD-STATUS       PIC X(08).
                   88 LIL-PRD-CLOSED             VALUE "CLOSED".

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==LIL-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==LIL-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==LIL-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==LIL-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==LIL-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==LIL-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==LIL-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==LIL-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==LIL-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==LIL-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==LIL-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==LIL-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - THE SAME SCHEME THE REST OF THE SUITE
      * RETURNS, SO THE SCHEDULER BRANCHES ONE WAY FOR EVERYTHING
           05 FILLER                    PIC X(09) VALUE "VERDICT: ".
           05 LIL-VERDICT-TEXT          PIC X(60) VALUE SPACES.

       01 LIL-LOCK-LINE.
           05 FILLER                    PIC X(32)
               VALUE "LOCKED: RUN DATE IN CLOSED MONTH".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIL-LOCK-MONTH            PIC 9999/99.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - VERIFY FIRST, LOAD ONLY WHAT PROVED
               UNTIL LIL-INT-EOF-YES.
           PERFORM 3000-JUDGE-BALANCE THRU 3000-EXIT.
           IF LIL-FILE-PROVED
               AND NOT LIL-PERIOD-LOCKED
               PERFORM 4000-LOAD-PASS THRU 4000-EXIT
           END-IF.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE CLOSED LEDGER PERIODS, OPEN THE
      *     INTERFACE FILE AND THE REPORT AND PRIME THE VERIFY READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO LIL-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING LIL-CAL-PARMS.
           IF LIL-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE LIL-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LIL-CAL-DATE-1 TO LIL-RUN-DATE.
           PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT.
           OPEN INPUT INT-FILE.
           IF LIL-INT-FS NOT = "00"
               PERFORM 1070-INTFILE-OPEN-ABEND THRU 1070-EXIT
       1080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-PERIODS - THE LEDGER PERIOD CONTROL FILE INTO THE
      *     PERIOD TABLE. IT DOES NOT EXIST UNTIL THE FIRST MONTH-END
      *     CLOSE, SO "FILE NOT FOUND" JUST MEANS NOTHING IS LOCKED;
      *     ANY OTHER FAILURE STOPS THE RUN RATHER THAN RISK LOADING
      *     INTO A CLOSED MONTH
      *----------------------------------------------------------------
       1100-LOAD-PERIODS.
           OPEN INPUT LPD-FILE.
           IF LIL-LPD-FS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF LIL-LPD-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN LPD-FILE (LEDGPERD) - "
                   "FILE STATUS " LIL-LPD-FS " ***"
               MOVE LIL-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
               UNTIL LIL-LPD-EOF-YES.
           CLOSE LPD-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-PERIOD.
           READ LPD-FILE
               AT END
                   SET LIL-LPD-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF LIL-LPD-FS NOT = "00"
               DISPLAY "*** ERROR READING LPD-FILE (LEDGPERD) - "
                   "FILE STATUS " LIL-LPD-FS " ***"
               CLOSE LPD-FILE
               MOVE LIL-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LIL-PRD-COUNT NOT < LIL-PRD-MAX
               DISPLAY "*** LEDGER PERIOD TABLE FULL AT "
                   LIL-PRD-MAX " - LEDGPERD NOT LOADED ***"
               CLOSE LPD-FILE
               MOVE LIL-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO LIL-PRD-COUNT.
           MOVE LPD-PERIOD TO LIL-PRD-PERIOD (LIL-PRD-COUNT).
           MOVE LPD-STATUS TO LIL-PRD-STATUS (LIL-PRD-COUNT).
           IF LPD-PERIOD > LIL-PRD-LATEST
               MOVE LPD-PERIOD TO LIL-PRD-LATEST
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-VERIFY-ONE-RECORD - PARSE ONE INTERFACE RECORD ON THE
      *     VERIFY PASS. A D RECORD JOINS THE COUNT AND TOTAL; THE T
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               END-IF
           END-IF.
           PERFORM 2250-CHECK-PERIOD THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-PERIOD - A D RECORD WHOSE RUN DATE FALLS IN A
      *     MONTH THE LEDGER HAS CLOSED LOCKS THE WHOLE FILE OUT - THE
      *     MONTH HAS BEEN REPORTED, AND ONLY FINANCE REOPENING IT LETS
      *     A LATE FILE IN. EVERY MONTH UP TO THE LATEST ON LEDGPERD
      *     COUNTS AS CLOSED, SO ONE BEFORE THE LEDGER'S TAKE-ON CLOSE
      *     (WHICH HAS NO ROW) IS LOCKED OUT TOO. A REOPENED MONTH
      *     LOADS, WITH A NOTE
      *----------------------------------------------------------------
       2250-CHECK-PERIOD.
           PERFORM 2260-SET-DETAIL-DATE THRU 2260-EXIT.
           MOVE 'N' TO LIL-PERIOD-FOUND-SW.
           PERFORM 2270-MATCH-ONE-PERIOD THRU 2270-EXIT
               VARYING LIL-PRD-IX FROM 1 BY 1
               UNTIL LIL-PRD-IX > LIL-PRD-COUNT
                   OR LIL-PERIOD-FOUND.
           IF LIL-PERIOD-FOUND
               SUBTRACT 1 FROM LIL-PRD-IX
               IF NOT LIL-PRD-CLOSED (LIL-PRD-IX)
                   IF NOT LIL-REOPEN-TOLD
                       SET LIL-REOPEN-TOLD TO TRUE
                       DISPLAY "LEDGER PERIOD " LIL-DETAIL-MONTH
                           " IS REOPENED - LOADING INTO IT"
                   END-IF
                   GO TO 2250-EXIT
               END-IF
           END-IF.
           IF LIL-DETAIL-MONTH > LIL-PRD-LATEST
               GO TO 2250-EXIT
           END-IF.
           IF NOT LIL-PERIOD-LOCKED
               SET LIL-PERIOD-LOCKED TO TRUE
               MOVE LIL-DETAIL-MONTH TO LIL-LOCKED-MONTH
               DISPLAY "*** D RECORDS CARRY RUN DATE "
                   LIL-DETAIL-DATE " - LEDGER PERIOD "
                   LIL-DETAIL-MONTH " IS CLOSED - FILE "
                   "REFUSED ***"
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2260-SET-DETAIL-DATE - THE D RECORD'S OWN RUN DATE, OR THE
      *     LOAD DATE WHEN THE SENDER LEFT IT OFF
      *----------------------------------------------------------------
       2260-SET-DETAIL-DATE.
           IF LIL-TOKEN-4 NOT = SPACES
               AND LIL-TOKEN-4 IS NUMERIC
               MOVE LIL-TOKEN-4 TO LIL-DETAIL-DATE
           ELSE
               MOVE LIL-RUN-DATE TO LIL-DETAIL-DATE
           END-IF.
       2260-EXIT.
           EXIT.

       2270-MATCH-ONE-PERIOD.
           IF LIL-PRD-PERIOD (LIL-PRD-IX) = LIL-DETAIL-MONTH
               SET LIL-PERIOD-FOUND TO TRUE
           END-IF.
       2270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CAPTURE-TRAILER - THE CLOSING T RECORD'S COUNT AND
      *     FULL-PRECISION TOTAL, HELD FOR THE PROVE-OUT. A SECOND T
           END-IF.
       3000-JUDGE-VERDICT.
           IF LIL-FILE-FAILED
               OR LIL-PERIOD-LOCKED
               MOVE LIL-RC-CONTROL-FAIL TO LIL-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
           END-IF.
      *     EVERY D RECORD TO THE STANDING LEDGER BALANCE FILE,
      *     CREATING IT ON ITS VERY FIRST LOAD THE WAY MASTER-FILE-
      *     POST CREATES FLD1MSTR. THE D RECORD'S FIELD2 BECOMES THE
      *     KEY'S CURRENT BALANCE, AND EVERY ADD AND UPDATE IS WRITTEN
      *     TO THE MOVEMENT FILE (LEDGMOVE) AS IT IS MADE
      *----------------------------------------------------------------
       4000-LOAD-PASS.
           CLOSE INT-FILE.
           IF LIL-LDG-FS NOT = "00"
               PERFORM 4050-LDGFILE-OPEN-ABEND THRU 4050-EXIT
           END-IF.
           OPEN EXTEND LMV-FILE.
           IF LIL-LMV-FS = "35"
               OPEN OUTPUT LMV-FILE
           END-IF.
           IF LIL-LMV-FS NOT = "00"
               PERFORM 4060-LMVFILE-OPEN-ABEND THRU 4060-EXIT
           END-IF.
           PERFORM 4100-READ-FOR-LOAD THRU 4100-EXIT.
           PERFORM 4200-LOAD-ONE-RECORD THRU 4200-EXIT
               UNTIL LIL-INT-EOF-YES.
           CLOSE LDG-FILE.
           CLOSE LMV-FILE.
       4000-EXIT.
           EXIT.

       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4060-LMVFILE-OPEN-ABEND - THE MOVEMENT FILE (LEDGMOVE) FAILED
      *     TO OPEN. NOTHING HAS BEEN LOADED YET, AND A LOAD THAT
      *     LEAVES NO MOVEMENTS BEHIND COULD NEVER BE CLOSED, SO STOP
      *----------------------------------------------------------------
       4060-LMVFILE-OPEN-ABEND.
           DISPLAY "*** UNABLE TO OPEN LMV-FILE (LEDGMOVE) - "
               "FILE STATUS " LIL-LMV-FS " ***".
           CLOSE INT-FILE.
           CLOSE LDG-FILE.
           CLOSE RPT-FILE.
           MOVE LIL-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       4060-EXIT.
           EXIT.

       4100-READ-FOR-LOAD.
           READ INT-FILE
               AT END
               GO TO 4200-NEXT
           END-IF.
           MOVE LIL-TOKEN-3 TO LIL-TOKEN-FIELD2.
           PERFORM 2260-SET-DETAIL-DATE THRU 2260-EXIT.
           MOVE LIL-TOKEN-2 TO LDG-FIELD1.
           READ LDG-FILE
               INVALID KEY
               PERFORM 9800-LDGFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           ADD 1 TO LIL-KEYS-ADDED.
           MOVE 0 TO LIL-PRIOR-FIELD2.
           SET LMV-ADDED TO TRUE.
           PERFORM 4500-WRITE-MOVEMENT THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

       4400-LOAD-UPDATE.
           MOVE LDG-FIELD2 TO LIL-PRIOR-FIELD2.
           MOVE LIL-TOKEN-FIELD2-N TO LDG-FIELD2.
           MOVE LIL-RUN-DATE TO LDG-LAST-LOADED.
           REWRITE LDG-RECORD
               PERFORM 9800-LDGFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           ADD 1 TO LIL-KEYS-UPDATED.
           SET LMV-UPDATED TO TRUE.
           PERFORM 4500-WRITE-MOVEMENT THRU 4500-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-WRITE-MOVEMENT - ONE MOVEMENT RECORD FOR THE ADD OR
      *     UPDATE JUST MADE: WHERE THE KEY STOOD, WHERE IT STANDS
      *     NOW, WHEN, AND FROM WHICH SOURCE DATASET. THE CALLER SETS
      *     THE ACTION AND THE PRIOR BALANCE
      *----------------------------------------------------------------
       4500-WRITE-MOVEMENT.
           MOVE LDG-FIELD1 TO LMV-FIELD1.
           MOVE LIL-PRIOR-FIELD2 TO LMV-PRIOR.
           MOVE LDG-FIELD2 TO LMV-NEW.
           MOVE LIL-RUN-DATE TO LMV-LOAD-DATE.
           MOVE LIL-DETAIL-DATE TO LMV-RUN-DATE.
           MOVE LIL-TOKEN-5 TO LMV-DATASET.
           WRITE LMV-RECORD.
           IF LIL-LMV-FS NOT = "00"
               DISPLAY "*** LMV-FILE (LEDGMOVE) I/O ERROR - FILE "
                   "STATUS " LIL-LMV-FS " - MOVEMENTS INCOMPLETE ***"
               PERFORM 9800-LDGFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           ADD 1 TO LIL-MOVES-WRITTEN.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - CONTROL FIGURES AND THE VERDICT ON THE REPORT
      *     AND SYSOUT, THEN CLOSE UP
           MOVE "KEYS UPDATED .......: " TO LIL-TOT-LABEL.
           MOVE LIL-KEYS-UPDATED TO LIL-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "MOVEMENTS WRITTEN ..: " TO LIL-TOT-LABEL.
           MOVE LIL-MOVES-WRITTEN TO LIL-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF LIL-PERIOD-LOCKED
               MOVE LIL-LOCKED-MONTH TO LIL-LOCK-MONTH
               MOVE LIL-LOCK-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN LIL-FILE-FAILED
                   MOVE "OUT-OF-BALANCE - NOTHING LOADED"
                       TO LIL-VERDICT-TEXT
               WHEN LIL-PERIOD-LOCKED
                   MOVE "PERIOD CLOSED - NOTHING LOADED"
                       TO LIL-VERDICT-TEXT
               WHEN OTHER
                   MOVE "PROVED - FILE LOADED" TO LIL-VERDICT-TEXT
           END-EVALUATE.
           MOVE LIL-VERDICT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY "INTERFACE LOAD - D RECORDS ..: "

      *----------------------------------------------------------------
      * 9800-LDGFILE-IO-ABEND - A WRITE/REWRITE AGAINST THE LEDGER
      *     (OR ITS MOVEMENT FILE) FAILED - THE LEDGER MAY BE PART-
      *     LOADED, SO SAY SO LOUDLY AND STOP RATHER THAN REPORT A
      *     CLEAN LOAD
      *----------------------------------------------------------------
       9800-LDGFILE-IO-ABEND.
           DISPLAY "*** LDG-FILE (LEDGBAL) I/O ERROR - FILE STATUS "
               LIL-LDG-FS " - LEDGER MAY BE PART-LOADED ***".
           CLOSE INT-FILE.
           CLOSE LDG-FILE.
           CLOSE LMV-FILE.
           CLOSE RPT-FILE.
           MOVE LIL-RC-ABEND TO RETURN-CODE.
           STOP RUN.
