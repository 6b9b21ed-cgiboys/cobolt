       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-MONTH-END-CLOSE.
       AUTHOR. R W PRICE.
       INSTALLATION. DATA CONTROL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 2026-10-15 RWP  INITIAL VERSION - FINANCE'S MONTH-END CLOSE OF
      *                 THE LEDGER BALANCE FILE (LEDGBAL). A CLOSE RUN
      *                 TAKES THE PERIOD (YYYYMM) AS ITS SECOND RUN
      *                 PARAMETER (DEFAULT: THE MONTH BEFORE THE RUN
      *                 DATE'S), SNAPSHOTS EVERY KEY'S BALANCE AS IT
      *                 STOOD AT THE END OF THE PERIOD TO A PERIOD
      *                 SNAPSHOT DATASET (LEDGSNAP.PYYYYMM), AND PRINTS
      *                 A STATEMENT (LDGSTMT) PER KEY AND IN TOTAL:
      *                 OPENING BALANCE (THE PREVIOUS CLOSE'S SNAPSHOT),
      *                 THE PERIOD'S MOVEMENTS FROM THE LEDGER MOVEMENT
      *                 FILE (LEDGMOVE) THAT LEDGER-INTERFACE-LOAD
      *                 WRITES, AND CLOSING BALANCE. MOVEMENTS DATED
      *                 AFTER THE PERIOD THAT HAVE ALREADY BEEN LOADED
      *                 ARE BACKED OUT OF THE LEDGER'S CURRENT BALANCE
      *                 SO THE CLOSE NEED NOT RUN BETWEEN TWO PARTICULAR
      *                 LOADS. EVERY KEY MUST FOOT (OPENING PLUS
      *                 MOVEMENTS EQUALS CLOSING) AND THE CLOSING TOTAL
      *                 MUST EQUAL THE SNAPSHOT TOTAL; ONLY THEN IS THE
      *                 PERIOD MARKED CLOSED ON THE LEDGER PERIOD FILE
      *                 (LEDGPERD, SEE THE DL1LPD COPYBOOK), WHICH
      *                 LOCKS IT AGAINST FURTHER LOADS. A STATEMENT THAT
      *                 DOES NOT FOOT LEAVES THE PERIOD OPEN WITH THE
      *                 CONTROL-FAILURE CODE (8). PERIODS CLOSE IN
      *                 MONTH ORDER; THE FIRST CLOSE EVER TAKES ITS
      *                 OPENING BALANCES ON FROM THE LEDGER ITSELF. A
      *                 REOPEN RUN (FIRST RUN PARAMETER REOPEN) LIFTS
      *                 THE LOCK ON THE LATEST CLOSED PERIOD SO A LATE
      *                 FILE CAN BE LOADED, AND MUST BE NAMED BY THE
      *                 LDGUSER ENVIRONMENT VARIABLE; THE PERIOD IS
      *                 THEN CLOSED AGAIN THE ORDINARY WAY.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LDG-FILE ASSIGN TO "LEDGBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDG-FIELD1
               FILE STATUS IS LMC-LDG-FS.

           SELECT LMV-FILE ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMC-LMV-FS.

           SELECT LPD-FILE ASSIGN TO "LEDGPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMC-LPD-FS.

           SELECT OPN-FILE ASSIGN DYNAMIC LMC-OPEN-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMC-OPN-FS.

           SELECT SNP-FILE ASSIGN DYNAMIC LMC-SNAP-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMC-SNP-FS.

           SELECT LMC-SORTWORK ASSIGN TO "SRTWORK".

           SELECT RPT-FILE ASSIGN TO "LDGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMC-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LDG-FILE.
       01 LDG-RECORD.
           05 LDG-FIELD1               PIC X(10).
           05 LDG-FIELD2               PIC 9(07).
           05 LDG-FIRST-LOADED         PIC 9(08).
           05 LDG-LAST-LOADED          PIC 9(08).

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

      *    A PERIOD SNAPSHOT - EVERY KEY ON THE LEDGER AT THE END OF
      *    THE PERIOD WITH ITS CLOSING BALANCE, IN FIELD1 ORDER. THE
      *    PREVIOUS PERIOD'S IS READ AS THIS PERIOD'S OPENING
       FD OPN-FILE.
       01 OPN-RECORD.
           05 OPN-PERIOD               PIC 9(06).
           05 OPN-FIELD1               PIC X(10).
           05 OPN-BALANCE              PIC 9(07).

       FD SNP-FILE.
       01 SNP-RECORD.
           05 SNP-PERIOD               PIC 9(06).
           05 SNP-FIELD1               PIC X(10).
           05 SNP-BALANCE              PIC 9(07).

      *    MOVEMENTS IN FIELD1 ORDER, LOAD ORDER WITHIN THE KEY
       SD LMC-SORTWORK.
       01 SRT-RECORD.
           05 SRT-FIELD1               PIC X(10).
           05 SRT-SEQ                  PIC 9(09).
           05 SRT-PRIOR                PIC 9(07).
           05 SRT-NEW                  PIC 9(07).
           05 SRT-ACTION               PIC X(03).
               88 SRT-ADDED                      VALUE "ADD".
           05 SRT-RUN-MONTH            PIC 9(06).

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01 LMC-SWITCHES.
           05 LMC-LMV-EOF-SW           PIC X(01) VALUE 'N'.
               88 LMC-LMV-EOF-YES                VALUE 'Y'.
           05 LMC-LPD-EOF-SW           PIC X(01) VALUE 'N'.
               88 LMC-LPD-EOF-YES                VALUE 'Y'.
           05 LMC-TAKE-ON-SW           PIC X(01) VALUE 'N'.
               88 LMC-TAKE-ON                    VALUE 'Y'.
           05 LMC-REFUSED-SW           PIC X(01) VALUE 'N'.
               88 LMC-REFUSED                    VALUE 'Y'.
           05 LMC-PRD-CHANGED-SW       PIC X(01) VALUE 'N'.
               88 LMC-PRD-CHANGED                VALUE 'Y'.
           05 LMC-STMT-FOOTS-SW        PIC X(01) VALUE 'N'.
               88 LMC-STMT-FOOTS                 VALUE 'Y'.
           05 LMC-ON-LEDGER-SW         PIC X(01) VALUE 'N'.
               88 LMC-ON-LEDGER                  VALUE 'Y'.
           05 LMC-ADDED-LATER-SW       PIC X(01) VALUE 'N'.
               88 LMC-ADDED-LATER                VALUE 'Y'.
           05 LMC-AT-END-SW            PIC X(01) VALUE 'N'.
               88 LMC-KEY-AT-END                 VALUE 'Y'.
           05 LMC-HAD-OPENING-SW       PIC X(01) VALUE 'N'.
               88 LMC-HAD-OPENING                VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN PARAMETERS - FUNCTION (CLOSE OR REOPEN, DEFAULT CLOSE) AND
      * PERIOD (YYYYMM, DEFAULT THE MONTH BEFORE THE RUN DATE'S). THE
      * LDGUSER ENVIRONMENT VARIABLE NAMES WHO IS RUNNING IT
      *----------------------------------------------------------------
       01 LMC-PARM-FUNCTION            PIC X(08) VALUE SPACES.
           88 LMC-FN-CLOSE                       VALUE "CLOSE".
           88 LMC-FN-REOPEN                      VALUE "REOPEN".
       01 LMC-PARM-PERIOD              PIC X(06) VALUE SPACES.
       01 LMC-USER-ID                  PIC X(08) VALUE "UNKNOWN".

       01 LMC-PERIOD                   PIC 9(06) VALUE 0.
       01 FILLER REDEFINES LMC-PERIOD.
           05 LMC-PERIOD-YEAR          PIC 9(04).
           05 LMC-PERIOD-MONTH         PIC 9(02).
       01 LMC-NEXT-PERIOD              PIC 9(06) VALUE 0.
       01 FILLER REDEFINES LMC-NEXT-PERIOD.
           05 LMC-NEXT-YEAR            PIC 9(04).
           05 LMC-NEXT-MONTH           PIC 9(02).
       01 LMC-OPEN-PERIOD              PIC 9(06) VALUE 0.

       01 LMC-RUN-DATE                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES LMC-RUN-DATE.
           05 LMC-RUN-MONTH            PIC 9(06).
           05 FILLER                   PIC 9(02).

      *----------------------------------------------------------------
      * SNAPSHOT DATASET NAMES - ONE DATASET PER CLOSED PERIOD
      * (LEDGSNAP.PYYYYMM); RE-CLOSING A REOPENED PERIOD REPLACES ITS
      * SNAPSHOT
      *----------------------------------------------------------------
       01 LMC-OPEN-DATASET             PIC X(30) VALUE SPACES.
       01 LMC-SNAP-DATASET             PIC X(30) VALUE SPACES.
       01 LMC-SNAP-NAME-BUILD.
           05 FILLER                   PIC X(10) VALUE "LEDGSNAP.P".
           05 LMC-SNB-PERIOD           PIC 9(06).

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01 LMC-LDG-FS                   PIC X(02) VALUE SPACES.
       01 LMC-LMV-FS                   PIC X(02) VALUE SPACES.
       01 LMC-LPD-FS                   PIC X(02) VALUE SPACES.
       01 LMC-OPN-FS                   PIC X(02) VALUE SPACES.
       01 LMC-SNP-FS                   PIC X(02) VALUE SPACES.
       01 LMC-RPT-FS                   PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==LMC-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==LMC-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==LMC-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==LMC-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==LMC-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==LMC-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==LMC-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==LMC-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==LMC-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==LMC-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==LMC-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==LMC-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 CLEAN, 8 CONTROL FAILURE (THE CLOSE
      * OR REOPEN WAS REFUSED, OR THE STATEMENT DID NOT FOOT - THE
      * PERIOD IS LEFT AS IT WAS), 16 ABEND
      *----------------------------------------------------------------
       01 LMC-RETURN-CODE              PIC 9(02) VALUE 0.
       01 LMC-RC-CANDIDATE             PIC 9(02) VALUE 0.
       01 LMC-RC-CONTROL-FAIL          PIC 9(02) VALUE 8.
       01 LMC-RC-ABEND                 PIC 9(02) VALUE 16.

      *----------------------------------------------------------------
      * CONTROL TOTALS
      *----------------------------------------------------------------
       01 LMC-COUNTERS.
           05 LMC-MOVES-READ           PIC 9(09) VALUE 0.
           05 LMC-MOVES-EARLIER        PIC 9(09) VALUE 0.
           05 LMC-MOVES-IN-PERIOD      PIC 9(09) VALUE 0.
           05 LMC-MOVES-LATER          PIC 9(09) VALUE 0.
           05 LMC-STMT-KEYS            PIC 9(09) VALUE 0.
           05 LMC-SNAP-KEYS            PIC 9(09) VALUE 0.
           05 LMC-BREAK-KEYS           PIC 9(09) VALUE 0.
       01 LMC-TOTALS.
           05 LMC-TOT-OPENING          PIC S9(12) VALUE 0.
           05 LMC-TOT-INCREASE         PIC S9(12) VALUE 0.
           05 LMC-TOT-DECREASE         PIC S9(12) VALUE 0.
           05 LMC-TOT-NET              PIC S9(12) VALUE 0.
           05 LMC-TOT-CLOSING          PIC S9(12) VALUE 0.
           05 LMC-SNAP-TOTAL           PIC S9(12) VALUE 0.
           05 LMC-TOT-CHECK            PIC S9(12) VALUE 0.

      *----------------------------------------------------------------
      * MATCH-MERGE WORK - THE CURRENT KEY OF EACH OF THE THREE
      * STREAMS (HIGH-VALUES ONCE A STREAM IS SPENT) AND THE KEY IN
      * HAND. THE LEDGER'S CURRENT BALANCE LESS EVERY MOVEMENT DATED
      * AFTER THE PERIOD IS THE KEY'S BALANCE AT PERIOD END
      *----------------------------------------------------------------
       01 LMC-SRT-KEY                  PIC X(10) VALUE SPACES.
       01 LMC-OPN-KEY                  PIC X(10) VALUE SPACES.
       01 LMC-LDG-KEY                  PIC X(10) VALUE SPACES.
       01 LMC-CUR-KEY                  PIC X(10) VALUE SPACES.
       01 LMC-KEY-MOVES                PIC 9(05) VALUE 0.
       01 LMC-KEY-OPENING              PIC S9(09) VALUE 0.
       01 LMC-KEY-NET                  PIC S9(09) VALUE 0.
       01 LMC-KEY-LATER-NET            PIC S9(09) VALUE 0.
       01 LMC-KEY-CLOSING              PIC S9(09) VALUE 0.
       01 LMC-KEY-CHECK                PIC S9(09) VALUE 0.
       01 LMC-MOVE-DELTA               PIC S9(09) VALUE 0.

      *----------------------------------------------------------------
      * PERIOD TABLE - THE STANDING LEDGPERD FILE LOADED WHOLE, IN
      * PERIOD ORDER, AND REWRITTEN WHOLE WHEN A CLOSE OR REOPEN
      * CHANGES IT. EACH ENTRY IS ONE DL1LPD RECORD, WORKED ON
      * THROUGH THE WRK-LPD VIEW BELOW
      *----------------------------------------------------------------
       01 LMC-PRD-TABLE-CONTROLS.
           05 LMC-PRD-COUNT            PIC 9(04) COMP VALUE 0.
           05 LMC-PRD-MAX              PIC 9(04) COMP VALUE 600.
           05 LMC-PRD-IX               PIC 9(04) COMP VALUE 0.
           05 LMC-PRD-HIT              PIC 9(04) COMP VALUE 0.

       01 LMC-PRD-TABLE.
           05 LMC-PRD-ENTRY OCCURS 600 TIMES
                                       PIC X(67).

           COPY DL1LPD REPLACING
               ==PFX-LPD-RECORD==       BY ==WRK-LPD-RECORD==
               ==PFX-LPD-PERIOD==       BY ==WRK-LPD-PERIOD==
               ==PFX-LPD-STATUS==       BY ==WRK-LPD-STATUS==
               ==PFX-LPD-CLOSED==       BY ==WRK-LPD-CLOSED==
               ==PFX-LPD-REOPENED==     BY ==WRK-LPD-REOPENED==
               ==PFX-LPD-CLOSE-DATE==   BY ==WRK-LPD-CLOSE-DATE==
               ==PFX-LPD-CLOSE-BY==     BY ==WRK-LPD-CLOSE-BY==
               ==PFX-LPD-REOPEN-DATE==  BY ==WRK-LPD-REOPEN-DATE==
               ==PFX-LPD-REOPEN-BY==    BY ==WRK-LPD-REOPEN-BY==
               ==PFX-LPD-KEYS==         BY ==WRK-LPD-KEYS==
               ==PFX-LPD-BALANCE==      BY ==WRK-LPD-BALANCE==.

      *----------------------------------------------------------------
      * REPORT-LINE LAYOUTS
      *----------------------------------------------------------------
       01 LMC-HDG-LINE-1.
           05 FILLER                    PIC X(24)
               VALUE "LEDGER MONTH-END CLOSE".
           05 FILLER                    PIC X(10) VALUE "  PERIOD: ".
           05 LMC-HDG-PERIOD            PIC 9999/99.
           05 FILLER                    PIC X(12)
               VALUE "  RUN DATE: ".
           05 LMC-HDG-DATE              PIC 9999/99/99.
           05 FILLER                    PIC X(08) VALUE "  USER: ".
           05 LMC-HDG-USER              PIC X(08).

       01 LMC-OPENING-LINE.
           05 FILLER                    PIC X(38)
               VALUE "OPENING BALANCES: SNAPSHOT AT CLOSE OF".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LMC-OPL-PERIOD            PIC 9999/99.
           05 FILLER                    PIC X(02) VALUE " (".
           05 LMC-OPL-DATASET           PIC X(16).
           05 FILLER                    PIC X(01) VALUE ")".

       01 LMC-TAKE-ON-LINE.
           05 FILLER                    PIC X(40) VALUE
               "OPENING BALANCES: TAKEN ON FROM THE LEDG".
           05 FILLER                    PIC X(40) VALUE
               "ER - NO EARLIER CLOSE".

       01 LMC-COL-LINE.
           05 FILLER                    PIC X(40) VALUE
               "FIELD1        OPENING MOVES          NET".
           05 FILLER                    PIC X(40) VALUE
               "    CLOSING".

       01 LMC-DET-LINE.
           05 LMC-DET-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LMC-DET-OPENING           PIC -(9)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LMC-DET-MOVES             PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LMC-DET-NET               PIC -(10)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LMC-DET-CLOSING           PIC -(9)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LMC-DET-FLAG              PIC X(14).

       01 LMC-TOT-LINE.
           05 LMC-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 LMC-TOT-VALUE             PIC -(12)9.

       01 LMC-MSG-LINE.
           05 FILLER                    PIC X(04) VALUE "*** ".
           05 LMC-MSG-TEXT              PIC X(72) VALUE SPACES.

       01 LMC-VERDICT-LINE.
           05 FILLER                    PIC X(09) VALUE "VERDICT: ".
           05 LMC-VERDICT-TEXT          PIC X(60) VALUE SPACES.

       01 LMC-EDIT-PERIOD               PIC 9999/99.
       01 LMC-EDIT-OTHER                PIC 9999/99.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - A CLOSE BUILDS AND PROVES THE STATEMENT BEFORE
      *     IT LOCKS THE PERIOD; A REOPEN ONLY LIFTS THE LOCK
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LMC-FN-REOPEN
               PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
           ELSE
               PERFORM 2000-CHECK-CLOSE THRU 2000-EXIT
               IF NOT LMC-REFUSED
                   PERFORM 3000-BUILD-STATEMENT THRU 3000-EXIT
                   PERFORM 4000-JUDGE-CLOSE THRU 4000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           DISPLAY "RUN CONDITION CODE: " LMC-RETURN-CODE.
           MOVE LMC-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE DATE, THE FUNCTION, THE PERIOD
      *     AND THE USER, LOAD THE PERIOD FILE AND OPEN THE REPORT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO LMC-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING LMC-CAL-PARMS.
           IF LMC-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LMC-CAL-DATE-1 TO LMC-RUN-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT LMC-PARM-FUNCTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO LMC-PARM-FUNCTION
           END-ACCEPT.
           IF LMC-PARM-FUNCTION = SPACES
               SET LMC-FN-CLOSE TO TRUE
           END-IF.
           IF NOT LMC-FN-CLOSE
               AND NOT LMC-FN-REOPEN
               DISPLAY "*** FUNCTION " LMC-PARM-FUNCTION " NOT KNOWN "
                   "- CLOSE OR REOPEN - RUN NOT STARTED ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-SET-PERIOD THRU 1050-EXIT.
           ACCEPT LMC-USER-ID FROM ENVIRONMENT "LDGUSER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO LMC-USER-ID
           END-ACCEPT.
           IF LMC-USER-ID = SPACES
               MOVE "UNKNOWN" TO LMC-USER-ID
           END-IF.
           PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT.
           OPEN OUTPUT RPT-FILE.
           IF LMC-RPT-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RPT-FILE (LDGSTMT) - "
                   "FILE STATUS " LMC-RPT-FS " ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LMC-PERIOD TO LMC-HDG-PERIOD.
           MOVE LMC-RUN-DATE TO LMC-HDG-DATE.
           MOVE LMC-USER-ID TO LMC-HDG-USER.
           MOVE LMC-HDG-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-SET-PERIOD - THE PERIOD PARAMETER, OR BY DEFAULT THE
      *     MONTH BEFORE THE RUN DATE'S - THE CLOSE NORMALLY RUNS IN
      *     THE FIRST DAYS OF THE FOLLOWING MONTH
      *----------------------------------------------------------------
       1050-SET-PERIOD.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT LMC-PARM-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO LMC-PARM-PERIOD
           END-ACCEPT.
           IF LMC-PARM-PERIOD = SPACES
               MOVE LMC-RUN-MONTH TO LMC-PERIOD
               IF LMC-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM LMC-PERIOD-YEAR
                   MOVE 12 TO LMC-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM LMC-PERIOD-MONTH
               END-IF
               GO TO 1050-EXIT
           END-IF.
           IF LMC-PARM-PERIOD NOT NUMERIC
               DISPLAY "*** PERIOD " LMC-PARM-PERIOD " IS NOT YYYYMM "
                   "- RUN NOT STARTED ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LMC-PARM-PERIOD TO LMC-PERIOD.
           IF LMC-PERIOD-MONTH < 1
               OR LMC-PERIOD-MONTH > 12
               DISPLAY "*** PERIOD " LMC-PARM-PERIOD " IS NOT YYYYMM "
                   "- RUN NOT STARTED ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-PERIODS - THE LEDGER PERIOD FILE INTO THE PERIOD
      *     TABLE. IT DOES NOT EXIST UNTIL THE FIRST CLOSE
      *----------------------------------------------------------------
       1100-LOAD-PERIODS.
           OPEN INPUT LPD-FILE.
           IF LMC-LPD-FS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF LMC-LPD-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN LPD-FILE (LEDGPERD) - "
                   "FILE STATUS " LMC-LPD-FS " ***"
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
               UNTIL LMC-LPD-EOF-YES.
           CLOSE LPD-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-PERIOD.
           READ LPD-FILE
               AT END
                   SET LMC-LPD-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF LMC-LPD-FS NOT = "00"
               DISPLAY "*** ERROR READING LPD-FILE (LEDGPERD) - "
                   "FILE STATUS " LMC-LPD-FS " ***"
               CLOSE LPD-FILE
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LMC-PRD-COUNT NOT < LMC-PRD-MAX
               DISPLAY "*** LEDGER PERIOD TABLE FULL AT "
                   LMC-PRD-MAX " - LEDGPERD NOT LOADED ***"
               CLOSE LPD-FILE
               MOVE LMC-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO LMC-PRD-COUNT.
           MOVE LPD-RECORD TO LMC-PRD-ENTRY (LMC-PRD-COUNT).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-CLOSE - MAY THIS PERIOD BE CLOSED NOW, AND WHAT IS
      *     ITS OPENING? PERIODS CLOSE IN MONTH ORDER, SO THE PERIOD
      *     MUST BE THE ONE AFTER THE LATEST CLOSE (OR THE LATEST
      *     ITSELF WHEN FINANCE HAS REOPENED IT), AND IT MUST HAVE
      *     ENDED. WITH NOTHING EVER CLOSED THE OPENING IS TAKEN ON
      *     FROM THE LEDGER
      *----------------------------------------------------------------
       2000-CHECK-CLOSE.
           MOVE LMC-PERIOD TO LMC-EDIT-PERIOD.
           IF LMC-PERIOD NOT < LMC-RUN-MONTH
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-PERIOD " HAS NOT ENDED - "
                   "CLOSE REFUSED" DELIMITED BY SIZE
                   INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF LMC-PRD-COUNT = 0
               SET LMC-TAKE-ON TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE LMC-PRD-ENTRY (LMC-PRD-COUNT) TO WRK-LPD-RECORD.
           MOVE WRK-LPD-PERIOD TO LMC-EDIT-OTHER.
           IF WRK-LPD-PERIOD > LMC-PERIOD
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "LATER PERIOD " LMC-EDIT-OTHER " IS ALREADY "
                   "CLOSED - CLOSE OF " LMC-EDIT-PERIOD " REFUSED"
                   DELIMITED BY SIZE INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WRK-LPD-PERIOD = LMC-PERIOD
               PERFORM 2100-CHECK-RECLOSE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WRK-LPD-REOPENED
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-OTHER " IS REOPENED - CLOSE "
                   "IT AGAIN BEFORE " LMC-EDIT-PERIOD
                   DELIMITED BY SIZE INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-LPD-PERIOD TO LMC-NEXT-PERIOD.
           IF LMC-NEXT-MONTH = 12
               ADD 1 TO LMC-NEXT-YEAR
               MOVE 1 TO LMC-NEXT-MONTH
           ELSE
               ADD 1 TO LMC-NEXT-MONTH
           END-IF.
           IF LMC-PERIOD NOT = LMC-NEXT-PERIOD
               MOVE LMC-NEXT-PERIOD TO LMC-EDIT-OTHER
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-OTHER " IS NOT CLOSED YET - "
                   "CLOSE OF " LMC-EDIT-PERIOD " REFUSED"
                   DELIMITED BY SIZE INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-LPD-PERIOD TO LMC-OPEN-PERIOD.
           PERFORM 2200-CHECK-OPENING THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-RECLOSE - THE PERIOD IS THE LATEST ON THE FILE:
      *     CLOSING IT AGAIN IS ONLY RIGHT WHEN IT HAS BEEN REOPENED.
      *     ITS OPENING IS THE PERIOD BEFORE IT, IF ANY
      *----------------------------------------------------------------
       2100-CHECK-RECLOSE.
           IF WRK-LPD-CLOSED
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-PERIOD " IS ALREADY CLOSED "
                   "- REOPEN IT FIRST" DELIMITED BY SIZE
                   INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF LMC-PRD-COUNT = 1
               SET LMC-TAKE-ON TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE LMC-PRD-ENTRY (LMC-PRD-COUNT - 1) TO WRK-LPD-RECORD.
           MOVE WRK-LPD-PERIOD TO LMC-OPEN-PERIOD.
           PERFORM 2200-CHECK-OPENING THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-OPENING - THE OPENING PERIOD'S SNAPSHOT MUST BE ON
      *     HAND; WITHOUT IT THERE IS NOTHING TO FOOT FROM
      *----------------------------------------------------------------
       2200-CHECK-OPENING.
           MOVE LMC-OPEN-PERIOD TO LMC-SNB-PERIOD.
           MOVE LMC-SNAP-NAME-BUILD TO LMC-OPEN-DATASET.
           OPEN INPUT OPN-FILE.
           IF LMC-OPN-FS = "00"
               CLOSE OPN-FILE
               GO TO 2200-EXIT
           END-IF.
           MOVE LMC-OPEN-PERIOD TO LMC-EDIT-OTHER.
           MOVE SPACES TO LMC-MSG-TEXT.
           STRING "OPENING SNAPSHOT FOR " LMC-EDIT-OTHER " ("
               LMC-SNAP-NAME-BUILD ") NOT ON HAND - STATUS "
               LMC-OPN-FS DELIMITED BY SIZE INTO LMC-MSG-TEXT.
           PERFORM 2900-REFUSE THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REFUSE - THE CLOSE OR REOPEN CANNOT GO AHEAD: SAY WHY ON
      *     THE REPORT AND SYSOUT AND LEAVE THE PERIODS AS THEY ARE
      *----------------------------------------------------------------
       2900-REFUSE.
           SET LMC-REFUSED TO TRUE.
           MOVE LMC-RC-CONTROL-FAIL TO LMC-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
           MOVE LMC-MSG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY LMC-MSG-LINE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-BUILD-STATEMENT - SORT THE MOVEMENTS INTO FIELD1 ORDER
      *     AND MATCH-MERGE THEM WITH THE OPENING SNAPSHOT AND THE
      *     LEDGER, WRITING THE STATEMENT AND THE NEW SNAPSHOT
      *----------------------------------------------------------------
       3000-BUILD-STATEMENT.
           IF LMC-TAKE-ON
               MOVE LMC-TAKE-ON-LINE TO RPT-RECORD
           ELSE
               MOVE LMC-OPEN-PERIOD TO LMC-OPL-PERIOD
               MOVE LMC-OPEN-DATASET TO LMC-OPL-DATASET
               MOVE LMC-OPENING-LINE TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE LMC-COL-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE LMC-PERIOD TO LMC-SNB-PERIOD.
           MOVE LMC-SNAP-NAME-BUILD TO LMC-SNAP-DATASET.
           SORT LMC-SORTWORK
               ON ASCENDING KEY SRT-FIELD1 SRT-SEQ
               INPUT PROCEDURE 3100-RELEASE-MOVEMENTS
                   THRU 3100-EXIT
               OUTPUT PROCEDURE 3200-MERGE-BALANCES
                   THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-RELEASE-MOVEMENTS - SORT INPUT PROCEDURE: RELEASE EVERY
      *     MOVEMENT DATED IN THE PERIOD OR AFTER IT, NUMBERED IN LOAD
      *     ORDER. MOVEMENTS OF EARLIER PERIODS ARE ALREADY IN THE
      *     OPENING SNAPSHOT (OR, ON A TAKE-ON CLOSE, IN THE LEDGER
      *     BALANCE THE OPENING IS TAKEN FROM)
      *----------------------------------------------------------------
       3100-RELEASE-MOVEMENTS.
           OPEN INPUT LMV-FILE.
           IF LMC-LMV-FS = "35"
               DISPLAY "NO LEDGER MOVEMENTS (LEDGMOVE) ON HAND"
               GO TO 3100-EXIT
           END-IF.
           IF LMC-LMV-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN LMV-FILE (LEDGMOVE) - "
                   "FILE STATUS " LMC-LMV-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 3110-RELEASE-ONE-MOVEMENT THRU 3110-EXIT
               UNTIL LMC-LMV-EOF-YES.
           CLOSE LMV-FILE.
       3100-EXIT.
           EXIT.

       3110-RELEASE-ONE-MOVEMENT.
           READ LMV-FILE
               AT END
                   SET LMC-LMV-EOF-YES TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF LMC-LMV-FS NOT = "00"
               DISPLAY "*** ERROR READING LMV-FILE (LEDGMOVE) - "
                   "FILE STATUS " LMC-LMV-FS " ***"
               CLOSE LMV-FILE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO LMC-MOVES-READ.
           IF LMV-RUN-MONTH < LMC-PERIOD
               ADD 1 TO LMC-MOVES-EARLIER
               GO TO 3110-EXIT
           END-IF.
           MOVE LMV-FIELD1 TO SRT-FIELD1.
           MOVE LMC-MOVES-READ TO SRT-SEQ.
           MOVE LMV-PRIOR TO SRT-PRIOR.
           MOVE LMV-NEW TO SRT-NEW.
           MOVE LMV-ACTION TO SRT-ACTION.
           MOVE LMV-RUN-MONTH TO SRT-RUN-MONTH.
           RELEASE SRT-RECORD.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-MERGE-BALANCES - SORT OUTPUT PROCEDURE: WALK THE SORTED
      *     MOVEMENTS, THE OPENING SNAPSHOT AND THE LEDGER TOGETHER IN
      *     FIELD1 ORDER, ONE STATEMENT LINE PER KEY
      *----------------------------------------------------------------
       3200-MERGE-BALANCES.
           IF LMC-TAKE-ON
               MOVE HIGH-VALUES TO LMC-OPN-KEY
           ELSE
               OPEN INPUT OPN-FILE
               IF LMC-OPN-FS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN OPN-FILE ("
                       LMC-OPEN-DATASET ") - FILE STATUS "
                       LMC-OPN-FS " ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               PERFORM 3220-READ-OPENING THRU 3220-EXIT
           END-IF.
           OPEN INPUT LDG-FILE.
           EVALUATE TRUE
               WHEN LMC-LDG-FS = "00"
                   PERFORM 3230-READ-LEDGER THRU 3230-EXIT
               WHEN LMC-LDG-FS = "35"
                   DISPLAY "NO LEDGER BALANCE FILE (LEDGBAL) ON HAND"
                   MOVE HIGH-VALUES TO LMC-LDG-KEY
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN LDG-FILE (LEDGBAL) - "
                       "FILE STATUS " LMC-LDG-FS " ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE.
           OPEN OUTPUT SNP-FILE.
           IF LMC-SNP-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN SNP-FILE ("
                   LMC-SNAP-DATASET ") - FILE STATUS "
                   LMC-SNP-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 3210-RETURN-MOVEMENT THRU 3210-EXIT.
           PERFORM 3300-STATEMENT-ONE-KEY THRU 3300-EXIT
               UNTIL LMC-SRT-KEY = HIGH-VALUES
                   AND LMC-OPN-KEY = HIGH-VALUES
                   AND LMC-LDG-KEY = HIGH-VALUES.
           IF NOT LMC-TAKE-ON
               CLOSE OPN-FILE
           END-IF.
           IF LMC-LDG-FS NOT = "35"
               CLOSE LDG-FILE
           END-IF.
           CLOSE SNP-FILE.
       3200-EXIT.
           EXIT.

       3210-RETURN-MOVEMENT.
           RETURN LMC-SORTWORK
               AT END
                   MOVE HIGH-VALUES TO LMC-SRT-KEY
               NOT AT END
                   MOVE SRT-FIELD1 TO LMC-SRT-KEY
           END-RETURN.
       3210-EXIT.
           EXIT.

       3220-READ-OPENING.
           READ OPN-FILE
               AT END
                   MOVE HIGH-VALUES TO LMC-OPN-KEY
               NOT AT END
                   MOVE OPN-FIELD1 TO LMC-OPN-KEY
           END-READ.
           IF LMC-OPN-FS NOT = "00" AND LMC-OPN-FS NOT = "10"
               DISPLAY "*** ERROR READING OPN-FILE ("
                   LMC-OPEN-DATASET ") - FILE STATUS "
                   LMC-OPN-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       3220-EXIT.
           EXIT.

       3230-READ-LEDGER.
           READ LDG-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO LMC-LDG-KEY
               NOT AT END
                   MOVE LDG-FIELD1 TO LMC-LDG-KEY
           END-READ.
           IF LMC-LDG-FS NOT = "00" AND LMC-LDG-FS NOT = "10"
               DISPLAY "*** ERROR READING LDG-FILE (LEDGBAL) - "
                   "FILE STATUS " LMC-LDG-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       3230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-STATEMENT-ONE-KEY - THE LOWEST KEY IN HAND ON ANY OF THE
      *     THREE STREAMS. ITS CLOSING BALANCE IS THE LEDGER'S LESS
      *     EVERY MOVEMENT DATED AFTER THE PERIOD, AND THE KEY WAS ON
      *     THE LEDGER AT PERIOD END UNLESS IT WAS ADDED LATER. A KEY
      *     THAT NEITHER OPENED, MOVED NOR CLOSED IN THE PERIOD HAS NO
      *     PLACE ON THE STATEMENT. ON A TAKE-ON CLOSE THE OPENING IS
      *     WHATEVER THE CLOSING LESS THE PERIOD'S MOVEMENTS LEAVES
      *----------------------------------------------------------------
       3300-STATEMENT-ONE-KEY.
           MOVE LMC-SRT-KEY TO LMC-CUR-KEY.
           IF LMC-OPN-KEY < LMC-CUR-KEY
               MOVE LMC-OPN-KEY TO LMC-CUR-KEY
           END-IF.
           IF LMC-LDG-KEY < LMC-CUR-KEY
               MOVE LMC-LDG-KEY TO LMC-CUR-KEY
           END-IF.
           MOVE 0 TO LMC-KEY-MOVES.
           MOVE 0 TO LMC-KEY-OPENING.
           MOVE 0 TO LMC-KEY-NET.
           MOVE 0 TO LMC-KEY-LATER-NET.
           MOVE 0 TO LMC-KEY-CLOSING.
           MOVE 'N' TO LMC-HAD-OPENING-SW.
           MOVE 'N' TO LMC-ON-LEDGER-SW.
           MOVE 'N' TO LMC-ADDED-LATER-SW.
           MOVE 'N' TO LMC-AT-END-SW.
           IF LMC-OPN-KEY = LMC-CUR-KEY
               SET LMC-HAD-OPENING TO TRUE
               MOVE OPN-BALANCE TO LMC-KEY-OPENING
               PERFORM 3220-READ-OPENING THRU 3220-EXIT
           END-IF.
           IF LMC-LDG-KEY = LMC-CUR-KEY
               SET LMC-ON-LEDGER TO TRUE
               MOVE LDG-FIELD2 TO LMC-KEY-CLOSING
               PERFORM 3230-READ-LEDGER THRU 3230-EXIT
           END-IF.
           PERFORM 3310-APPLY-ONE-MOVEMENT THRU 3310-EXIT
               UNTIL LMC-SRT-KEY NOT = LMC-CUR-KEY.
           SUBTRACT LMC-KEY-LATER-NET FROM LMC-KEY-CLOSING.
           IF LMC-ON-LEDGER
               AND NOT LMC-ADDED-LATER
               SET LMC-KEY-AT-END TO TRUE
           END-IF.
           IF NOT LMC-KEY-AT-END
               AND NOT LMC-HAD-OPENING
               AND LMC-KEY-MOVES = 0
               GO TO 3300-EXIT
           END-IF.
           IF LMC-TAKE-ON
               COMPUTE LMC-KEY-OPENING =
                   LMC-KEY-CLOSING - LMC-KEY-NET
           END-IF.
           ADD 1 TO LMC-STMT-KEYS.
           ADD LMC-KEY-OPENING TO LMC-TOT-OPENING.
           ADD LMC-KEY-NET TO LMC-TOT-NET.
           ADD LMC-KEY-CLOSING TO LMC-TOT-CLOSING.
           MOVE SPACES TO LMC-DET-FLAG.
           COMPUTE LMC-KEY-CHECK = LMC-KEY-OPENING + LMC-KEY-NET.
           IF LMC-KEY-CHECK NOT = LMC-KEY-CLOSING
               OR LMC-KEY-OPENING < 0
               OR LMC-KEY-CLOSING < 0
               OR (LMC-HAD-OPENING AND NOT LMC-KEY-AT-END)
               ADD 1 TO LMC-BREAK-KEYS
               MOVE "DOES NOT FOOT" TO LMC-DET-FLAG
           END-IF.
           IF LMC-KEY-AT-END
               AND LMC-KEY-CLOSING NOT < 0
               MOVE LMC-PERIOD TO SNP-PERIOD
               MOVE LMC-CUR-KEY TO SNP-FIELD1
               MOVE LMC-KEY-CLOSING TO SNP-BALANCE
               WRITE SNP-RECORD
               IF LMC-SNP-FS NOT = "00"
                   DISPLAY "*** SNP-FILE (" LMC-SNAP-DATASET
                       ") I/O ERROR - FILE STATUS " LMC-SNP-FS " ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               ADD 1 TO LMC-SNAP-KEYS
               ADD LMC-KEY-CLOSING TO LMC-SNAP-TOTAL
           END-IF.
           MOVE LMC-CUR-KEY TO LMC-DET-FIELD1.
           MOVE LMC-KEY-OPENING TO LMC-DET-OPENING.
           MOVE LMC-KEY-MOVES TO LMC-DET-MOVES.
           MOVE LMC-KEY-NET TO LMC-DET-NET.
           MOVE LMC-KEY-CLOSING TO LMC-DET-CLOSING.
           MOVE LMC-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-APPLY-ONE-MOVEMENT - ONE MOVEMENT OF THE KEY IN HAND: A
      *     PERIOD MOVEMENT JOINS THE KEY'S NET MOVEMENT (AND THE RUN'S
      *     INCREASES OR DECREASES); A LATER ONE IS BACKED OUT OF THE
      *     LEDGER BALANCE
      *----------------------------------------------------------------
       3310-APPLY-ONE-MOVEMENT.
           COMPUTE LMC-MOVE-DELTA = SRT-NEW - SRT-PRIOR.
           IF SRT-RUN-MONTH = LMC-PERIOD
               ADD 1 TO LMC-KEY-MOVES
               ADD 1 TO LMC-MOVES-IN-PERIOD
               ADD LMC-MOVE-DELTA TO LMC-KEY-NET
               IF LMC-MOVE-DELTA > 0
                   ADD LMC-MOVE-DELTA TO LMC-TOT-INCREASE
               ELSE
                   ADD LMC-MOVE-DELTA TO LMC-TOT-DECREASE
               END-IF
           ELSE
               ADD 1 TO LMC-MOVES-LATER
               ADD LMC-MOVE-DELTA TO LMC-KEY-LATER-NET
               IF SRT-ADDED
                   SET LMC-ADDED-LATER TO TRUE
               END-IF
           END-IF.
           PERFORM 3210-RETURN-MOVEMENT THRU 3210-EXIT.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-JUDGE-CLOSE - THE STATEMENT TOTALS, THEN THE PROOF: EVERY
      *     KEY FOOTS, OPENING PLUS MOVEMENTS EQUALS CLOSING IN TOTAL,
      *     AND THE CLOSING TOTAL IS THE SNAPSHOT'S. ONLY A STATEMENT
      *     THAT PROVES CLOSES (AND SO LOCKS) THE PERIOD
      *----------------------------------------------------------------
       4000-JUDGE-CLOSE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "MOVEMENTS READ .....: " TO LMC-TOT-LABEL.
           MOVE LMC-MOVES-READ TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  EARLIER PERIODS ..: " TO LMC-TOT-LABEL.
           MOVE LMC-MOVES-EARLIER TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  THIS PERIOD ......: " TO LMC-TOT-LABEL.
           MOVE LMC-MOVES-IN-PERIOD TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  LATER - BACKED OUT: " TO LMC-TOT-LABEL.
           MOVE LMC-MOVES-LATER TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS ON STATEMENT ..: " TO LMC-TOT-LABEL.
           MOVE LMC-STMT-KEYS TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS NOT FOOTING ...: " TO LMC-TOT-LABEL.
           MOVE LMC-BREAK-KEYS TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "OPENING BALANCE ....: " TO LMC-TOT-LABEL.
           MOVE LMC-TOT-OPENING TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  INCREASES ........: " TO LMC-TOT-LABEL.
           MOVE LMC-TOT-INCREASE TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  DECREASES ........: " TO LMC-TOT-LABEL.
           MOVE LMC-TOT-DECREASE TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "NET MOVEMENT .......: " TO LMC-TOT-LABEL.
           MOVE LMC-TOT-NET TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "CLOSING BALANCE ....: " TO LMC-TOT-LABEL.
           MOVE LMC-TOT-CLOSING TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "SNAPSHOT KEYS ......: " TO LMC-TOT-LABEL.
           MOVE LMC-SNAP-KEYS TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "SNAPSHOT BALANCE ...: " TO LMC-TOT-LABEL.
           MOVE LMC-SNAP-TOTAL TO LMC-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           COMPUTE LMC-TOT-CHECK = LMC-TOT-OPENING + LMC-TOT-NET.
           MOVE 'N' TO LMC-STMT-FOOTS-SW.
           IF LMC-BREAK-KEYS = 0
               AND LMC-TOT-CHECK = LMC-TOT-CLOSING
               AND LMC-TOT-CLOSING = LMC-SNAP-TOTAL
               SET LMC-STMT-FOOTS TO TRUE
           END-IF.
           IF NOT LMC-STMT-FOOTS
               MOVE LMC-RC-CONTROL-FAIL TO LMC-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               MOVE "DOES NOT FOOT TO THE SNAPSHOT - PERIOD NOT CLOSED"
                   TO LMC-VERDICT-TEXT
               GO TO 4000-WRITE-VERDICT
           END-IF.
           PERFORM 4100-MARK-CLOSED THRU 4100-EXIT.
           MOVE "FOOTS TO THE SNAPSHOT - PERIOD CLOSED AND LOCKED"
               TO LMC-VERDICT-TEXT.
       4000-WRITE-VERDICT.
           MOVE LMC-VERDICT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY "LEDGER CLOSE - PERIOD .......: " LMC-PERIOD.
           DISPLAY "LEDGER CLOSE - KEYS .........: " LMC-STMT-KEYS.
           DISPLAY "LEDGER CLOSE - NOT FOOTING ..: " LMC-BREAK-KEYS.
           DISPLAY "LEDGER CLOSE - VERDICT ......: " LMC-VERDICT-TEXT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-MARK-CLOSED - THE PERIOD GOES ON THE PERIOD TABLE AS
      *     CLOSED WITH ITS SNAPSHOT FIGURES: A NEW ENTRY AT THE END
      *     (PERIODS CLOSE IN ORDER), OR THE LATEST ENTRY AGAIN WHEN
      *     IT IS A REOPENED PERIOD BEING CLOSED A SECOND TIME
      *----------------------------------------------------------------
       4100-MARK-CLOSED.
           MOVE 0 TO LMC-PRD-HIT.
           IF LMC-PRD-COUNT > 0
               MOVE LMC-PRD-ENTRY (LMC-PRD-COUNT) TO WRK-LPD-RECORD
               IF WRK-LPD-PERIOD = LMC-PERIOD
                   MOVE LMC-PRD-COUNT TO LMC-PRD-HIT
               END-IF
           END-IF.
           IF LMC-PRD-HIT = 0
               IF LMC-PRD-COUNT NOT < LMC-PRD-MAX
                   DISPLAY "*** LEDGER PERIOD TABLE FULL AT "
                       LMC-PRD-MAX " - PERIOD NOT CLOSED ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               ADD 1 TO LMC-PRD-COUNT
               MOVE LMC-PRD-COUNT TO LMC-PRD-HIT
               MOVE SPACES TO WRK-LPD-RECORD
               MOVE LMC-PERIOD TO WRK-LPD-PERIOD
               MOVE 0 TO WRK-LPD-REOPEN-DATE
           END-IF.
           SET WRK-LPD-CLOSED TO TRUE.
           MOVE LMC-RUN-DATE TO WRK-LPD-CLOSE-DATE.
           MOVE LMC-USER-ID TO WRK-LPD-CLOSE-BY.
           MOVE LMC-SNAP-KEYS TO WRK-LPD-KEYS.
           MOVE LMC-SNAP-TOTAL TO WRK-LPD-BALANCE.
           MOVE WRK-LPD-RECORD TO LMC-PRD-ENTRY (LMC-PRD-HIT).
           SET LMC-PRD-CHANGED TO TRUE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-REOPEN-PERIOD - FINANCE LIFTS THE LOCK ON A CLOSED PERIOD
      *     SO A LATE FILE CAN LOAD INTO IT. ONLY THE LATEST CLOSED
      *     PERIOD CAN BE REOPENED (A LATER CLOSE WAS BUILT ON IT), AND
      *     ONLY BY A NAMED USER
      *----------------------------------------------------------------
       5000-REOPEN-PERIOD.
           MOVE LMC-PERIOD TO LMC-EDIT-PERIOD.
           IF LMC-USER-ID = "UNKNOWN"
               MOVE "NO USER ID (LDGUSER) - A REOPEN MUST BE NAMED"
                   TO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF LMC-PRD-COUNT > 0
               MOVE LMC-PRD-ENTRY (LMC-PRD-COUNT) TO WRK-LPD-RECORD
           ELSE
               MOVE SPACES TO WRK-LPD-RECORD
               MOVE 0 TO WRK-LPD-PERIOD
           END-IF.
           IF WRK-LPD-PERIOD NOT = LMC-PERIOD
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-PERIOD " IS NOT THE LATEST "
                   "CLOSED PERIOD - REOPEN REFUSED" DELIMITED BY SIZE
                   INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF WRK-LPD-REOPENED
               MOVE SPACES TO LMC-MSG-TEXT
               STRING "PERIOD " LMC-EDIT-PERIOD " IS ALREADY REOPENED"
                   DELIMITED BY SIZE INTO LMC-MSG-TEXT
               PERFORM 2900-REFUSE THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.
           SET WRK-LPD-REOPENED TO TRUE.
           MOVE LMC-RUN-DATE TO WRK-LPD-REOPEN-DATE.
           MOVE LMC-USER-ID TO WRK-LPD-REOPEN-BY.
           MOVE WRK-LPD-RECORD TO LMC-PRD-ENTRY (LMC-PRD-COUNT).
           SET LMC-PRD-CHANGED TO TRUE.
           MOVE SPACES TO LMC-VERDICT-TEXT.
           STRING "PERIOD " LMC-EDIT-PERIOD " REOPENED BY "
                   DELIMITED BY SIZE
               LMC-USER-ID DELIMITED BY SPACE
               " - OPEN TO LOADS UNTIL CLOSED AGAIN"
                   DELIMITED BY SIZE
               INTO LMC-VERDICT-TEXT.
           MOVE LMC-VERDICT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY "LEDGER CLOSE - VERDICT ......: " LMC-VERDICT-TEXT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - REWRITE THE PERIOD FILE IF THE RUN CHANGED IT,
      *     THEN CLOSE UP
      *----------------------------------------------------------------
       9000-FINALIZE.
           IF LMC-PRD-CHANGED
               PERFORM 9100-REWRITE-PERIODS THRU 9100-EXIT
           END-IF.
           CLOSE RPT-FILE.
       9000-EXIT.
           EXIT.

       9010-WRITE-TOTAL-LINE.
           MOVE LMC-TOT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-REWRITE-PERIODS - THE PERIOD TABLE BACK OUT WHOLE, IN
      *     PERIOD ORDER
      *----------------------------------------------------------------
       9100-REWRITE-PERIODS.
           OPEN OUTPUT LPD-FILE.
           IF LMC-LPD-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE LPD-FILE (LEDGPERD) - "
                   "FILE STATUS " LMC-LPD-FS " - PERIOD NOT UPDATED ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 9110-WRITE-ONE-PERIOD THRU 9110-EXIT
               VARYING LMC-PRD-IX FROM 1 BY 1
               UNTIL LMC-PRD-IX > LMC-PRD-COUNT.
           CLOSE LPD-FILE.
       9100-EXIT.
           EXIT.

       9110-WRITE-ONE-PERIOD.
           MOVE LMC-PRD-ENTRY (LMC-PRD-IX) TO LPD-RECORD.
           WRITE LPD-RECORD.
       9110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-ABEND - AN I/O FAILURE PART-WAY THROUGH. THE PERIOD FILE
      *     HAS NOT BEEN TOUCHED, SO THE PERIOD STANDS AS IT WAS AND
      *     THE CLOSE CAN SIMPLY BE RERUN
      *----------------------------------------------------------------
       9900-ABEND.
           DISPLAY "*** LEDGER CLOSE ABENDED - PERIOD " LMC-PERIOD
               " UNCHANGED ***".
           CLOSE RPT-FILE.
           MOVE LMC-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9950-RAISE-CONDITION - THE RUN'S CONDITION CODE ONLY EVER
      *     GOES UP
      *----------------------------------------------------------------
       9950-RAISE-CONDITION.
           IF LMC-RC-CANDIDATE > LMC-RETURN-CODE
               MOVE LMC-RC-CANDIDATE TO LMC-RETURN-CODE
           END-IF.
       9950-EXIT.
           EXIT.
