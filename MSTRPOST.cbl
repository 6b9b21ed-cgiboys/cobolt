      *                 AND SWEPT ONES BACK - AND APPENDS REVERSING
      *                 ACTIONS TO THE HISTORY JOURNAL SO THE
      *                 POINT-IN-TIME RECORD STAYS TRUE.
      * 2026-10-15 RWP  EACH KEY NOW CARRIES THE BATCH ID (SENDING
      *                 REGION) IT LAST ARRIVED UNDER, TAKEN FROM THE
      *                 CURREXTR EXTRACT, AND THE DELETE SWEEP NO
      *                 LONGER DELETES A REGION'S KEYS JUST BECAUSE
      *                 THAT REGION'S FILE DID NOT COME IN: A REGION
      *                 WHOSE ARRIVAL HISTORY (RGNHIST) FOR THE RUN
      *                 DATE SAYS ANYTHING BUT ARRIVED IS SKIPPED BY
      *                 THE SWEEP, ITS KEYS LEFT ACTIVE AS THEY STOOD.
      *                 THE POSTING REPORT LISTS EACH SKIPPED REGION
      *                 (NAMED FROM BATCHRSTR) WITH THE COUNT OF KEYS
      *                 KEPT. NO ARRIVAL HISTORY FOR THE DAY, NO SKIP -
      *                 EXACTLY THE OLD SWEEP.
      * 2026-10-15 RWP  THE POSTING DATE STAMPED ON THE MASTER, THE
      *                 JOURNAL, AND THE REPORT (AND MATCHED AGAINST
      *                 RGNHIST) NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE
      *                 (BUSINESS-DATE) INSTEAD OF THE SYSTEM CLOCK, SO
      *                 A POSTING THAT RUNS PAST MIDNIGHT STILL POSTS
      *                 THE DAY IT BELONGS TO.
      * 2026-10-15 RWP  A KEY DATA CONTROL DELETED THROUGH AN
      *                 APPROVED MASTER-MAINTENANCE TRANSACTION (STATUS
      *                 'M') IS NO LONGER REINSTATED WHEN IT ARRIVES ON
      *                 THE EXTRACT: THE MASTER IS LEFT AS IT STANDS,
      *                 THE KEY IS LISTED AS KEPT-DEL, AND IT IS COUNTED
      *                 AS UNCHANGED (SHOWN AGAIN AS KEPT DELETED) SO
      *                 THE POSTING STILL FOOTS TO THE EXTRACT.
      * 2026-10-15 RWP  A CHANGED KEY WHOSE NEW FIELD2 MOVES FURTHER
      *                 FROM THE MASTER VALUE THAN THE POSTING TOLERANCE
      *                 TABLE (MPOSTTOL - OLD-VALUE BANDS, EACH WITH A
      *                 PERCENTAGE AND AN ABSOLUTE LIMIT) ALLOWS IS NO
      *                 LONGER POSTED: THE MASTER KEEPS THE OLD VALUE,
      *                 THE MOVE GOES TO THE STANDING POSTING-HOLD FILE
      *                 (MPOSTHLD, SEE THE NEW DL1PHD COPYBOOK), AND THE
      *                 KEY IS COUNTED AS UNCHANGED SO THE POSTING STILL
      *                 FOOTS TO THE EXTRACT. AN APPROVER'S
      *                 RELEASE/REJECT CARDS (MPOSTREL) ARE APPLIED AT
      *                 THE START OF A LATER POSTING - A RELEASE POSTS
      *                 THE HELD VALUE AND JOURNALS IT AS A CHANGE, WITH
      *                 A BEFORE-IMAGE LIKE ANY OTHER. THE REPORT GAINS
      *                 A VARIANCE SECTION LISTING EVERY HOLD WITH ITS
      *                 OLD AND NEW VALUES AND PERCENTAGE MOVE. NO
      *                 TOLERANCE TABLE, NO HOLDS.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-BIJ-FS.

           SELECT ROS-FILE ASSIGN TO "BATCHRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-ROS-FS.

           SELECT HIS-FILE ASSIGN TO "RGNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-HIS-FS.

           SELECT TOL-FILE ASSIGN TO "MPOSTTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-TOL-FS.

           SELECT PHD-FILE ASSIGN TO "MPOSTHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-PHD-FS.

           SELECT PRL-FILE ASSIGN TO "MPOSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPS-PRL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD XTR-FILE.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==CEX-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==CEX-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==CEX-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==CEX-XTR-BATCH-ID==.

       FD MST-FILE.
           COPY DL1MST REPLACING
               ==PFX-MST-LAST-UPDATED== BY ==MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==MST-DELETED==
               ==PFX-MST-MANUAL-DELETE== BY ==MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==MST-BATCH-ID==.

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).
               ==PFX-JRN-CHANGED==      BY ==JRN-CHANGED==
               ==PFX-JRN-REINSTATED==   BY ==JRN-REINSTATED==
               ==PFX-JRN-DELETED==      BY ==JRN-DELETED==
               ==PFX-JRN-MAN-ADDED==    BY ==JRN-MAN-ADDED==
               ==PFX-JRN-MAN-CHANGED==  BY ==JRN-MAN-CHANGED==
               ==PFX-JRN-MAN-DELETED==  BY ==JRN-MAN-DELETED==
               ==PFX-JRN-MAN-REINSTATED==
                   BY ==JRN-MAN-REINSTATED==
               ==PFX-JRN-POST-DATE==    BY ==JRN-POST-DATE==.

       FD CTL-FILE.
               88 CTL-COMPLETE                   VALUE "COMPLETE".
               88 CTL-BACKEDOUT                  VALUE "BACKEDOUT".

      *    THE IMAGE IS THE WHOLE 36-BYTE DL1MST RECORD AS IT STOOD
      *    BEFORE THE POSTING TOUCHED IT; AN 'ADD' CARRIES THE NEW
      *    RECORD INSTEAD, SINCE ITS BEFORE-STATE IS ABSENCE AND THE
      *    BACKOUT ONLY NEEDS THE KEY TO REMOVE IT
           05 BIJ-ACTION               PIC X(03).
               88 BIJ-WAS-ADDED                  VALUE "ADD".
               88 BIJ-WAS-CHANGED                VALUE "CHG".
           05 BIJ-IMAGE                PIC X(36).

      *    THE EXPECTED-REGION ROSTER AND STANDING ARRIVAL HISTORY
      *    KEPT BY READ-AND-DISPLAY-FILE - READ HERE ONLY, TO KNOW
      *    WHICH REGIONS' FILES DID NOT COME IN TODAY
       FD ROS-FILE.
       01 ROS-RECORD.
           05 ROS-BATCH-ID             PIC X(04).
           05 FILLER                   PIC X(01).
           05 ROS-REGION-NAME          PIC X(20).

       FD HIS-FILE.
       01 HIS-RECORD.
           05 HIS-DATE                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 HIS-BATCH-ID             PIC X(04).
           05 FILLER                   PIC X(01).
           05 HIS-STATUS               PIC X(08).

      *    ONE TOLERANCE BAND PER RECORD: THE RANGE OF OLD (MASTER)
      *    VALUES IT COVERS, THEN THE LIMITS FOR A KEY IN THAT RANGE -
      *    A PERCENTAGE OF THE OLD VALUE (999V99, SO 05000 IS 50.00%)
      *    AND AN ABSOLUTE AMOUNT. A MOVE IS HELD ONLY WHEN IT EXCEEDS
      *    BOTH, SO A ZERO IN EITHER LEAVES THE OTHER TO DECIDE ALONE.
      *    A KEY WHOSE OLD VALUE FALLS IN NO BAND IS NEVER HELD; WHERE
      *    BANDS OVERLAP THE FIRST ONE ON FILE WINS
       FD TOL-FILE.
       01 TOL-RECORD.
           05 TOL-LOW-FIELD2           PIC 9(05).
           05 FILLER                   PIC X(01).
           05 TOL-HIGH-FIELD2          PIC 9(05).
           05 FILLER                   PIC X(01).
           05 TOL-PCT                  PIC 9(03)V9(02).
           05 FILLER                   PIC X(01).
           05 TOL-ABS                  PIC 9(05).

       FD PHD-FILE.
           COPY DL1PHD REPLACING
               ==PFX-PHD-RECORD==       BY ==PHD-RECORD==
               ==PFX-PHD-FIELD1==       BY ==PHD-FIELD1==
               ==PFX-PHD-OLD-FIELD2==   BY ==PHD-OLD-FIELD2==
               ==PFX-PHD-NEW-FIELD2==   BY ==PHD-NEW-FIELD2==
               ==PFX-PHD-BATCH-ID==     BY ==PHD-BATCH-ID==
               ==PFX-PHD-HELD-DATE==    BY ==PHD-HELD-DATE==
               ==PFX-PHD-PCT==          BY ==PHD-PCT==
               ==PFX-PHD-STATUS==       BY ==PHD-STATUS==
               ==PFX-PHD-HELD==         BY ==PHD-HELD==
               ==PFX-PHD-RELEASED==     BY ==PHD-RELEASED==
               ==PFX-PHD-REJECTED==     BY ==PHD-REJECTED==
               ==PFX-PHD-REPLACED==     BY ==PHD-REPLACED==
               ==PFX-PHD-STATUS-DATE==  BY ==PHD-STATUS-DATE==
               ==PFX-PHD-USER==         BY ==PHD-USER==.

      *    AN APPROVER'S DECISION ON ONE HELD KEY - RELEASE OR REJECT,
      *    THE KEY, AND THE APPROVER'S USER ID (REQUIRED)
       FD PRL-FILE.
       01 PRL-RECORD.
           05 PRL-ACTION               PIC X(07).
               88 PRL-RELEASE                    VALUE "RELEASE".
               88 PRL-REJECT                     VALUE "REJECT".
           05 FILLER                   PIC X(01).
           05 PRL-FIELD1               PIC X(10).
           05 FILLER                   PIC X(01).
           05 PRL-USER                 PIC X(08).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
               88 MPS-CTL-FOUND                  VALUE 'Y'.
           05 MPS-BIJ-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-BIJ-EOF-YES                VALUE 'Y'.
           05 MPS-ROS-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-ROS-EOF-YES                VALUE 'Y'.
           05 MPS-HIS-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-HIS-EOF-YES                VALUE 'Y'.
           05 MPS-RGN-MATCH-SW         PIC X(01) VALUE 'N'.
               88 MPS-RGN-MATCHED                VALUE 'Y'.
           05 MPS-RGN-FULL-SW          PIC X(01) VALUE 'N'.
               88 MPS-RGN-FULL-TOLD              VALUE 'Y'.
           05 MPS-SWEEP-SKIP-SW        PIC X(01) VALUE 'N'.
               88 MPS-SWEEP-SKIP                 VALUE 'Y'.
           05 MPS-TOL-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-TOL-EOF-YES                VALUE 'Y'.
           05 MPS-PHD-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-PHD-EOF-YES                VALUE 'Y'.
           05 MPS-PRL-EOF-SW           PIC X(01) VALUE 'N'.
               88 MPS-PRL-EOF-YES                VALUE 'Y'.
           05 MPS-TOL-MATCH-SW         PIC X(01) VALUE 'N'.
               88 MPS-TOL-MATCHED                VALUE 'Y'.
           05 MPS-PH-MATCH-SW          PIC X(01) VALUE 'N'.
               88 MPS-PH-MATCHED                 VALUE 'Y'.
           05 MPS-PH-FULL-SW           PIC X(01) VALUE 'N'.
               88 MPS-PH-FULL-TOLD               VALUE 'Y'.
           05 MPS-HOLD-SW              PIC X(01) VALUE 'N'.
               88 MPS-HOLD-KEY                   VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS
           05 MPS-UNCHANGED-COUNT      PIC 9(09) VALUE 0.
           05 MPS-REINSTATED-COUNT     PIC 9(09) VALUE 0.
           05 MPS-DELETED-COUNT        PIC 9(09) VALUE 0.
           05 MPS-SKIPPED-COUNT        PIC 9(09) VALUE 0.
           05 MPS-KEPT-DELETED-COUNT   PIC 9(09) VALUE 0.
           05 MPS-HELD-COUNT           PIC 9(09) VALUE 0.
           05 MPS-HOLD-NEW-COUNT       PIC 9(09) VALUE 0.
           05 MPS-HOLD-RELEASED        PIC 9(09) VALUE 0.
           05 MPS-HOLD-REJECTED        PIC 9(09) VALUE 0.
           05 MPS-HOLD-REPLACED        PIC 9(09) VALUE 0.
           05 MPS-HOLD-OUTSTANDING     PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
       01 MPS-JRN-FS                   PIC X(02) VALUE SPACES.
       01 MPS-CTL-FS                   PIC X(02) VALUE SPACES.
       01 MPS-BIJ-FS                   PIC X(02) VALUE SPACES.
       01 MPS-ROS-FS                   PIC X(02) VALUE SPACES.
       01 MPS-HIS-FS                   PIC X(02) VALUE SPACES.
       01 MPS-TOL-FS                   PIC X(02) VALUE SPACES.
       01 MPS-PHD-FS                   PIC X(02) VALUE SPACES.
       01 MPS-PRL-FS                   PIC X(02) VALUE SPACES.

       01 MPS-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MPS-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MPS-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MPS-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MPS-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MPS-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MPS-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MPS-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MPS-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MPS-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MPS-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MPS-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MPS-CAL-ERROR==.

      *----------------------------------------------------------------
      * RUN FUNCTION AND RERUN CONTROLS - THE FIRST RUN PARAMETER
      * NAMES THE FUNCTION: BLANK (OR ANYTHING ELSE) IS THE NORMAL
               ==PFX-MST-LAST-UPDATED== BY ==SAV-MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==SAV-MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==SAV-MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==SAV-MST-DELETED==
               ==PFX-MST-MANUAL-DELETE== BY ==SAV-MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==SAV-MST-BATCH-ID==.

      *----------------------------------------------------------------
      * REGION TABLE FOR THE DELETE SWEEP - EVERY ROSTERED REGION AND
      * EVERY REGION WITH AN ARRIVAL-HISTORY ENTRY FOR THE RUN DATE,
      * WITH THAT DAY'S LATEST STATUS (SPACES = NO ENTRY TODAY). A
      * REGION WHOSE STATUS IS PRESENT BUT NOT ARRIVED DID NOT SEND,
      * SO ITS KEYS ARE SPARED THE SWEEP AND COUNTED HERE INSTEAD
      *----------------------------------------------------------------
       01 MPS-RGN-TABLE-CONTROLS.
           05 MPS-RGN-COUNT            PIC 9(04) COMP VALUE 0.
           05 MPS-RGN-MAX              PIC 9(04) COMP VALUE 100.
           05 MPS-RGN-IX               PIC 9(04) COMP VALUE 0.
           05 MPS-RGN-KEY              PIC X(04) VALUE SPACES.
           05 MPS-RGN-NOT-RECEIVED     PIC 9(04) VALUE 0.

       01 MPS-RGN-TABLE.
           05 MPS-RGN-ENTRY OCCURS 100 TIMES.
               10 MPS-RG-BATCH-ID      PIC X(04).
               10 MPS-RG-REGION-NAME   PIC X(20).
               10 MPS-RG-STATUS        PIC X(08).
                   88 MPS-RG-NO-HISTORY          VALUE SPACES.
                   88 MPS-RG-ARRIVED             VALUE "ARRIVED".
               10 MPS-RG-SKIP-COUNT    PIC 9(09).

      *----------------------------------------------------------------
      * POSTING TOLERANCE TABLE - LOADED WHOLE FROM MPOSTTOL
      *----------------------------------------------------------------
       01 MPS-TOL-TABLE-CONTROLS.
           05 MPS-TOL-COUNT            PIC 9(04) COMP VALUE 0.
           05 MPS-TOL-MAX              PIC 9(04) COMP VALUE 50.
           05 MPS-TOL-IX               PIC 9(04) COMP VALUE 0.

       01 MPS-TOL-TABLE.
           05 MPS-TOL-ENTRY OCCURS 50 TIMES.
               10 MPS-TL-LOW-FIELD2    PIC 9(05).
               10 MPS-TL-HIGH-FIELD2   PIC 9(05).
               10 MPS-TL-PCT           PIC 9(03)V9(02).
               10 MPS-TL-ABS           PIC 9(05).

      *----------------------------------------------------------------
      * POSTING-HOLD TABLE - THE STANDING MPOSTHLD FILE LOADED WHOLE,
      * PLUS TODAY'S NEW HOLDS, REWRITTEN WHOLE AT CLEAN END OF RUN.
      * EACH ENTRY IS ONE DL1PHD RECORD AND A FLAG, NOT WRITTEN BACK,
      * MARKING A HOLD RELEASED BY THIS RUN - ITS RELEASE TOOK THE
      * KEY'S BEFORE-IMAGE, SO NOTHING LATER IN THE RUN TAKES ANOTHER
      *----------------------------------------------------------------
       01 MPS-PH-TABLE-CONTROLS.
           05 MPS-PH-COUNT             PIC 9(04) COMP VALUE 0.
           05 MPS-PH-MAX               PIC 9(04) COMP VALUE 500.
           05 MPS-PH-IX                PIC 9(04) COMP VALUE 0.
           05 MPS-PH-KEY               PIC X(10) VALUE SPACES.

       01 MPS-PH-TABLE.
           05 MPS-PH-ENTRY OCCURS 500 TIMES.
               10 MPS-PH-DATA.
                   15 MPS-PH-FIELD1        PIC X(10).
                   15 MPS-PH-OLD-FIELD2    PIC 9(05).
                   15 MPS-PH-NEW-FIELD2    PIC 9(05).
                   15 MPS-PH-BATCH-ID      PIC X(04).
                   15 MPS-PH-HELD-DATE     PIC 9(08).
                   15 MPS-PH-PCT           PIC 9(03)V9(02).
                   15 MPS-PH-STATUS        PIC X(08).
                       88 MPS-PH-HELD              VALUE "HELD".
                       88 MPS-PH-RELEASED          VALUE "RELEASED".
                       88 MPS-PH-REJECTED          VALUE "REJECTED".
                       88 MPS-PH-REPLACED          VALUE "REPLACED".
                   15 MPS-PH-STATUS-DATE   PIC 9(08).
                   15 MPS-PH-USER          PIC X(08).
               10 MPS-PH-RUN-SW            PIC X(01).
                   88 MPS-PH-RELEASED-NOW          VALUE 'Y'.

      *    THE SIZE OF ONE KEY'S MOVE, IN AMOUNT AND AS A PERCENTAGE OF
      *    ITS OLD VALUE (CAPPED AT 999.99)
       01 MPS-MOVE-AMOUNT               PIC 9(05) VALUE 0.
       01 MPS-MOVE-PCT                  PIC 9(03)V9(02) VALUE 0.

       01 MPS-BACKOUT-COUNTERS.
           05 MPS-BIJ-READ-COUNT       PIC 9(09) VALUE 0.
           05 MPS-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 MPS-TOT-VALUE             PIC ZZZZZZZZ9.

       01 MPS-RGN-SECTION-LINE          PIC X(80)
           VALUE "SWEEP SKIPPED - REGIONS NOT RECEIVED TODAY".

       01 MPS-RGN-HDG-LINE.
           05 FILLER                    PIC X(26) VALUE
               "REGN REGION-NAME         ".
           05 FILLER                    PIC X(28) VALUE
               "HISTORY     KEYS KEPT".

       01 MPS-RGN-LINE.
           05 MPS-RGL-BATCH-ID          PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-RGL-REGION-NAME       PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-RGL-STATUS            PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 MPS-RGL-KEYS              PIC ZZZZZZZZ9.

       01 MPS-VAR-SECTION-LINE          PIC X(80)
           VALUE "POSTING HOLDS - FIELD2 MOVES OUTSIDE TOLERANCE".

       01 MPS-VAR-HDG-LINE.
           05 FILLER                    PIC X(30) VALUE
               "FIELD1       OLD   NEW   MOVE%".
           05 FILLER                    PIC X(30) VALUE
               "  HELD-DATE  STATUS   APPROVER".

       01 MPS-VAR-LINE.
           05 MPS-VAR-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-VAR-OLD-FIELD2        PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-VAR-NEW-FIELD2        PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-VAR-PCT               PIC +ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MPS-VAR-HELD-DATE         PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-VAR-STATUS            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MPS-VAR-USER              PIC X(08).

       01 MPS-OLD-FIELD2                PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      * 0000-MAINLINE - DRIVES THE POST/SWEEP/REPORT SEQUENCE
      *================================================================
       0000-MAINLINE.
           MOVE "DATE" TO MPS-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MPS-CAL-PARMS.
           IF MPS-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE MPS-CAL-DATE-1 TO MPS-RUN-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MPS-FUNCTION-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE DAY'S EXTRACT, THE MASTER (CREATING
      *     IT ON ITS VERY FIRST RUN), AND THE POSTING REPORT, AND
      *     PRIME THE EXTRACT READ. THE TOLERANCE TABLE AND THE
      *     POSTING HOLDS ARE LOADED BEFORE ANYTHING IS OPENED; THE
      *     APPROVERS' HOLD DECISIONS ARE APPLIED ONCE THE POSTING IS
      *     MARKED STARTED, SINCE A RELEASE MOVES THE MASTER
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-CHECK-POSTING-CONTROL THRU 1100-EXIT.
           PERFORM 1300-LOAD-TOLERANCES THRU 1300-EXIT.
           PERFORM 1400-LOAD-HOLDS THRU 1400-EXIT.
           OPEN INPUT XTR-FILE.
           IF MPS-XTR-FS NOT = "00"
               PERFORM 1070-XTRFILE-OPEN-ABEND THRU 1070-EXIT
           IF MPS-BIJ-FS NOT = "00"
               PERFORM 1095-BIJFILE-OPEN-ABEND THRU 1095-EXIT
           END-IF.
           PERFORM 1200-LOAD-REGIONS THRU 1200-EXIT.
           PERFORM 1150-MARK-POSTING-STARTED THRU 1150-EXIT.
           PERFORM 1500-APPLY-HOLD-DECISIONS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-REGIONS - BUILD THE SWEEP'S REGION TABLE: THE ROSTER
      *     FOR THE REGION NAMES, THEN TODAY'S ARRIVAL-HISTORY ENTRIES
      *     FOR EACH REGION'S VERDICT (A RERUN OF THE EXTRACT WRITES
      *     THE DAY AGAIN, SO THE LATEST ENTRY WINS). EITHER FILE
      *     MISSING IS NOT AN ERROR - WITH NO HISTORY NOTHING IS
      *     SKIPPED AND THE SWEEP BEHAVES EXACTLY AS IT ALWAYS DID
      *----------------------------------------------------------------
       1200-LOAD-REGIONS.
           OPEN INPUT ROS-FILE.
           EVALUATE TRUE
               WHEN MPS-ROS-FS = "00"
                   PERFORM 1210-LOAD-ONE-ROSTER THRU 1210-EXIT
                       UNTIL MPS-ROS-EOF-YES
                   CLOSE ROS-FILE
               WHEN MPS-ROS-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN ROS-FILE (BATCHRSTR) "
                       "- FILE STATUS " MPS-ROS-FS
                       " - REGION NAMES NOT SHOWN ***"
           END-EVALUATE.
           OPEN INPUT HIS-FILE.
           EVALUATE TRUE
               WHEN MPS-HIS-FS = "00"
                   PERFORM 1220-LOAD-ONE-HISTORY THRU 1220-EXIT
                       UNTIL MPS-HIS-EOF-YES
                   CLOSE HIS-FILE
               WHEN MPS-HIS-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN HIS-FILE (RGNHIST) - "
                       "FILE STATUS " MPS-HIS-FS
                       " - NO REGION IS SPARED THE SWEEP ***"
           END-EVALUATE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-ROSTER.
           READ ROS-FILE
               AT END
                   SET MPS-ROS-EOF-YES TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF ROS-BATCH-ID = SPACES
               GO TO 1210-EXIT
           END-IF.
           MOVE ROS-BATCH-ID TO MPS-RGN-KEY.
           PERFORM 1230-FIND-REGION THRU 1230-EXIT.
           IF MPS-RGN-MATCHED
               MOVE ROS-REGION-NAME TO
                   MPS-RG-REGION-NAME (MPS-RGN-IX)
           END-IF.
       1210-EXIT.
           EXIT.

       1220-LOAD-ONE-HISTORY.
           READ HIS-FILE
               AT END
                   SET MPS-HIS-EOF-YES TO TRUE
                   GO TO 1220-EXIT
           END-READ.
           IF HIS-DATE NOT = MPS-RUN-DATE OR HIS-BATCH-ID = SPACES
               GO TO 1220-EXIT
           END-IF.
           MOVE HIS-BATCH-ID TO MPS-RGN-KEY.
           PERFORM 1230-FIND-REGION THRU 1230-EXIT.
           IF MPS-RGN-MATCHED
               MOVE HIS-STATUS TO MPS-RG-STATUS (MPS-RGN-IX)
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1230-FIND-REGION - LOCATE MPS-RGN-KEY IN THE REGION TABLE,
      *     ADDING IT IF NEW. A FULL TABLE IS TOLD ONCE; THE REGION
      *     IT COULD NOT HOLD IS SIMPLY SWEPT THE OLD WAY
      *----------------------------------------------------------------
       1230-FIND-REGION.
           MOVE 'N' TO MPS-RGN-MATCH-SW.
           PERFORM 1240-MATCH-ONE-REGION THRU 1240-EXIT
               VARYING MPS-RGN-IX FROM 1 BY 1
               UNTIL MPS-RGN-IX > MPS-RGN-COUNT
                   OR MPS-RGN-MATCHED.
           IF MPS-RGN-MATCHED
               SUBTRACT 1 FROM MPS-RGN-IX
               GO TO 1230-EXIT
           END-IF.
           IF MPS-RGN-COUNT NOT < MPS-RGN-MAX
               IF NOT MPS-RGN-FULL-TOLD
                   SET MPS-RGN-FULL-TOLD TO TRUE
                   DISPLAY "*** REGION TABLE FULL AT " MPS-RGN-MAX
                       " - FURTHER REGIONS SWEPT AS USUAL ***"
               END-IF
               GO TO 1230-EXIT
           END-IF.
           ADD 1 TO MPS-RGN-COUNT.
           MOVE MPS-RGN-COUNT TO MPS-RGN-IX.
           MOVE MPS-RGN-KEY TO MPS-RG-BATCH-ID (MPS-RGN-IX).
           MOVE "NOT ON ROSTER" TO MPS-RG-REGION-NAME (MPS-RGN-IX).
           MOVE SPACES TO MPS-RG-STATUS (MPS-RGN-IX).
           MOVE 0 TO MPS-RG-SKIP-COUNT (MPS-RGN-IX).
           SET MPS-RGN-MATCHED TO TRUE.
       1230-EXIT.
           EXIT.

       1240-MATCH-ONE-REGION.
           IF MPS-RG-BATCH-ID (MPS-RGN-IX) = MPS-RGN-KEY
               SET MPS-RGN-MATCHED TO TRUE
           END-IF.
       1240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-TOLERANCES - LOAD THE POSTING TOLERANCE BANDS. NO
      *     TABLE MEANS NO KEY IS HELD - EXACTLY THE OLD POSTING. A
      *     TABLE THAT IS THERE BUT CANNOT BE READ STOPS THE RUN
      *     RATHER THAN LET EVERY SWING THROUGH UNCHECKED
      *----------------------------------------------------------------
       1300-LOAD-TOLERANCES.
           OPEN INPUT TOL-FILE.
           EVALUATE TRUE
               WHEN MPS-TOL-FS = "00"
                   PERFORM 1310-LOAD-ONE-TOLERANCE THRU 1310-EXIT
                       UNTIL MPS-TOL-EOF-YES
                   CLOSE TOL-FILE
               WHEN MPS-TOL-FS = "35"
                   DISPLAY "NO POSTING TOLERANCE TABLE (MPOSTTOL) - "
                       "NO KEY WILL BE HELD"
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN TOL-FILE (MPOSTTOL) - "
                       "FILE STATUS " MPS-TOL-FS " ***"
                   STOP RUN
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-TOLERANCE.
           READ TOL-FILE
               AT END
                   SET MPS-TOL-EOF-YES TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF TOL-LOW-FIELD2 NOT NUMERIC
               OR TOL-HIGH-FIELD2 NOT NUMERIC
               OR TOL-PCT NOT NUMERIC
               OR TOL-ABS NOT NUMERIC
               DISPLAY "*** TOLERANCE BAND " TOL-RECORD
                   " NOT NUMERIC - IGNORED ***"
               GO TO 1310-EXIT
           END-IF.
           IF TOL-HIGH-FIELD2 < TOL-LOW-FIELD2
               DISPLAY "*** TOLERANCE BAND " TOL-RECORD
                   " RUNS BACKWARDS - IGNORED ***"
               GO TO 1310-EXIT
           END-IF.
           IF MPS-TOL-COUNT NOT < MPS-TOL-MAX
               DISPLAY "*** TOLERANCE TABLE FULL AT " MPS-TOL-MAX
                   " - BAND " TOL-RECORD " IGNORED ***"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO MPS-TOL-COUNT.
           MOVE TOL-LOW-FIELD2 TO MPS-TL-LOW-FIELD2 (MPS-TOL-COUNT).
           MOVE TOL-HIGH-FIELD2 TO MPS-TL-HIGH-FIELD2 (MPS-TOL-COUNT).
           MOVE TOL-PCT TO MPS-TL-PCT (MPS-TOL-COUNT).
           MOVE TOL-ABS TO MPS-TL-ABS (MPS-TOL-COUNT).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-HOLDS - LOAD THE STANDING POSTING-HOLD FILE. A HOLD
      *     DISPOSED OF ON AN EARLIER DAY IS DROPPED HERE; ONE
      *     DISPOSED OF TODAY IS KEPT FOR THE REST OF THE DAY. A FULL
      *     TABLE IS A STOP - REWRITING THE FILE FROM A TABLE THAT
      *     COULD NOT HOLD IT WOULD QUIETLY LOSE HOLDS
      *----------------------------------------------------------------
       1400-LOAD-HOLDS.
           OPEN INPUT PHD-FILE.
           EVALUATE TRUE
               WHEN MPS-PHD-FS = "00"
                   PERFORM 1410-LOAD-ONE-HOLD THRU 1410-EXIT
                       UNTIL MPS-PHD-EOF-YES
                   CLOSE PHD-FILE
               WHEN MPS-PHD-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN PHD-FILE (MPOSTHLD) - "
                       "FILE STATUS " MPS-PHD-FS " ***"
                   STOP RUN
           END-EVALUATE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-HOLD.
           READ PHD-FILE
               AT END
                   SET MPS-PHD-EOF-YES TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF NOT PHD-HELD AND PHD-STATUS-DATE < MPS-RUN-DATE
               GO TO 1410-EXIT
           END-IF.
           IF MPS-PH-COUNT NOT < MPS-PH-MAX
               DISPLAY "*** POSTING-HOLD TABLE FULL AT " MPS-PH-MAX
                   " - MPOSTHLD NOT LOADED, POSTING NOT STARTED ***"
               CLOSE PHD-FILE
               STOP RUN
           END-IF.
           ADD 1 TO MPS-PH-COUNT.
           MOVE PHD-RECORD TO MPS-PH-DATA (MPS-PH-COUNT).
           MOVE 'N' TO MPS-PH-RUN-SW (MPS-PH-COUNT).
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1420-FIND-HELD-KEY - LOCATE THE HOLD STILL OUTSTANDING FOR
      *     MPS-PH-KEY, IF ANY. A KEY HAS AT MOST ONE
      *----------------------------------------------------------------
       1420-FIND-HELD-KEY.
           MOVE 'N' TO MPS-PH-MATCH-SW.
           PERFORM 1430-MATCH-ONE-HOLD THRU 1430-EXIT
               VARYING MPS-PH-IX FROM 1 BY 1
               UNTIL MPS-PH-IX > MPS-PH-COUNT
                   OR MPS-PH-MATCHED.
           IF MPS-PH-MATCHED
               SUBTRACT 1 FROM MPS-PH-IX
           END-IF.
       1420-EXIT.
           EXIT.

       1430-MATCH-ONE-HOLD.
           IF MPS-PH-HELD (MPS-PH-IX)
               AND MPS-PH-FIELD1 (MPS-PH-IX) = MPS-PH-KEY
               SET MPS-PH-MATCHED TO TRUE
           END-IF.
       1430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-APPLY-HOLD-DECISIONS - APPLY THE APPROVERS' DECISION
      *     CARDS (MPOSTREL). EACH NAMES A HELD KEY, RELEASE OR
      *     REJECT, AND WHO DECIDED. ONLY A KEY HELD ON AN EARLIER RUN
      *     CAN BE DECIDED - A HOLD HAS TO BE SEEN ON A REPORT BEFORE
      *     ANYONE CAN RELEASE IT. NO CARDS, NO DECISIONS. A CARD THAT
      *     MATCHES NOTHING IS SAID OUT LOUD AND IGNORED
      *----------------------------------------------------------------
       1500-APPLY-HOLD-DECISIONS.
           OPEN INPUT PRL-FILE.
           EVALUATE TRUE
               WHEN MPS-PRL-FS = "00"
                   PERFORM 1510-APPLY-ONE-DECISION THRU 1510-EXIT
                       UNTIL MPS-PRL-EOF-YES
                   CLOSE PRL-FILE
               WHEN MPS-PRL-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN PRL-FILE (MPOSTREL) - "
                       "FILE STATUS " MPS-PRL-FS
                       " - NO HOLDS DECIDED ***"
           END-EVALUATE.
       1500-EXIT.
           EXIT.

       1510-APPLY-ONE-DECISION.
           READ PRL-FILE
               AT END
                   SET MPS-PRL-EOF-YES TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF PRL-FIELD1 = SPACES
               GO TO 1510-EXIT
           END-IF.
           IF NOT PRL-RELEASE AND NOT PRL-REJECT
               DISPLAY "*** HOLD DECISION " PRL-ACTION " FOR "
                   PRL-FIELD1 " NOT RECOGNISED - IGNORED ***"
               GO TO 1510-EXIT
           END-IF.
           IF PRL-USER = SPACES
               DISPLAY "*** HOLD DECISION FOR " PRL-FIELD1
                   " NAMES NO APPROVER - IGNORED ***"
               GO TO 1510-EXIT
           END-IF.
           MOVE PRL-FIELD1 TO MPS-PH-KEY.
           PERFORM 1420-FIND-HELD-KEY THRU 1420-EXIT.
           IF MPS-PH-MATCHED
               AND MPS-PH-HELD-DATE (MPS-PH-IX) NOT < MPS-RUN-DATE
               MOVE 'N' TO MPS-PH-MATCH-SW
           END-IF.
           IF NOT MPS-PH-MATCHED
               DISPLAY "*** HOLD DECISION FOR " PRL-FIELD1
                   " MATCHES NO KEY HELD ON AN EARLIER RUN - "
                   "IGNORED ***"
               GO TO 1510-EXIT
           END-IF.
           IF PRL-RELEASE
               PERFORM 1520-RELEASE-ONE-HOLD THRU 1520-EXIT
               GO TO 1510-EXIT
           END-IF.
           SET MPS-PH-REJECTED (MPS-PH-IX) TO TRUE.
           MOVE MPS-RUN-DATE TO MPS-PH-STATUS-DATE (MPS-PH-IX).
           MOVE PRL-USER TO MPS-PH-USER (MPS-PH-IX).
           ADD 1 TO MPS-HOLD-REJECTED.
           MOVE SPACES TO MPS-DET-LINE.
           MOVE "HOLD-REJ" TO MPS-DET-ACTION.
           MOVE PRL-FIELD1 TO MPS-DET-FIELD1.
           MOVE MPS-PH-OLD-FIELD2 (MPS-PH-IX) TO MPS-DET-OLD-FIELD2.
           MOVE MPS-PH-NEW-FIELD2 (MPS-PH-IX) TO MPS-DET-NEW-FIELD2.
           MOVE MPS-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1520-RELEASE-ONE-HOLD - POST THE HELD VALUE. THE MASTER MUST
      *     STILL STAND AS IT DID WHEN THE KEY WAS HELD (ACTIVE, AT
      *     THE OLD VALUE) - IF MAINTENANCE OR THE SWEEP HAS MOVED IT
      *     SINCE, THE RELEASE IS REFUSED AND THE HOLD LEFT FOR THE
      *     EXTRACT TO RESOLVE. THE RELEASE TAKES A BEFORE-IMAGE AND
      *     IS JOURNALED AS A CHANGE LIKE ANY OTHER. THE LAST-UPDATED
      *     DATE IS LEFT ALONE: IT SAYS WHEN THE KEY LAST ARRIVED,
      *     WHICH IS WHAT THE DELETE SWEEP GOES BY
      *----------------------------------------------------------------
       1520-RELEASE-ONE-HOLD.
           MOVE PRL-FIELD1 TO MST-FIELD1.
           READ MST-FILE
               INVALID KEY
                   DISPLAY "*** HELD KEY " PRL-FIELD1
                       " IS NO LONGER ON THE MASTER - RELEASE "
                       "IGNORED ***"
                   GO TO 1520-EXIT
           END-READ.
           IF MPS-MST-FS NOT = "00"
               PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           IF NOT MST-ACTIVE
               OR MST-FIELD2 NOT = MPS-PH-OLD-FIELD2 (MPS-PH-IX)
               DISPLAY "*** HELD KEY " PRL-FIELD1
                   " HAS MOVED ON THE MASTER SINCE IT WAS HELD - "
                   "RELEASE IGNORED ***"
               GO TO 1520-EXIT
           END-IF.
           MOVE "CHG" TO BIJ-ACTION.
           MOVE MST-RECORD TO BIJ-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE THRU 8200-EXIT.
           MOVE MST-FIELD2 TO MPS-OLD-FIELD2.
           MOVE MPS-PH-NEW-FIELD2 (MPS-PH-IX) TO MST-FIELD2.
           REWRITE MST-RECORD
               INVALID KEY
                   PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-REWRITE.
           IF MPS-MST-FS NOT = "00"
               PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           SET MPS-PH-RELEASED (MPS-PH-IX) TO TRUE.
           SET MPS-PH-RELEASED-NOW (MPS-PH-IX) TO TRUE.
           MOVE MPS-RUN-DATE TO MPS-PH-STATUS-DATE (MPS-PH-IX).
           MOVE PRL-USER TO MPS-PH-USER (MPS-PH-IX).
           ADD 1 TO MPS-HOLD-RELEASED.
           MOVE SPACES TO MPS-DET-LINE.
           MOVE "HOLD-REL" TO MPS-DET-ACTION.
           MOVE MST-FIELD1 TO MPS-DET-FIELD1.
           MOVE MPS-OLD-FIELD2 TO MPS-DET-OLD-FIELD2.
           MOVE MST-FIELD2 TO MPS-DET-NEW-FIELD2.
           MOVE MPS-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO JRN-RECORD.
           MOVE MST-FIELD1 TO JRN-FIELD1.
           MOVE MPS-OLD-FIELD2 TO JRN-OLD-FIELD2.
           MOVE MST-FIELD2 TO JRN-NEW-FIELD2.
           SET JRN-CHANGED TO TRUE.
           PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
       1520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1070-XTRFILE-OPEN-ABEND - THE DAY'S EXTRACT (CURREXTR) IS NOT
      *     ON HAND - THE DAILY EXTRACT RUN MUST COMPLETE BEFORE ITS
           MOVE MPS-RUN-DATE TO MST-FIRST-SEEN.
           MOVE MPS-RUN-DATE TO MST-LAST-UPDATED.
           SET MST-ACTIVE TO TRUE.
           MOVE CEX-XTR-BATCH-ID TO MST-BATCH-ID.
           MOVE "ADD" TO BIJ-ACTION.
           MOVE MST-RECORD TO BIJ-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE THRU 8200-EXIT.
      *----------------------------------------------------------------
      * 2300-POST-EXISTING - THE KEY IS ALREADY ON THE MASTER; DECIDE
      *     BETWEEN REINSTATE, CHANGE, AND NO-CHANGE, AND REWRITE WITH
      *     TODAY AS THE LAST-UPDATED DATE IN EVERY CASE. A KEY DATA
      *     CONTROL DELETED BY HAND IS THE EXCEPTION - SEE 2350 - AND
      *     A CHANGE OUTSIDE TOLERANCE IS HELD RATHER THAN POSTED -
      *     SEE 2360
      *----------------------------------------------------------------
       2300-POST-EXISTING.
           IF MST-MANUAL-DELETE
               PERFORM 2350-KEEP-MANUAL-DELETE THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO MPS-HOLD-SW.
           IF MST-ACTIVE
               PERFORM 2400-CHECK-TOLERANCE THRU 2400-EXIT
           END-IF.
           IF MPS-HOLD-KEY
               PERFORM 2360-HOLD-CHANGE THRU 2360-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE "CHG" TO BIJ-ACTION.
           MOVE MST-RECORD TO BIJ-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE THRU 8200-EXIT.
           MOVE CEX-XTR-FIELD2 TO MST-FIELD2.
           MOVE MPS-RUN-DATE TO MST-LAST-UPDATED.
           SET MST-ACTIVE TO TRUE.
           MOVE CEX-XTR-BATCH-ID TO MST-BATCH-ID.
           REWRITE MST-RECORD
               INVALID KEY
                   PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-KEEP-MANUAL-DELETE - THE KEY WAS DELETED BY AN APPROVED
      *     MAINTENANCE TRANSACTION (LEGAL HOLD, MERGED ACCOUNT AND
      *     THE LIKE), SO ITS TURNING UP ON THE EXTRACT DOES NOT
      *     BRING IT BACK: THE MASTER RECORD IS LEFT EXACTLY AS IT
      *     STANDS AND NOTHING IS JOURNALED. THE KEY IS LISTED SO
      *     DATA CONTROL CAN SEE THE REGION IS STILL SENDING IT, AND
      *     COUNTED AS UNCHANGED SO THE EXTRACT STILL FOOTS
      *----------------------------------------------------------------
       2350-KEEP-MANUAL-DELETE.
           ADD 1 TO MPS-UNCHANGED-COUNT.
           ADD 1 TO MPS-KEPT-DELETED-COUNT.
           MOVE SPACES TO MPS-DET-LINE.
           MOVE "KEPT-DEL" TO MPS-DET-ACTION.
           MOVE CEX-XTR-FIELD1 TO MPS-DET-FIELD1.
           MOVE MST-FIELD2 TO MPS-DET-OLD-FIELD2.
           MOVE CEX-XTR-FIELD2 TO MPS-DET-NEW-FIELD2.
           MOVE MPS-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2360-HOLD-CHANGE - THE KEY'S NEW VALUE IS ON HOLD (HELD TODAY
      *     OR STILL HELD FROM AN EARLIER RUN AND SENT AGAIN). THE KEY
      *     HAS ARRIVED, SO ITS LAST-UPDATED DATE AND REGION ARE
      *     BROUGHT CURRENT AS USUAL, BUT FIELD2 STAYS AT THE OLD
      *     VALUE AND NOTHING IS JOURNALED - THE MASTER VALUE HAS NOT
      *     MOVED. COUNTED AS UNCHANGED SO THE EXTRACT STILL FOOTS
      *----------------------------------------------------------------
       2360-HOLD-CHANGE.
           ADD 1 TO MPS-UNCHANGED-COUNT.
           ADD 1 TO MPS-HELD-COUNT.
           MOVE "CHG" TO BIJ-ACTION.
           MOVE MST-RECORD TO BIJ-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE THRU 8200-EXIT.
           MOVE MPS-RUN-DATE TO MST-LAST-UPDATED.
           MOVE CEX-XTR-BATCH-ID TO MST-BATCH-ID.
           REWRITE MST-RECORD
               INVALID KEY
                   PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-REWRITE.
           IF MPS-MST-FS NOT = "00"
               PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           MOVE SPACES TO MPS-DET-LINE.
           MOVE "HELD" TO MPS-DET-ACTION.
           MOVE CEX-XTR-FIELD1 TO MPS-DET-FIELD1.
           MOVE MST-FIELD2 TO MPS-DET-OLD-FIELD2.
           MOVE CEX-XTR-FIELD2 TO MPS-DET-NEW-FIELD2.
           MOVE MPS-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-CHECK-TOLERANCE - DECIDE WHETHER AN ACTIVE KEY'S VALUE IS
      *     TO BE HELD. A HOLD ALREADY OUTSTANDING FOR THE KEY STANDS
      *     IF THE REGION HAS SENT THE SAME VALUE AGAIN AGAINST THE
      *     SAME MASTER VALUE; OTHERWISE IT IS REPLACED BY WHATEVER
      *     TODAY'S VALUE DECIDES. A CHANGED VALUE IS THEN MEASURED
      *     AGAINST THE BAND ITS OLD VALUE FALLS IN, AND HELD WHEN THE
      *     MOVE EXCEEDS BOTH THE BAND'S PERCENTAGE AND ITS ABSOLUTE
      *     LIMIT. A FULL HOLD TABLE IS TOLD ONCE, AND THE SWING IT
      *     COULD NOT HOLD IS POSTED THE OLD WAY
      *----------------------------------------------------------------
       2400-CHECK-TOLERANCE.
           MOVE CEX-XTR-FIELD1 TO MPS-PH-KEY.
           PERFORM 1420-FIND-HELD-KEY THRU 1420-EXIT.
           IF MPS-PH-MATCHED
               IF MPS-PH-NEW-FIELD2 (MPS-PH-IX) = CEX-XTR-FIELD2
                   AND MPS-PH-OLD-FIELD2 (MPS-PH-IX) = MST-FIELD2
                   SET MPS-HOLD-KEY TO TRUE
                   GO TO 2400-EXIT
               END-IF
               SET MPS-PH-REPLACED (MPS-PH-IX) TO TRUE
               MOVE MPS-RUN-DATE TO MPS-PH-STATUS-DATE (MPS-PH-IX)
               ADD 1 TO MPS-HOLD-REPLACED
           END-IF.
           IF MST-FIELD2 = CEX-XTR-FIELD2 OR MPS-TOL-COUNT = 0
               GO TO 2400-EXIT
           END-IF.
           IF CEX-XTR-FIELD2 > MST-FIELD2
               COMPUTE MPS-MOVE-AMOUNT = CEX-XTR-FIELD2 - MST-FIELD2
           ELSE
               COMPUTE MPS-MOVE-AMOUNT = MST-FIELD2 - CEX-XTR-FIELD2
           END-IF.
           IF MST-FIELD2 = 0
               MOVE 999.99 TO MPS-MOVE-PCT
           ELSE
               COMPUTE MPS-MOVE-PCT ROUNDED =
                   MPS-MOVE-AMOUNT * 100 / MST-FIELD2
                   ON SIZE ERROR
                       MOVE 999.99 TO MPS-MOVE-PCT
               END-COMPUTE
           END-IF.
           MOVE 'N' TO MPS-TOL-MATCH-SW.
           PERFORM 2410-MATCH-ONE-BAND THRU 2410-EXIT
               VARYING MPS-TOL-IX FROM 1 BY 1
               UNTIL MPS-TOL-IX > MPS-TOL-COUNT
                   OR MPS-TOL-MATCHED.
           IF NOT MPS-TOL-MATCHED
               GO TO 2400-EXIT
           END-IF.
           SUBTRACT 1 FROM MPS-TOL-IX.
           IF MPS-MOVE-AMOUNT NOT > MPS-TL-ABS (MPS-TOL-IX)
               OR MPS-MOVE-PCT NOT > MPS-TL-PCT (MPS-TOL-IX)
               GO TO 2400-EXIT
           END-IF.
           IF MPS-PH-COUNT NOT < MPS-PH-MAX
               IF NOT MPS-PH-FULL-TOLD
                   SET MPS-PH-FULL-TOLD TO TRUE
                   DISPLAY "*** POSTING-HOLD TABLE FULL AT "
                       MPS-PH-MAX " - FURTHER SWINGS POSTED UNHELD ***"
               END-IF
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO MPS-PH-COUNT.
           MOVE MPS-PH-COUNT TO MPS-PH-IX.
           MOVE CEX-XTR-FIELD1 TO MPS-PH-FIELD1 (MPS-PH-IX).
           MOVE MST-FIELD2 TO MPS-PH-OLD-FIELD2 (MPS-PH-IX).
           MOVE CEX-XTR-FIELD2 TO MPS-PH-NEW-FIELD2 (MPS-PH-IX).
           MOVE CEX-XTR-BATCH-ID TO MPS-PH-BATCH-ID (MPS-PH-IX).
           MOVE MPS-RUN-DATE TO MPS-PH-HELD-DATE (MPS-PH-IX).
           MOVE MPS-MOVE-PCT TO MPS-PH-PCT (MPS-PH-IX).
           SET MPS-PH-HELD (MPS-PH-IX) TO TRUE.
           MOVE MPS-RUN-DATE TO MPS-PH-STATUS-DATE (MPS-PH-IX).
           MOVE SPACES TO MPS-PH-USER (MPS-PH-IX).
           MOVE 'N' TO MPS-PH-RUN-SW (MPS-PH-IX).
           ADD 1 TO MPS-HOLD-NEW-COUNT.
           SET MPS-HOLD-KEY TO TRUE.
       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-BAND.
           IF MST-FIELD2 NOT < MPS-TL-LOW-FIELD2 (MPS-TOL-IX)
               AND MST-FIELD2 NOT > MPS-TL-HIGH-FIELD2 (MPS-TOL-IX)
               SET MPS-TOL-MATCHED TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SWEEP-DELETES - AFTER ALL OF TODAY'S DETAILS ARE POSTED,
      *     WALK THE WHOLE MASTER IN KEY SEQUENCE AND LOGICALLY DELETE
      *     ANY STILL-ACTIVE KEY WHOSE LAST-UPDATED DATE IS NOT TODAY,
      *     I.E. A KEY THAT STOPPED ARRIVING - UNLESS ITS REGION'S
      *     WHOLE FILE DID NOT COME IN TODAY, IN WHICH CASE THE KEY'S
      *     ABSENCE SAYS NOTHING ABOUT IT AND IT IS LEFT ALONE
      *----------------------------------------------------------------
       3000-SWEEP-DELETES.
           MOVE LOW-VALUES TO MST-FIELD1.
           IF MPS-MST-EOF-YES
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO MPS-SWEEP-SKIP-SW.
           IF MST-ACTIVE AND MST-LAST-UPDATED NOT = MPS-RUN-DATE
               AND MST-BATCH-ID NOT = SPACES
               PERFORM 3200-CHECK-REGION-SKIP THRU 3200-EXIT
           END-IF.
           IF MPS-SWEEP-SKIP
               GO TO 3100-EXIT
           END-IF.
           IF MST-ACTIVE AND MST-LAST-UPDATED NOT = MPS-RUN-DATE
               MOVE "CHG" TO BIJ-ACTION
               MOVE MST-RECORD TO BIJ-IMAGE
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-REGION-SKIP - THE KEY IS DUE TO BE SWEPT; IF ITS
      *     REGION HAS AN ARRIVAL-HISTORY VERDICT TODAY OTHER THAN
      *     ARRIVED, COUNT IT AGAINST THE REGION AND FLAG IT TO BE
      *     LEFT AS IT STANDS
      *----------------------------------------------------------------
       3200-CHECK-REGION-SKIP.
           MOVE 'N' TO MPS-RGN-MATCH-SW.
           MOVE MST-BATCH-ID TO MPS-RGN-KEY.
           PERFORM 1240-MATCH-ONE-REGION THRU 1240-EXIT
               VARYING MPS-RGN-IX FROM 1 BY 1
               UNTIL MPS-RGN-IX > MPS-RGN-COUNT
                   OR MPS-RGN-MATCHED.
           IF NOT MPS-RGN-MATCHED
               GO TO 3200-EXIT
           END-IF.
           SUBTRACT 1 FROM MPS-RGN-IX.
           IF MPS-RG-NO-HISTORY (MPS-RGN-IX)
               OR MPS-RG-ARRIVED (MPS-RGN-IX)
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO MPS-RG-SKIP-COUNT (MPS-RGN-IX).
           ADD 1 TO MPS-SKIPPED-COUNT.
           SET MPS-SWEEP-SKIP TO TRUE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-JOURNAL - APPEND ONE ACTION TO THE STANDING HISTORY
      *     JOURNAL. THE CALLER HAS ALREADY FILLED THE KEY, THE OLD
      *     MASTER WRITE/REWRITE. THE CALLER HAS ALREADY FILLED THE
      *     ACTION AND IMAGE. A FAILED WRITE HERE STOPS THE RUN
      *     BEFORE THE MASTER IS TOUCHED - A POSTING THAT CANNOT BE
      *     BACKED OUT MUST NOT GO FORWARD. A KEY RELEASED FROM A
      *     POSTING HOLD EARLIER IN THIS RUN ALREADY HAS ITS PRE-RUN
      *     IMAGE ON FILE, SO NO SECOND IMAGE IS TAKEN OF IT - THE
      *     BACKOUT RESTORES EACH KEY FROM ITS ONE IMAGE
      *----------------------------------------------------------------
       8200-WRITE-BEFORE-IMAGE.
           IF MPS-HOLD-RELEASED > 0 AND BIJ-WAS-CHANGED
               PERFORM 8210-CHECK-RELEASED-NOW THRU 8210-EXIT
               IF MPS-PH-MATCHED
                   GO TO 8200-EXIT
               END-IF
           END-IF.
           WRITE BIJ-RECORD.
           IF MPS-BIJ-FS NOT = "00"
               DISPLAY "*** BIJ-FILE (MPOSTBIJ) WRITE ERROR - FILE "
       8200-EXIT.
           EXIT.

       8210-CHECK-RELEASED-NOW.
           MOVE BIJ-IMAGE (1:10) TO MPS-PH-KEY.
           MOVE 'N' TO MPS-PH-MATCH-SW.
           PERFORM 8220-MATCH-ONE-RELEASE THRU 8220-EXIT
               VARYING MPS-PH-IX FROM 1 BY 1
               UNTIL MPS-PH-IX > MPS-PH-COUNT
                   OR MPS-PH-MATCHED.
       8210-EXIT.
           EXIT.

       8220-MATCH-ONE-RELEASE.
           IF MPS-PH-RELEASED-NOW (MPS-PH-IX)
               AND MPS-PH-FIELD1 (MPS-PH-IX) = MPS-PH-KEY
               SET MPS-PH-MATCHED TO TRUE
           END-IF.
       8220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-BACKOUT - RESTORE THE MASTER TO ITS PRE-RUN STATE FROM
      *     THE BEFORE-IMAGE JOURNAL THE ABENDED POSTING LEFT BEHIND:

      *----------------------------------------------------------------
      * 7200-BACKOUT-ONE-IMAGE - UNDO ONE BEFORE-IMAGE. THE POSTING
      *     IMAGES EACH KEY AT MOST ONCE PER RUN, SO THE IMAGES CAN
      *     BE APPLIED IN FILE ORDER WITHOUT COLLISIONS
      *----------------------------------------------------------------
       7200-BACKOUT-ONE-IMAGE.
           MOVE "KEYS UNCHANGED .....: " TO MPS-TOT-LABEL.
           MOVE MPS-UNCHANGED-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  INCL KEPT DELETED : " TO MPS-TOT-LABEL.
           MOVE MPS-KEPT-DELETED-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  INCL HELD ........: " TO MPS-TOT-LABEL.
           MOVE MPS-HELD-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS DELETED .......: " TO MPS-TOT-LABEL.
           MOVE MPS-DELETED-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS SWEEP-SKIPPED .: " TO MPS-TOT-LABEL.
           MOVE MPS-SKIPPED-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           PERFORM 9210-COUNT-ONE-OUTSTANDING THRU 9210-EXIT
               VARYING MPS-PH-IX FROM 1 BY 1
               UNTIL MPS-PH-IX > MPS-PH-COUNT.
           MOVE "HOLDS NEW TODAY ....: " TO MPS-TOT-LABEL.
           MOVE MPS-HOLD-NEW-COUNT TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "HOLDS RELEASED .....: " TO MPS-TOT-LABEL.
           MOVE MPS-HOLD-RELEASED TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "HOLDS REJECTED .....: " TO MPS-TOT-LABEL.
           MOVE MPS-HOLD-REJECTED TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "HOLDS REPLACED .....: " TO MPS-TOT-LABEL.
           MOVE MPS-HOLD-REPLACED TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "HOLDS OUTSTANDING ..: " TO MPS-TOT-LABEL.
           MOVE MPS-HOLD-OUTSTANDING TO MPS-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           PERFORM 9100-REGION-SKIP-SECTION THRU 9100-EXIT.
           PERFORM 9200-VARIANCE-SECTION THRU 9200-EXIT.
           DISPLAY "MASTER POSTING - EXTRACT READ : "
               MPS-EXTRACT-COUNT.
           DISPLAY "MASTER POSTING - ADDED .......: "
               MPS-REINSTATED-COUNT.
           DISPLAY "MASTER POSTING - UNCHANGED ...: "
               MPS-UNCHANGED-COUNT.
           DISPLAY "MASTER POSTING - KEPT DELETED : "
               MPS-KEPT-DELETED-COUNT.
           DISPLAY "MASTER POSTING - DELETED .....: "
               MPS-DELETED-COUNT.
           DISPLAY "MASTER POSTING - SWEEP-SKIPPED: "
               MPS-SKIPPED-COUNT.
           DISPLAY "MASTER POSTING - HELD ........: "
               MPS-HELD-COUNT.
           DISPLAY "MASTER POSTING - HOLDS RLSD ..: "
               MPS-HOLD-RELEASED.
           DISPLAY "MASTER POSTING - HOLDS REJ ...: "
               MPS-HOLD-REJECTED.
           DISPLAY "MASTER POSTING - HOLDS OUTSTND: "
               MPS-HOLD-OUTSTANDING.
           CLOSE XTR-FILE.
           CLOSE MST-FILE.
           CLOSE RPT-FILE.
           CLOSE JRN-FILE.
           CLOSE BIJ-FILE.
           PERFORM 9300-REWRITE-HOLD-FILE THRU 9300-EXIT.
           PERFORM 1160-MARK-POSTING-COMPLETE THRU 1160-EXIT.
       9000-EXIT.
           EXIT.
       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-REGION-SKIP-SECTION - LIST EVERY REGION THE ARRIVAL
      *     HISTORY SAYS DID NOT SEND TODAY, WITH THE KEYS THE SWEEP
      *     LEFT ACTIVE FOR IT. NO SUCH REGION, NO SECTION
      *----------------------------------------------------------------
       9100-REGION-SKIP-SECTION.
           PERFORM 9110-COUNT-ONE-NOT-RECEIVED THRU 9110-EXIT
               VARYING MPS-RGN-IX FROM 1 BY 1
               UNTIL MPS-RGN-IX > MPS-RGN-COUNT.
           IF MPS-RGN-NOT-RECEIVED = 0
               GO TO 9100-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MPS-RGN-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MPS-RGN-HDG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 9120-LIST-ONE-NOT-RECEIVED THRU 9120-EXIT
               VARYING MPS-RGN-IX FROM 1 BY 1
               UNTIL MPS-RGN-IX > MPS-RGN-COUNT.
           DISPLAY "MASTER POSTING - REGIONS SKIPPED BY SWEEP: "
               MPS-RGN-NOT-RECEIVED.
       9100-EXIT.
           EXIT.

       9110-COUNT-ONE-NOT-RECEIVED.
           IF NOT MPS-RG-NO-HISTORY (MPS-RGN-IX)
               AND NOT MPS-RG-ARRIVED (MPS-RGN-IX)
               ADD 1 TO MPS-RGN-NOT-RECEIVED
           END-IF.
       9110-EXIT.
           EXIT.

       9120-LIST-ONE-NOT-RECEIVED.
           IF MPS-RG-NO-HISTORY (MPS-RGN-IX)
               OR MPS-RG-ARRIVED (MPS-RGN-IX)
               GO TO 9120-EXIT
           END-IF.
           MOVE SPACES TO MPS-RGN-LINE.
           MOVE MPS-RG-BATCH-ID (MPS-RGN-IX) TO MPS-RGL-BATCH-ID.
           MOVE MPS-RG-REGION-NAME (MPS-RGN-IX) TO
               MPS-RGL-REGION-NAME.
           MOVE MPS-RG-STATUS (MPS-RGN-IX) TO MPS-RGL-STATUS.
           MOVE MPS-RG-SKIP-COUNT (MPS-RGN-IX) TO MPS-RGL-KEYS.
           MOVE MPS-RGN-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-VARIANCE-SECTION - EVERY POSTING HOLD ON FILE: THOSE
      *     STILL OUTSTANDING, AND THOSE RELEASED, REJECTED OR
      *     REPLACED TODAY, EACH WITH ITS OLD AND NEW VALUES AND THE
      *     MOVE AS A PERCENTAGE OF THE OLD VALUE. NO HOLDS, NO
      *     SECTION
      *----------------------------------------------------------------
       9200-VARIANCE-SECTION.
           IF MPS-PH-COUNT = 0
               GO TO 9200-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MPS-VAR-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MPS-VAR-HDG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 9220-LIST-ONE-HOLD THRU 9220-EXIT
               VARYING MPS-PH-IX FROM 1 BY 1
               UNTIL MPS-PH-IX > MPS-PH-COUNT.
       9200-EXIT.
           EXIT.

       9210-COUNT-ONE-OUTSTANDING.
           IF MPS-PH-HELD (MPS-PH-IX)
               ADD 1 TO MPS-HOLD-OUTSTANDING
           END-IF.
       9210-EXIT.
           EXIT.

       9220-LIST-ONE-HOLD.
           MOVE SPACES TO MPS-VAR-LINE.
           MOVE MPS-PH-FIELD1 (MPS-PH-IX) TO MPS-VAR-FIELD1.
           MOVE MPS-PH-OLD-FIELD2 (MPS-PH-IX) TO MPS-VAR-OLD-FIELD2.
           MOVE MPS-PH-NEW-FIELD2 (MPS-PH-IX) TO MPS-VAR-NEW-FIELD2.
           IF MPS-PH-NEW-FIELD2 (MPS-PH-IX)
               < MPS-PH-OLD-FIELD2 (MPS-PH-IX)
               COMPUTE MPS-VAR-PCT = 0 - MPS-PH-PCT (MPS-PH-IX)
           ELSE
               MOVE MPS-PH-PCT (MPS-PH-IX) TO MPS-VAR-PCT
           END-IF.
           MOVE MPS-PH-HELD-DATE (MPS-PH-IX) TO MPS-VAR-HELD-DATE.
           MOVE MPS-PH-STATUS (MPS-PH-IX) TO MPS-VAR-STATUS.
           MOVE MPS-PH-USER (MPS-PH-IX) TO MPS-VAR-USER.
           MOVE MPS-VAR-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9300-REWRITE-HOLD-FILE - THE HOLD TABLE GOES BACK OUT WHOLE.
      *     A FILE THAT CANNOT BE REWRITTEN IS SAID OUT LOUD BUT DOES
      *     NOT UNDO THE POSTING: THE MASTER STILL HOLDS THE OLD
      *     VALUES, SO TOMORROW'S EXTRACT HOLDS THE SAME SWINGS AFRESH
      *----------------------------------------------------------------
       9300-REWRITE-HOLD-FILE.
           OPEN OUTPUT PHD-FILE.
           IF MPS-PHD-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE PHD-FILE (MPOSTHLD) - "
                   "FILE STATUS " MPS-PHD-FS " - HOLDS NOT SAVED ***"
               GO TO 9300-EXIT
           END-IF.
           PERFORM 9310-WRITE-ONE-HOLD THRU 9310-EXIT
               VARYING MPS-PH-IX FROM 1 BY 1
               UNTIL MPS-PH-IX > MPS-PH-COUNT.
           CLOSE PHD-FILE.
       9300-EXIT.
           EXIT.

       9310-WRITE-ONE-HOLD.
           MOVE MPS-PH-DATA (MPS-PH-IX) TO PHD-RECORD.
           WRITE PHD-RECORD.
       9310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9800-MSTFILE-IO-ABEND - A WRITE/REWRITE AGAINST THE MASTER
      *     FAILED - THE MASTER MAY BE PART-POSTED, SO SAY SO LOUDLY
