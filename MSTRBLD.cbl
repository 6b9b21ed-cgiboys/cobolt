       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-JOURNAL-REBUILD.
       AUTHOR. R W PRICE.
       INSTALLATION. DATA CONTROL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 2026-10-15 RWP  INITIAL VERSION - PROVES OR RECOVERS THE FIELD1
      *                 MASTER (FLD1MSTR) FROM ITS HISTORY JOURNAL
      *                 (MSTJRNL). THE JOURNAL IS SORTED INTO FIELD1
      *                 ORDER (JOURNAL ORDER WITHIN THE KEY) AND
      *                 REPLAYED KEY BY KEY TO REBUILD EACH KEY'S
      *                 FIELD2, STATUS, FIRST-SEEN AND LAST-UPDATED
      *                 DATES. A VERIFY RUN (FIRST RUN PARAMETER
      *                 VERIFY, THE DEFAULT - RUN WEEKLY AS A HEALTH
      *                 CHECK) READS THE LIVE MASTER ALONGSIDE AND
      *                 PRINTS A DRIFT REPORT (MJRNRPT) OF EVERY KEY
      *                 WHERE THE TWO DISAGREE. A REBUILD RUN (FIRST RUN
      *                 PARAMETER REBUILD) WRITES THE REBUILT IMAGE TO A
      *                 FRESH MASTER (FLD1RBLD) FOR OPERATIONS TO PUT
      *                 IN PLACE OF FLD1MSTR, TAKING THE ONE THING THE
      *                 JOURNAL DOES NOT CARRY - THE REGION - FROM THE
      *                 LIVE MASTER WHERE IT CAN STILL BE READ. EITHER
      *                 RUN PROVES ITS ACTIVE AND DELETED KEY COUNTS AND
      *                 ACTIVE FIELD2 SUM AGAINST THE JOURNAL'S OWN
      *                 MOVEMENTS; A REBUILT MASTER THAT DOES NOT PROVE
      *                 IS MARKED NOT TO BE INSTALLED (8). DRIFT OR A
      *                 JOURNAL ENTRY THAT DOES NOT FOLLOW ON FROM THE
      *                 ONE BEFORE IT RAISES THE WARNING CODE (4). LIKE
      *                 MASTER-MAINTENANCE, NEITHER RUN WILL START WHILE
      *                 A MASTER POSTING IS LEFT STARTED AND NOT BACKED
      *                 OUT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJR-JRN-FS.

           SELECT MST-FILE ASSIGN TO "FLD1MSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-FIELD1
               FILE STATUS IS MJR-MST-FS.

           SELECT NEW-FILE ASSIGN TO "FLD1RBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-MST-FIELD1
               FILE STATUS IS MJR-NEW-FS.

           SELECT CTL-FILE ASSIGN TO "MPOSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJR-CTL-FS.

           SELECT MJR-SORTWORK ASSIGN TO "SRTWORK".

           SELECT RPT-FILE ASSIGN TO "MJRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJR-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JRN-FILE.
           COPY DL1JRN REPLACING
               ==PFX-JRN-RECORD==       BY ==JRN-RECORD==
               ==PFX-JRN-FIELD1==       BY ==JRN-FIELD1==
               ==PFX-JRN-OLD-FIELD2==   BY ==JRN-OLD-FIELD2==
               ==PFX-JRN-NEW-FIELD2==   BY ==JRN-NEW-FIELD2==
               ==PFX-JRN-ACTION==       BY ==JRN-ACTION==
               ==PFX-JRN-ADDED==        BY ==JRN-ADDED==
               ==PFX-JRN-CHANGED==      BY ==JRN-CHANGED==
               ==PFX-JRN-REINSTATED==   BY ==JRN-REINSTATED==
               ==PFX-JRN-DELETED==      BY ==JRN-DELETED==
               ==PFX-JRN-MAN-ADDED==    BY ==JRN-MAN-ADDED==
               ==PFX-JRN-MAN-CHANGED==  BY ==JRN-MAN-CHANGED==
               ==PFX-JRN-MAN-DELETED==  BY ==JRN-MAN-DELETED==
               ==PFX-JRN-MAN-REINSTATED==
                   BY ==JRN-MAN-REINSTATED==
               ==PFX-JRN-POST-DATE==    BY ==JRN-POST-DATE==.

       FD MST-FILE.
           COPY DL1MST REPLACING
               ==PFX-MST-RECORD==       BY ==MST-RECORD==
               ==PFX-MST-FIELD1==       BY ==MST-FIELD1==
               ==PFX-MST-FIELD2==       BY ==MST-FIELD2==
               ==PFX-MST-FIRST-SEEN==   BY ==MST-FIRST-SEEN==
               ==PFX-MST-LAST-UPDATED== BY ==MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==MST-DELETED==
               ==PFX-MST-MANUAL-DELETE==
                   BY ==MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==MST-BATCH-ID==.

      *    THE REBUILT MASTER - SAME LAYOUT AS FLD1MSTR, WRITTEN IN
      *    FIELD1 ORDER
       FD NEW-FILE.
           COPY DL1MST REPLACING
               ==PFX-MST-RECORD==       BY ==NEW-MST-RECORD==
               ==PFX-MST-FIELD1==       BY ==NEW-MST-FIELD1==
               ==PFX-MST-FIELD2==       BY ==NEW-MST-FIELD2==
               ==PFX-MST-FIRST-SEEN==   BY ==NEW-MST-FIRST-SEEN==
               ==PFX-MST-LAST-UPDATED== BY ==NEW-MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==NEW-MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==NEW-MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==NEW-MST-DELETED==
               ==PFX-MST-MANUAL-DELETE==
                   BY ==NEW-MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==NEW-MST-BATCH-ID==.

      *    MASTER-FILE-POST'S POSTING-CONTROL RECORD - READ HERE ONLY,
      *    TO KEEP THE REPLAY OFF A HALF-POSTED MASTER
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-POST-DATE            PIC 9(08).
           05 CTL-XTR-COUNT            PIC 9(09).
           05 CTL-STATUS               PIC X(09).
               88 CTL-STARTED                    VALUE "STARTED".

      *    JOURNAL ENTRIES IN FIELD1 ORDER, JOURNAL ORDER WITHIN THE KEY
       SD MJR-SORTWORK.
       01 SRT-RECORD.
           05 SRT-FIELD1               PIC X(10).
           05 SRT-SEQ                  PIC 9(09).
           05 SRT-OLD-FIELD2           PIC X(05).
           05 SRT-OLD-VALUE REDEFINES SRT-OLD-FIELD2
                                       PIC 9(05).
           05 SRT-NEW-FIELD2           PIC X(05).
           05 SRT-NEW-VALUE REDEFINES SRT-NEW-FIELD2
                                       PIC 9(05).
           05 SRT-ACTION               PIC X(10).
               88 SRT-ADDED                      VALUE "ADDED".
               88 SRT-CHANGED                    VALUE "CHANGED".
               88 SRT-REINSTATED                 VALUE "REINSTATED".
               88 SRT-DELETED                    VALUE "DELETED".
               88 SRT-MAN-ADDED                  VALUE "MANUAL-ADD".
               88 SRT-MAN-CHANGED                VALUE "MANUAL-CHG".
               88 SRT-MAN-DELETED                VALUE "MANUAL-DEL".
               88 SRT-MAN-REINSTATED             VALUE "MANUAL-RST".
           05 SRT-POST-DATE            PIC 9(08).

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01 MJR-SWITCHES.
           05 MJR-JRN-EOF-SW           PIC X(01) VALUE 'N'.
               88 MJR-JRN-EOF-YES                VALUE 'Y'.
           05 MJR-ON-MASTER-SW         PIC X(01) VALUE 'N'.
               88 MJR-ON-MASTER                  VALUE 'Y'.
           05 MJR-IMG-PRESENT-SW       PIC X(01) VALUE 'N'.
               88 MJR-IMG-PRESENT                VALUE 'Y'.
           05 MJR-DAY-PRESENT-SW       PIC X(01) VALUE 'N'.
               88 MJR-DAY-PRESENT                VALUE 'Y'.
           05 MJR-MASTER-LOST-SW       PIC X(01) VALUE 'N'.
               88 MJR-MASTER-LOST                VALUE 'Y'.
           05 MJR-PROVEN-SW            PIC X(01) VALUE 'N'.
               88 MJR-PROVEN                     VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN PARAMETER - VERIFY (THE DEFAULT) OR REBUILD
      *----------------------------------------------------------------
       01 MJR-PARM-FUNCTION            PIC X(08) VALUE SPACES.
           88 MJR-FN-VERIFY                      VALUE "VERIFY".
           88 MJR-FN-REBUILD                     VALUE "REBUILD".

       01 MJR-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01 MJR-JRN-FS                   PIC X(02) VALUE SPACES.
       01 MJR-MST-FS                   PIC X(02) VALUE SPACES.
       01 MJR-NEW-FS                   PIC X(02) VALUE SPACES.
       01 MJR-CTL-FS                   PIC X(02) VALUE SPACES.
       01 MJR-RPT-FS                   PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MJR-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MJR-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MJR-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MJR-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MJR-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MJR-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MJR-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MJR-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MJR-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MJR-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MJR-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MJR-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 CLEAN, 4 WARNING (DRIFT FOUND, A
      * JOURNAL ENTRY OUT OF STEP, OR THE LIVE MASTER COULD NOT BE
      * READ TO THE END ON A REBUILD), 8 CONTROL FAILURE (THE REPLAY
      * DOES NOT PROVE AGAINST THE JOURNAL), 16 ABEND
      *----------------------------------------------------------------
       01 MJR-RETURN-CODE              PIC 9(02) VALUE 0.
       01 MJR-RC-CANDIDATE             PIC 9(02) VALUE 0.
       01 MJR-RC-WARNING               PIC 9(02) VALUE 4.
       01 MJR-RC-CONTROL-FAIL          PIC 9(02) VALUE 8.
       01 MJR-RC-ABEND                 PIC 9(02) VALUE 16.

      *----------------------------------------------------------------
      * JOURNAL COUNTS - ENTRIES READ AND APPLIED BY ACTION. A DELETED
      * ENTRY ON THE SAME DAY AS THE KEY'S FIRST ADD, WITH NOTHING ON
      * THE MASTER BEFORE THAT DAY, IS A POSTING BACKOUT TAKING THE ADD
      * AWAY (THE SWEEP NEVER DELETES A KEY ADDED THAT DAY) AND IS
      * COUNTED AS REMOVED
      *----------------------------------------------------------------
       01 MJR-JRN-COUNTS.
           05 MJR-JRN-READ             PIC 9(09) VALUE 0.
           05 MJR-CNT-ADDED            PIC 9(09) VALUE 0.
           05 MJR-CNT-CHANGED          PIC 9(09) VALUE 0.
           05 MJR-CNT-REINSTATED       PIC 9(09) VALUE 0.
           05 MJR-CNT-DELETED          PIC 9(09) VALUE 0.
           05 MJR-CNT-REMOVED          PIC 9(09) VALUE 0.
           05 MJR-CNT-MAN-ADDED        PIC 9(09) VALUE 0.
           05 MJR-CNT-MAN-CHANGED      PIC 9(09) VALUE 0.
           05 MJR-CNT-MAN-DELETED      PIC 9(09) VALUE 0.
           05 MJR-CNT-MAN-REINSTATED   PIC 9(09) VALUE 0.
           05 MJR-CNT-NOT-APPLIED      PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * CONTROL TOTALS. THE JOURNAL FIGURES ARE BUILT FROM THE ENTRIES'
      * OWN OLD AND NEW VALUES AS THEY ARE APPLIED (AN ADD BRINGS ONE
      * ACTIVE KEY AND ITS NEW VALUE, A DELETE TAKES ONE AWAY WITH ITS
      * OLD VALUE, AND SO ON); THE REBUILT FIGURES ARE COUNTED FROM
      * THE FINISHED KEY IMAGES; THE MASTER FIGURES FROM THE LIVE
      * MASTER (VERIFY) OR THE RECORDS WRITTEN TO THE NEW ONE
      * (REBUILD). ALL THREE MUST AGREE FOR A REBUILD TO PROVE
      *----------------------------------------------------------------
       01 MJR-TOTALS.
           05 MJR-JNL-ACTIVE           PIC S9(09) VALUE 0.
           05 MJR-JNL-DELETED          PIC S9(09) VALUE 0.
           05 MJR-JNL-SUM              PIC S9(12) VALUE 0.
           05 MJR-IMG-ACTIVE           PIC S9(09) VALUE 0.
           05 MJR-IMG-DELETED          PIC S9(09) VALUE 0.
           05 MJR-IMG-SUM              PIC S9(12) VALUE 0.
           05 MJR-OUT-ACTIVE           PIC S9(09) VALUE 0.
           05 MJR-OUT-DELETED          PIC S9(09) VALUE 0.
           05 MJR-OUT-SUM              PIC S9(12) VALUE 0.

       01 MJR-KEY-COUNTS.
           05 MJR-KEYS-REBUILT         PIC 9(09) VALUE 0.
           05 MJR-KEYS-MASTER          PIC 9(09) VALUE 0.
           05 MJR-KEYS-WRITTEN         PIC 9(09) VALUE 0.
           05 MJR-KEYS-REGION-KEPT     PIC 9(09) VALUE 0.
           05 MJR-KEYS-NO-REGION       PIC 9(09) VALUE 0.
           05 MJR-KEYS-DATE-KEPT       PIC 9(09) VALUE 0.
           05 MJR-DRIFT-KEYS           PIC 9(09) VALUE 0.
           05 MJR-DRIFT-NO-MASTER      PIC 9(09) VALUE 0.
           05 MJR-DRIFT-NO-JOURNAL     PIC 9(09) VALUE 0.
           05 MJR-DRIFT-VALUE          PIC 9(09) VALUE 0.
           05 MJR-DRIFT-STATUS         PIC 9(09) VALUE 0.
           05 MJR-DRIFT-FIRST          PIC 9(09) VALUE 0.
           05 MJR-DRIFT-LAST           PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * MATCH-MERGE WORK - THE CURRENT KEY OF EACH STREAM (HIGH-VALUES
      * ONCE A STREAM IS SPENT) AND THE KEY IN HAND
      *----------------------------------------------------------------
       01 MJR-SRT-KEY                  PIC X(10) VALUE SPACES.
       01 MJR-MST-KEY                  PIC X(10) VALUE SPACES.
       01 MJR-CUR-KEY                  PIC X(10) VALUE SPACES.
       01 MJR-PREV-DATE                PIC 9(08) VALUE 0.
       01 MJR-DAY-DATE                 PIC 9(08) VALUE 0.
       01 MJR-OLD-AMOUNT               PIC 9(05) VALUE 0.
       01 MJR-DRIFT-PTR                PIC 9(02) COMP VALUE 0.

      *    THE KEY AS THE JOURNAL REBUILDS IT
           COPY DL1MST REPLACING
               ==PFX-MST-RECORD==       BY ==IMG-MST-RECORD==
               ==PFX-MST-FIELD1==       BY ==IMG-MST-FIELD1==
               ==PFX-MST-FIELD2==       BY ==IMG-MST-FIELD2==
               ==PFX-MST-FIRST-SEEN==   BY ==IMG-MST-FIRST-SEEN==
               ==PFX-MST-LAST-UPDATED== BY ==IMG-MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==IMG-MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==IMG-MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==IMG-MST-DELETED==
               ==PFX-MST-MANUAL-DELETE==
                   BY ==IMG-MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==IMG-MST-BATCH-ID==.

      *    THE KEY AS IT STOOD BEFORE THE FIRST OF THE CURRENT POSTING
      *    DAY'S ENTRIES. WHEN A DAY'S ENTRIES LEAVE THE KEY'S VALUE AND
      *    STATUS JUST AS THE DAY FOUND THEM (A POSTING AND ITS BACKOUT)
      *    THE BACKOUT PUT THE WHOLE RECORD BACK, LAST-UPDATED DATE AND
      *    ALL, SO THE KEY TAKES THAT DATE BACK TOO
           COPY DL1MST REPLACING
               ==PFX-MST-RECORD==       BY ==DAY-MST-RECORD==
               ==PFX-MST-FIELD1==       BY ==DAY-MST-FIELD1==
               ==PFX-MST-FIELD2==       BY ==DAY-MST-FIELD2==
               ==PFX-MST-FIRST-SEEN==   BY ==DAY-MST-FIRST-SEEN==
               ==PFX-MST-LAST-UPDATED== BY ==DAY-MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==DAY-MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==DAY-MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==DAY-MST-DELETED==
               ==PFX-MST-MANUAL-DELETE==
                   BY ==DAY-MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==DAY-MST-BATCH-ID==.

      *    THE KEY AS THE LIVE MASTER HOLDS IT
           COPY DL1MST REPLACING
               ==PFX-MST-RECORD==       BY ==LIV-MST-RECORD==
               ==PFX-MST-FIELD1==       BY ==LIV-MST-FIELD1==
               ==PFX-MST-FIELD2==       BY ==LIV-MST-FIELD2==
               ==PFX-MST-FIRST-SEEN==   BY ==LIV-MST-FIRST-SEEN==
               ==PFX-MST-LAST-UPDATED== BY ==LIV-MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==LIV-MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==LIV-MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==LIV-MST-DELETED==
               ==PFX-MST-MANUAL-DELETE==
                   BY ==LIV-MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==LIV-MST-BATCH-ID==.

      *----------------------------------------------------------------
      * JOURNAL EXCEPTION TABLE - EVERY ENTRY THAT DID NOT FOLLOW ON
      * FROM THE KEY AS THE ENTRIES BEFORE IT LEFT IT, HELD FOR THE
      * SECTION AFTER THE DRIFT LIST. BEYOND THE TABLE THEY ARE
      * COUNTED ONLY
      *----------------------------------------------------------------
       01 MJR-EXC-TABLE-CONTROLS.
           05 MJR-EXC-COUNT            PIC 9(05) COMP VALUE 0.
           05 MJR-EXC-MAX              PIC 9(05) COMP VALUE 2000.
           05 MJR-EXC-IX               PIC 9(05) COMP VALUE 0.
       01 MJR-EXC-TOTAL                PIC 9(09) VALUE 0.
       01 MJR-EXC-REASON               PIC X(30) VALUE SPACES.

       01 MJR-EXC-TABLE.
           05 MJR-EXC-ENTRY OCCURS 2000 TIMES.
               10 MJR-EX-FIELD1        PIC X(10).
               10 MJR-EX-SEQ           PIC 9(09).
               10 MJR-EX-POST-DATE     PIC 9(08).
               10 MJR-EX-ACTION        PIC X(10).
               10 MJR-EX-REASON        PIC X(30).

      *----------------------------------------------------------------
      * REPORT-LINE LAYOUTS
      *----------------------------------------------------------------
       01 MJR-HDG-LINE-1.
           05 FILLER                    PIC X(32)
               VALUE "MASTER JOURNAL REPLAY".
           05 MJR-HDG-FUNCTION          PIC X(08).
           05 FILLER                    PIC X(12)
               VALUE "  RUN DATE: ".
           05 MJR-HDG-DATE              PIC 9999/99/99.

       01 MJR-DRIFT-SECTION-LINE        PIC X(80)
           VALUE "KEYS WHERE THE MASTER DRIFTS FROM THE JOURNAL".

       01 MJR-COL-LINE-1.
           05 FILLER                    PIC X(40) VALUE
               "FIELD1     FROM     FIELD2 S FIRST-SEEN ".
           05 FILLER                    PIC X(40) VALUE
               "LAST-UPD   DRIFT".

       01 MJR-DET-LINE.
           05 MJR-DET-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-DET-SIDE              PIC X(07).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 MJR-DET-FIELD2            PIC 9(05).
           05 MJR-DET-FIELD2-X REDEFINES MJR-DET-FIELD2
                                        PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-DET-STATUS            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-DET-FIRST-SEEN        PIC 9999/99/99.
           05 MJR-DET-FIRST-SEEN-X REDEFINES MJR-DET-FIRST-SEEN
                                        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-DET-LAST-UPD          PIC 9999/99/99.
           05 MJR-DET-LAST-UPD-X REDEFINES MJR-DET-LAST-UPD
                                        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-DET-DRIFT             PIC X(25).

       01 MJR-EXC-SECTION-LINE          PIC X(80)
           VALUE "JOURNAL ENTRIES OUT OF STEP WITH THE KEY BEFORE THEM".

       01 MJR-COL-LINE-2.
           05 FILLER                    PIC X(40) VALUE
               "FIELD1     JOURNAL-SEQ POSTED     ACTION".
           05 FILLER                    PIC X(40) VALUE
               "     REASON".

       01 MJR-EXC-LINE.
           05 MJR-EXL-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-EXL-SEQ               PIC Z(10)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-EXL-POST-DATE         PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-EXL-ACTION            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MJR-EXL-REASON            PIC X(30).

       01 MJR-TOTALS-SECTION-LINE       PIC X(80)
           VALUE "CONTROL TOTALS".

       01 MJR-COL-LINE-3.
           05 FILLER                    PIC X(40) VALUE
               "                           JOURNAL      ".
           05 FILLER                    PIC X(40) VALUE
               "   REBUILT       MASTER".

       01 MJR-PRV-LINE.
           05 MJR-PRV-LABEL             PIC X(22) VALUE SPACES.
           05 MJR-PRV-JOURNAL           PIC -(12)9.
           05 MJR-PRV-REBUILT           PIC -(12)9.
           05 MJR-PRV-MASTER            PIC -(12)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MJR-PRV-FLAG              PIC X(13) VALUE SPACES.

       01 MJR-TOT-LINE.
           05 MJR-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 MJR-TOT-VALUE             PIC -(12)9.

       01 MJR-VERDICT-LINE.
           05 FILLER                    PIC X(09) VALUE "VERDICT: ".
           05 MJR-VERDICT-TEXT          PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - REPLAY THE JOURNAL AGAINST THE LIVE MASTER,
      *     THEN LIST WHAT DID NOT FOLLOW AND PROVE THE TOTALS
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT.
           PERFORM 3000-WRITE-EXCEPTIONS THRU 3000-EXIT.
           PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           DISPLAY "RUN CONDITION CODE: " MJR-RETURN-CODE.
           MOVE MJR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE DATE AND THE FUNCTION, MAKE
      *     SURE NO POSTING IS HALF DONE, AND OPEN THE REPORT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO MJR-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MJR-CAL-PARMS.
           IF MJR-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE MJR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MJR-CAL-DATE-1 TO MJR-RUN-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MJR-PARM-FUNCTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MJR-PARM-FUNCTION
           END-ACCEPT.
           IF MJR-PARM-FUNCTION = SPACES
               SET MJR-FN-VERIFY TO TRUE
           END-IF.
           IF NOT MJR-FN-VERIFY
               AND NOT MJR-FN-REBUILD
               DISPLAY "*** FUNCTION " MJR-PARM-FUNCTION " NOT KNOWN "
                   "- VERIFY OR REBUILD - RUN NOT STARTED ***"
               MOVE MJR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-CHECK-POSTING-CONTROL THRU 1100-EXIT.
           OPEN OUTPUT RPT-FILE.
           IF MJR-RPT-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RPT-FILE (MJRNRPT) - "
                   "FILE STATUS " MJR-RPT-FS " ***"
               MOVE MJR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MJR-PARM-FUNCTION TO MJR-HDG-FUNCTION.
           MOVE MJR-RUN-DATE TO MJR-HDG-DATE.
           MOVE MJR-HDG-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF MJR-FN-VERIFY
               MOVE MJR-DRIFT-SECTION-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE MJR-COL-LINE-1 TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-POSTING-CONTROL - A POSTING THAT STARTED AND NEVER
      *     COMPLETED HAS JOURNALED PART OF A DAY THAT ITS BACKOUT WILL
      *     THEN REVERSE, SO NEITHER A CHECK NOR A REBUILD TAKEN IN
      *     BETWEEN MEANS ANYTHING - REFUSE TO RUN UNTIL THE BACKOUT
      *     HAS BEEN DONE. NO CONTROL RECORD, NO POSTING YET
      *----------------------------------------------------------------
       1100-CHECK-POSTING-CONTROL.
           OPEN INPUT CTL-FILE.
           EVALUATE TRUE
               WHEN MJR-CTL-FS = "00"
                   READ CTL-FILE
                       AT END
                           MOVE SPACES TO CTL-STATUS
                   END-READ
                   CLOSE CTL-FILE
               WHEN MJR-CTL-FS = "35"
                   GO TO 1100-EXIT
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN CTL-FILE (MPOSTCTL) - "
                       "FILE STATUS " MJR-CTL-FS " ***"
                   MOVE MJR-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF CTL-STARTED
               DISPLAY "*** MASTER POSTING OF " CTL-POST-DATE
                   " DID NOT COMPLETE - MASTER MAY BE HALF-POSTED."
               DISPLAY "*** BACK THE POSTING OUT BEFORE THE JOURNAL "
                   "IS REPLAYED ***"
               MOVE MJR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REPLAY-JOURNAL - SORT THE JOURNAL INTO FIELD1 ORDER AND
      *     MATCH-MERGE IT WITH THE LIVE MASTER, ONE KEY AT A TIME
      *----------------------------------------------------------------
       2000-REPLAY-JOURNAL.
           SORT MJR-SORTWORK
               ON ASCENDING KEY SRT-FIELD1 SRT-SEQ
               INPUT PROCEDURE 2100-RELEASE-JOURNAL
                   THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-MERGE-MASTER
                   THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-RELEASE-JOURNAL - SORT INPUT PROCEDURE: RELEASE EVERY
      *     JOURNAL ENTRY, NUMBERED IN JOURNAL ORDER. NO JOURNAL AT ALL
      *     REBUILDS AN EMPTY MASTER - EVERY LIVE KEY IS THEN DRIFT
      *----------------------------------------------------------------
       2100-RELEASE-JOURNAL.
           OPEN INPUT JRN-FILE.
           IF MJR-JRN-FS = "35"
               DISPLAY "NO MASTER HISTORY JOURNAL (MSTJRNL) ON HAND"
               GO TO 2100-EXIT
           END-IF.
           IF MJR-JRN-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JRN-FILE (MSTJRNL) - "
                   "FILE STATUS " MJR-JRN-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 2110-RELEASE-ONE-ENTRY THRU 2110-EXIT
               UNTIL MJR-JRN-EOF-YES.
           CLOSE JRN-FILE.
       2100-EXIT.
           EXIT.

       2110-RELEASE-ONE-ENTRY.
           READ JRN-FILE
               AT END
                   SET MJR-JRN-EOF-YES TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF MJR-JRN-FS NOT = "00"
               DISPLAY "*** ERROR READING JRN-FILE (MSTJRNL) - "
                   "FILE STATUS " MJR-JRN-FS " ***"
               CLOSE JRN-FILE
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO MJR-JRN-READ.
           MOVE JRN-FIELD1 TO SRT-FIELD1.
           MOVE MJR-JRN-READ TO SRT-SEQ.
           MOVE JRN-OLD-FIELD2 TO SRT-OLD-FIELD2.
           MOVE JRN-NEW-FIELD2 TO SRT-NEW-FIELD2.
           MOVE JRN-ACTION TO SRT-ACTION.
           MOVE JRN-POST-DATE TO SRT-POST-DATE.
           RELEASE SRT-RECORD.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-MERGE-MASTER - SORT OUTPUT PROCEDURE: WALK THE SORTED
      *     JOURNAL AND THE LIVE MASTER TOGETHER IN FIELD1 ORDER. A
      *     REBUILD ALSO OPENS THE NEW MASTER. A VERIFY CANNOT GO ON
      *     WITHOUT THE LIVE MASTER; A REBUILD CAN, AND DOES
      *----------------------------------------------------------------
       2200-MERGE-MASTER.
           OPEN INPUT MST-FILE.
           EVALUATE TRUE
               WHEN MJR-MST-FS = "00"
                   PERFORM 2220-READ-MASTER THRU 2220-EXIT
               WHEN MJR-MST-FS = "35"
                   DISPLAY "NO FIELD1 MASTER (FLD1MSTR) ON HAND"
                   MOVE HIGH-VALUES TO MJR-MST-KEY
               WHEN MJR-FN-REBUILD
                   DISPLAY "*** UNABLE TO OPEN MST-FILE (FLD1MSTR) - "
                       "FILE STATUS " MJR-MST-FS
                       " - REBUILDING FROM THE JOURNAL ALONE ***"
                   SET MJR-MASTER-LOST TO TRUE
                   MOVE HIGH-VALUES TO MJR-MST-KEY
                   MOVE MJR-RC-WARNING TO MJR-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN MST-FILE (FLD1MSTR) - "
                       "FILE STATUS " MJR-MST-FS " ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE.
           IF MJR-FN-REBUILD
               OPEN OUTPUT NEW-FILE
               IF MJR-NEW-FS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN NEW-FILE (FLD1RBLD) - "
                       "FILE STATUS " MJR-NEW-FS " ***"
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
           END-IF.
           PERFORM 2210-RETURN-ENTRY THRU 2210-EXIT.
           PERFORM 2300-REPLAY-ONE-KEY THRU 2300-EXIT
               UNTIL MJR-SRT-KEY = HIGH-VALUES
                   AND MJR-MST-KEY = HIGH-VALUES.
           IF MJR-MST-FS NOT = "35"
               AND NOT MJR-MASTER-LOST
               CLOSE MST-FILE
           END-IF.
           IF MJR-FN-REBUILD
               CLOSE NEW-FILE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-RETURN-ENTRY.
           RETURN MJR-SORTWORK
               AT END
                   MOVE HIGH-VALUES TO MJR-SRT-KEY
               NOT AT END
                   MOVE SRT-FIELD1 TO MJR-SRT-KEY
           END-RETURN.
       2210-EXIT.
           EXIT.

      *    A READ FAILURE (A BROKEN INDEX, SAY) ENDS A VERIFY - IT IS
      *    ITSELF THE FINDING - BUT A REBUILD CARRIES ON FROM THE
      *    JOURNAL ALONE FOR THE REST OF THE KEYS
       2220-READ-MASTER.
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO MJR-MST-KEY
                   GO TO 2220-EXIT
           END-READ.
           IF MJR-MST-FS NOT = "00"
               IF MJR-FN-REBUILD
                   DISPLAY "*** ERROR READING MST-FILE (FLD1MSTR) "
                       "AFTER " MJR-MST-KEY " - FILE STATUS "
                       MJR-MST-FS " - REST REBUILT FROM THE "
                       "JOURNAL ALONE ***"
                   CLOSE MST-FILE
                   SET MJR-MASTER-LOST TO TRUE
                   MOVE HIGH-VALUES TO MJR-MST-KEY
                   MOVE MJR-RC-WARNING TO MJR-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
                   GO TO 2220-EXIT
               END-IF
               DISPLAY "*** ERROR READING MST-FILE (FLD1MSTR) AFTER "
                   MJR-MST-KEY " - FILE STATUS " MJR-MST-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           MOVE MST-FIELD1 TO MJR-MST-KEY.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-REPLAY-ONE-KEY - THE LOWEST KEY IN HAND ON EITHER STREAM:
      *     REBUILD IT FROM ITS JOURNAL ENTRIES, COUNT IT, AND THEN
      *     COMPARE IT WITH THE LIVE MASTER (VERIFY) OR WRITE IT TO THE
      *     NEW ONE (REBUILD)
      *----------------------------------------------------------------
       2300-REPLAY-ONE-KEY.
           MOVE MJR-SRT-KEY TO MJR-CUR-KEY.
           IF MJR-MST-KEY < MJR-CUR-KEY
               MOVE MJR-MST-KEY TO MJR-CUR-KEY
           END-IF.
           MOVE 'N' TO MJR-ON-MASTER-SW.
           MOVE 'N' TO MJR-IMG-PRESENT-SW.
           MOVE 'N' TO MJR-DAY-PRESENT-SW.
           MOVE SPACES TO IMG-MST-RECORD.
           MOVE MJR-CUR-KEY TO IMG-MST-FIELD1.
           MOVE 0 TO IMG-MST-FIELD2.
           MOVE 0 TO IMG-MST-FIRST-SEEN.
           MOVE 0 TO IMG-MST-LAST-UPDATED.
           MOVE IMG-MST-RECORD TO DAY-MST-RECORD.
           MOVE 0 TO MJR-PREV-DATE.
           MOVE 0 TO MJR-DAY-DATE.
           IF MJR-MST-KEY = MJR-CUR-KEY
               SET MJR-ON-MASTER TO TRUE
               MOVE MST-RECORD TO LIV-MST-RECORD
               ADD 1 TO MJR-KEYS-MASTER
               PERFORM 2220-READ-MASTER THRU 2220-EXIT
           END-IF.
           PERFORM 2310-APPLY-ONE-ENTRY THRU 2310-EXIT
               UNTIL MJR-SRT-KEY NOT = MJR-CUR-KEY.
           IF MJR-IMG-PRESENT
               ADD 1 TO MJR-KEYS-REBUILT
               IF IMG-MST-ACTIVE
                   ADD 1 TO MJR-IMG-ACTIVE
                   ADD IMG-MST-FIELD2 TO MJR-IMG-SUM
               ELSE
                   ADD 1 TO MJR-IMG-DELETED
               END-IF
           END-IF.
           IF MJR-FN-VERIFY
               PERFORM 2400-COMPARE-ONE-KEY THRU 2400-EXIT
           ELSE
               PERFORM 2500-WRITE-ONE-KEY THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2310-APPLY-ONE-ENTRY - ONE JOURNAL ENTRY OF THE KEY IN HAND,
      *     IN JOURNAL ORDER. THE FIRST ENTRY OF EACH POSTING DAY
      *     NOTES THE KEY AS THE DAY FOUND IT. AN ENTRY WHOSE OLD VALUE
      *     IS NOT THE VALUE THE KEY STANDS AT, OR THAT CANNOT APPLY
      *     TO THE KEY AS IT STANDS, IS LISTED AS OUT OF STEP; ONE
      *     THAT CAN STILL BE APPLIED IS
      *----------------------------------------------------------------
       2310-APPLY-ONE-ENTRY.
           IF SRT-POST-DATE < MJR-PREV-DATE
               MOVE "POSTED BEFORE THE ENTRY AHEAD" TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
           END-IF.
           MOVE SRT-POST-DATE TO MJR-PREV-DATE.
           IF SRT-POST-DATE NOT = MJR-DAY-DATE
               MOVE IMG-MST-RECORD TO DAY-MST-RECORD
               MOVE MJR-IMG-PRESENT-SW TO MJR-DAY-PRESENT-SW
               MOVE SRT-POST-DATE TO MJR-DAY-DATE
           END-IF.
           IF (SRT-ADDED OR SRT-MAN-ADDED)
               AND MJR-IMG-PRESENT
               MOVE "ADDED BUT ALREADY ON MASTER" TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
           END-IF.
           IF NOT SRT-ADDED
               AND NOT SRT-MAN-ADDED
               AND NOT MJR-IMG-PRESENT
               MOVE "NO SUCH KEY - NOT APPLIED" TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
               ADD 1 TO MJR-CNT-NOT-APPLIED
               GO TO 2310-NEXT
           END-IF.
           IF NOT SRT-ADDED
               AND NOT SRT-MAN-ADDED
               AND SRT-OLD-FIELD2 NOT = SPACES
               AND SRT-OLD-FIELD2 NOT = IMG-MST-FIELD2
               MOVE "OLD VALUE NOT THE KEY'S VALUE" TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
           END-IF.
           IF SRT-OLD-FIELD2 IS NUMERIC
               MOVE SRT-OLD-VALUE TO MJR-OLD-AMOUNT
           ELSE
               MOVE IMG-MST-FIELD2 TO MJR-OLD-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN SRT-ADDED OR SRT-MAN-ADDED
                   PERFORM 2320-APPLY-ADD THRU 2320-EXIT
               WHEN SRT-CHANGED OR SRT-MAN-CHANGED
                   PERFORM 2330-APPLY-CHANGE THRU 2330-EXIT
               WHEN SRT-REINSTATED OR SRT-MAN-REINSTATED
                   PERFORM 2340-APPLY-REINSTATE THRU 2340-EXIT
               WHEN SRT-DELETED OR SRT-MAN-DELETED
                   PERFORM 2350-APPLY-DELETE THRU 2350-EXIT
               WHEN OTHER
                   MOVE "ACTION NOT KNOWN - NOT APPLIED"
                       TO MJR-EXC-REASON
                   PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
                   ADD 1 TO MJR-CNT-NOT-APPLIED
                   GO TO 2310-NEXT
           END-EVALUATE.
           IF MJR-IMG-PRESENT
               AND MJR-DAY-PRESENT
               AND IMG-MST-FIELD2 = DAY-MST-FIELD2
               AND IMG-MST-STATUS = DAY-MST-STATUS
               MOVE DAY-MST-LAST-UPDATED TO IMG-MST-LAST-UPDATED
           END-IF.
       2310-NEXT.
           PERFORM 2210-RETURN-ENTRY THRU 2210-EXIT.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2320-APPLY-ADD - THE KEY COMES ONTO THE MASTER ACTIVE AT ITS
      *     NEW VALUE, FIRST SEEN TODAY (AN ADD OF A KEY ALREADY ON
      *     KEEPS THE FIRST-SEEN DATE IT HAD)
      *----------------------------------------------------------------
       2320-APPLY-ADD.
           IF SRT-NEW-FIELD2 IS NOT NUMERIC
               MOVE "NEW NOT NUMERIC - NOT APPLIED"
                   TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
               ADD 1 TO MJR-CNT-NOT-APPLIED
               GO TO 2320-EXIT
           END-IF.
           IF SRT-ADDED
               ADD 1 TO MJR-CNT-ADDED
           ELSE
               ADD 1 TO MJR-CNT-MAN-ADDED
           END-IF.
           ADD 1 TO MJR-JNL-ACTIVE.
           ADD SRT-NEW-VALUE TO MJR-JNL-SUM.
           IF NOT MJR-IMG-PRESENT
               MOVE SRT-POST-DATE TO IMG-MST-FIRST-SEEN
           END-IF.
           SET MJR-IMG-PRESENT TO TRUE.
           MOVE SRT-NEW-VALUE TO IMG-MST-FIELD2.
           SET IMG-MST-ACTIVE TO TRUE.
           MOVE SRT-POST-DATE TO IMG-MST-LAST-UPDATED.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2330-APPLY-CHANGE - A NEW VALUE FOR THE KEY; ITS STATUS STANDS
      *----------------------------------------------------------------
       2330-APPLY-CHANGE.
           IF SRT-NEW-FIELD2 IS NOT NUMERIC
               MOVE "NEW NOT NUMERIC - NOT APPLIED"
                   TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
               ADD 1 TO MJR-CNT-NOT-APPLIED
               GO TO 2330-EXIT
           END-IF.
           IF SRT-CHANGED
               ADD 1 TO MJR-CNT-CHANGED
           ELSE
               ADD 1 TO MJR-CNT-MAN-CHANGED
           END-IF.
           IF IMG-MST-ACTIVE
               ADD SRT-NEW-VALUE TO MJR-JNL-SUM
               SUBTRACT MJR-OLD-AMOUNT FROM MJR-JNL-SUM
           END-IF.
           MOVE SRT-NEW-VALUE TO IMG-MST-FIELD2.
           MOVE SRT-POST-DATE TO IMG-MST-LAST-UPDATED.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2340-APPLY-REINSTATE - A DELETED KEY COMES BACK ACTIVE AT THE
      *     NEW VALUE (A MANUAL REINSTATE ALWAYS JOURNALS THE VALUE IT
      *     BROUGHT BACK)
      *----------------------------------------------------------------
       2340-APPLY-REINSTATE.
           IF SRT-NEW-FIELD2 IS NOT NUMERIC
               MOVE "NEW NOT NUMERIC - NOT APPLIED"
                   TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
               ADD 1 TO MJR-CNT-NOT-APPLIED
               GO TO 2340-EXIT
           END-IF.
           IF IMG-MST-ACTIVE
               MOVE "REINSTATED BUT ALREADY ACTIVE" TO MJR-EXC-REASON
               PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
           END-IF.
           IF SRT-REINSTATED
               ADD 1 TO MJR-CNT-REINSTATED
           ELSE
               ADD 1 TO MJR-CNT-MAN-REINSTATED
           END-IF.
           ADD 1 TO MJR-JNL-ACTIVE.
           SUBTRACT 1 FROM MJR-JNL-DELETED.
           ADD SRT-NEW-VALUE TO MJR-JNL-SUM.
           MOVE SRT-NEW-VALUE TO IMG-MST-FIELD2.
           SET IMG-MST-ACTIVE TO TRUE.
           MOVE SRT-POST-DATE TO IMG-MST-LAST-UPDATED.
       2340-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-APPLY-DELETE - THE KEY GOES TO DELETED ('D' FROM THE
      *     POSTING SWEEP, 'M' FROM MAINTENANCE) KEEPING ITS VALUE -
      *     OR TAKING THE NEW ONE WHERE A BACKOUT JOURNALED ONE. A
      *     DELETE ON THE DAY THE KEY WAS FIRST ADDED, WHEN THE DAY
      *     FOUND NOTHING ON THE MASTER, IS A BACKOUT REMOVING THE ADD:
      *     THE KEY LEAVES THE MASTER ALTOGETHER. MAINTENANCE MAY
      *     DELETE A KEY THE SWEEP ALREADY DELETED, WHICH ONLY MOVES
      *     ITS STATUS FROM 'D' TO 'M'
      *----------------------------------------------------------------
       2350-APPLY-DELETE.
           IF SRT-DELETED
               AND NOT MJR-DAY-PRESENT
               AND IMG-MST-FIRST-SEEN = SRT-POST-DATE
               ADD 1 TO MJR-CNT-REMOVED
               IF IMG-MST-ACTIVE
                   SUBTRACT 1 FROM MJR-JNL-ACTIVE
                   SUBTRACT MJR-OLD-AMOUNT FROM MJR-JNL-SUM
               ELSE
                   SUBTRACT 1 FROM MJR-JNL-DELETED
               END-IF
               MOVE 'N' TO MJR-IMG-PRESENT-SW
               MOVE 0 TO IMG-MST-FIELD2
               MOVE 0 TO IMG-MST-FIRST-SEEN
               MOVE 0 TO IMG-MST-LAST-UPDATED
               MOVE SPACES TO IMG-MST-STATUS
               GO TO 2350-EXIT
           END-IF.
           IF SRT-DELETED
               ADD 1 TO MJR-CNT-DELETED
           ELSE
               ADD 1 TO MJR-CNT-MAN-DELETED
           END-IF.
           IF IMG-MST-ACTIVE
               SUBTRACT 1 FROM MJR-JNL-ACTIVE
               ADD 1 TO MJR-JNL-DELETED
               SUBTRACT MJR-OLD-AMOUNT FROM MJR-JNL-SUM
           ELSE
               IF SRT-DELETED
                   MOVE "DELETED BUT ALREADY DELETED" TO MJR-EXC-REASON
                   PERFORM 2390-NOTE-EXCEPTION THRU 2390-EXIT
               END-IF
           END-IF.
           IF SRT-NEW-FIELD2 IS NUMERIC
               MOVE SRT-NEW-VALUE TO IMG-MST-FIELD2
           END-IF.
           IF SRT-DELETED
               MOVE "D" TO IMG-MST-STATUS
           ELSE
               SET IMG-MST-MANUAL-DELETE TO TRUE
           END-IF.
           MOVE SRT-POST-DATE TO IMG-MST-LAST-UPDATED.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2390-NOTE-EXCEPTION - FILE THE ENTRY IN HAND AS OUT OF STEP,
      *     WITH THE REASON ALREADY IN MJR-EXC-REASON
      *----------------------------------------------------------------
       2390-NOTE-EXCEPTION.
           ADD 1 TO MJR-EXC-TOTAL.
           MOVE MJR-RC-WARNING TO MJR-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
           IF MJR-EXC-COUNT NOT < MJR-EXC-MAX
               GO TO 2390-EXIT
           END-IF.
           ADD 1 TO MJR-EXC-COUNT.
           MOVE SRT-FIELD1 TO MJR-EX-FIELD1 (MJR-EXC-COUNT).
           MOVE SRT-SEQ TO MJR-EX-SEQ (MJR-EXC-COUNT).
           MOVE SRT-POST-DATE TO MJR-EX-POST-DATE (MJR-EXC-COUNT).
           MOVE SRT-ACTION TO MJR-EX-ACTION (MJR-EXC-COUNT).
           MOVE MJR-EXC-REASON TO MJR-EX-REASON (MJR-EXC-COUNT).
       2390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-COMPARE-ONE-KEY - VERIFY: DOES THE LIVE MASTER HOLD THE
      *     KEY AS THE JOURNAL REBUILDS IT? FIELD2, STATUS AND FIRST-
      *     SEEN MUST MATCH. THE JOURNAL DOES NOT RECORD A KEY THAT
      *     ARRIVES AT AN UNCHANGED VALUE, SO AN ACTIVE KEY'S
      *     LAST-UPDATED DATE MAY RUN AHEAD OF ITS LAST JOURNAL ENTRY
      *     BUT NEVER BEHIND IT - BEHIND IS A MASTER THAT HAS LOST A
      *     POSTING. A DELETED KEY'S LAST-UPDATED DATE IS THE DAY OF
      *     ITS DELETE AND MUST MATCH
      *----------------------------------------------------------------
       2400-COMPARE-ONE-KEY.
           IF MJR-ON-MASTER
               IF LIV-MST-ACTIVE
                   ADD 1 TO MJR-OUT-ACTIVE
                   ADD LIV-MST-FIELD2 TO MJR-OUT-SUM
               ELSE
                   ADD 1 TO MJR-OUT-DELETED
               END-IF
           END-IF.
           MOVE SPACES TO MJR-DET-DRIFT.
           EVALUATE TRUE
               WHEN MJR-IMG-PRESENT AND NOT MJR-ON-MASTER
                   ADD 1 TO MJR-DRIFT-NO-MASTER
                   MOVE "NOT ON MASTER" TO MJR-DET-DRIFT
               WHEN MJR-ON-MASTER AND NOT MJR-IMG-PRESENT
                   ADD 1 TO MJR-DRIFT-NO-JOURNAL
                   MOVE "NOT IN JOURNAL" TO MJR-DET-DRIFT
               WHEN MJR-ON-MASTER AND MJR-IMG-PRESENT
                   PERFORM 2410-FIND-DRIFT THRU 2410-EXIT
           END-EVALUATE.
           IF MJR-DET-DRIFT = SPACES
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO MJR-DRIFT-KEYS.
           MOVE MJR-RC-WARNING TO MJR-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
           MOVE MJR-CUR-KEY TO MJR-DET-FIELD1.
           MOVE "JOURNAL" TO MJR-DET-SIDE.
           IF MJR-IMG-PRESENT
               MOVE IMG-MST-FIELD2 TO MJR-DET-FIELD2
               MOVE IMG-MST-STATUS TO MJR-DET-STATUS
               MOVE IMG-MST-FIRST-SEEN TO MJR-DET-FIRST-SEEN
               MOVE IMG-MST-LAST-UPDATED TO MJR-DET-LAST-UPD
           ELSE
               MOVE SPACES TO MJR-DET-FIELD2-X
               MOVE SPACES TO MJR-DET-STATUS
               MOVE SPACES TO MJR-DET-FIRST-SEEN-X
               MOVE SPACES TO MJR-DET-LAST-UPD-X
           END-IF.
           MOVE MJR-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO MJR-DET-FIELD1.
           MOVE "MASTER" TO MJR-DET-SIDE.
           MOVE SPACES TO MJR-DET-DRIFT.
           IF MJR-ON-MASTER
               MOVE LIV-MST-FIELD2 TO MJR-DET-FIELD2
               MOVE LIV-MST-STATUS TO MJR-DET-STATUS
               MOVE LIV-MST-FIRST-SEEN TO MJR-DET-FIRST-SEEN
               MOVE LIV-MST-LAST-UPDATED TO MJR-DET-LAST-UPD
           ELSE
               MOVE SPACES TO MJR-DET-FIELD2-X
               MOVE SPACES TO MJR-DET-STATUS
               MOVE SPACES TO MJR-DET-FIRST-SEEN-X
               MOVE SPACES TO MJR-DET-LAST-UPD-X
           END-IF.
           MOVE MJR-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2410-FIND-DRIFT - NAME EVERY FIELD IN WHICH A KEY ON BOTH
      *     SIDES DISAGREES, IN THE DRIFT COLUMN
      *----------------------------------------------------------------
       2410-FIND-DRIFT.
           MOVE 1 TO MJR-DRIFT-PTR.
           IF LIV-MST-FIELD2 NOT = IMG-MST-FIELD2
               ADD 1 TO MJR-DRIFT-VALUE
               STRING "VALUE " DELIMITED BY SIZE
                   INTO MJR-DET-DRIFT WITH POINTER MJR-DRIFT-PTR
           END-IF.
           IF LIV-MST-STATUS NOT = IMG-MST-STATUS
               ADD 1 TO MJR-DRIFT-STATUS
               STRING "STATUS " DELIMITED BY SIZE
                   INTO MJR-DET-DRIFT WITH POINTER MJR-DRIFT-PTR
           END-IF.
           IF LIV-MST-FIRST-SEEN NOT = IMG-MST-FIRST-SEEN
               ADD 1 TO MJR-DRIFT-FIRST
               STRING "FIRST " DELIMITED BY SIZE
                   INTO MJR-DET-DRIFT WITH POINTER MJR-DRIFT-PTR
           END-IF.
           IF (IMG-MST-ACTIVE
                   AND LIV-MST-LAST-UPDATED < IMG-MST-LAST-UPDATED)
               OR (NOT IMG-MST-ACTIVE
                   AND LIV-MST-LAST-UPDATED NOT = IMG-MST-LAST-UPDATED)
               ADD 1 TO MJR-DRIFT-LAST
               STRING "LAST " DELIMITED BY SIZE
                   INTO MJR-DET-DRIFT WITH POINTER MJR-DRIFT-PTR
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-ONE-KEY - REBUILD: PUT THE REBUILT KEY ON THE NEW
      *     MASTER. THE REGION IS THE LIVE MASTER'S, WHERE IT STILL HAS
      *     THE KEY - THE JOURNAL DOES NOT CARRY IT - AND SO IS AN
      *     ACTIVE KEY'S LAST-UPDATED DATE WHEN THE LIVE ONE IS LATER
      *     THAN THE JOURNAL'S AND NOT PAST TODAY (AN UNCHANGED
      *     ARRIVAL IS NOT JOURNALED). A KEY THE LIVE MASTER HAS LOST
      *     GOES ON WITH NO REGION, WHICH THE POSTING SWEEP TREATS AS
      *     IT ALWAYS DID BEFORE REGIONS WERE CARRIED
      *----------------------------------------------------------------
       2500-WRITE-ONE-KEY.
           IF NOT MJR-IMG-PRESENT
               GO TO 2500-EXIT
           END-IF.
           MOVE IMG-MST-RECORD TO NEW-MST-RECORD.
           IF MJR-ON-MASTER
               MOVE LIV-MST-BATCH-ID TO NEW-MST-BATCH-ID
               ADD 1 TO MJR-KEYS-REGION-KEPT
               IF NEW-MST-ACTIVE
                   AND LIV-MST-LAST-UPDATED > NEW-MST-LAST-UPDATED
                   AND LIV-MST-LAST-UPDATED NOT > MJR-RUN-DATE
                   MOVE LIV-MST-LAST-UPDATED TO NEW-MST-LAST-UPDATED
                   ADD 1 TO MJR-KEYS-DATE-KEPT
               END-IF
           ELSE
               MOVE SPACES TO NEW-MST-BATCH-ID
               ADD 1 TO MJR-KEYS-NO-REGION
           END-IF.
           WRITE NEW-MST-RECORD.
           IF MJR-NEW-FS NOT = "00"
               DISPLAY "*** NEW-FILE (FLD1RBLD) WRITE ERROR AT "
                   NEW-MST-FIELD1 " - FILE STATUS " MJR-NEW-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           ADD 1 TO MJR-KEYS-WRITTEN.
           IF NEW-MST-ACTIVE
               ADD 1 TO MJR-OUT-ACTIVE
               ADD NEW-MST-FIELD2 TO MJR-OUT-SUM
           ELSE
               ADD 1 TO MJR-OUT-DELETED
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-EXCEPTIONS - THE JOURNAL ENTRIES THAT WERE OUT OF
      *     STEP, IN FIELD1 AND JOURNAL ORDER
      *----------------------------------------------------------------
       3000-WRITE-EXCEPTIONS.
           IF MJR-EXC-TOTAL = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MJR-EXC-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MJR-COL-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 3010-WRITE-ONE-EXCEPTION THRU 3010-EXIT
               VARYING MJR-EXC-IX FROM 1 BY 1
               UNTIL MJR-EXC-IX > MJR-EXC-COUNT.
           IF MJR-EXC-TOTAL > MJR-EXC-COUNT
               MOVE "NOT LISTED - NO ROOM: " TO MJR-TOT-LABEL
               COMPUTE MJR-TOT-VALUE = MJR-EXC-TOTAL - MJR-EXC-COUNT
               PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-WRITE-ONE-EXCEPTION.
           MOVE MJR-EX-FIELD1 (MJR-EXC-IX) TO MJR-EXL-FIELD1.
           MOVE MJR-EX-SEQ (MJR-EXC-IX) TO MJR-EXL-SEQ.
           MOVE MJR-EX-POST-DATE (MJR-EXC-IX) TO MJR-EXL-POST-DATE.
           MOVE MJR-EX-ACTION (MJR-EXC-IX) TO MJR-EXL-ACTION.
           MOVE MJR-EX-REASON (MJR-EXC-IX) TO MJR-EXL-REASON.
           MOVE MJR-EXC-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PROVE-TOTALS - THE JOURNAL COUNTS, THEN THE PROOF: THE
      *     ACTIVE AND DELETED KEY COUNTS AND THE ACTIVE FIELD2 SUM AS
      *     THE JOURNAL'S MOVEMENTS ADD THEM UP, AS THE REBUILT KEYS
      *     COUNT THEM, AND AS THE MASTER HOLDS THEM. A VERIFY PROVES
      *     WHEN THE REPLAY AGREES WITH THE JOURNAL, AND IS CLEAN WHEN
      *     THE LIVE MASTER AGREES TOO; A REBUILD PROVES ONLY WHEN THE
      *     NEW MASTER AGREES WITH BOTH
      *----------------------------------------------------------------
       4000-PROVE-TOTALS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MJR-TOTALS-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "JOURNAL ENTRIES READ : " TO MJR-TOT-LABEL.
           MOVE MJR-JRN-READ TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  ADDED ............: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-ADDED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  CHANGED ..........: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-CHANGED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  REINSTATED .......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-REINSTATED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  DELETED ..........: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-DELETED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  ADD BACKED OUT ...: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-REMOVED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  MANUAL-ADD .......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-MAN-ADDED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  MANUAL-CHG .......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-MAN-CHANGED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  MANUAL-DEL .......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-MAN-DELETED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  MANUAL-RST .......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-MAN-REINSTATED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  NOT APPLIED ......: " TO MJR-TOT-LABEL.
           MOVE MJR-CNT-NOT-APPLIED TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "ENTRIES OUT OF STEP : " TO MJR-TOT-LABEL.
           MOVE MJR-EXC-TOTAL TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS REBUILT .......: " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-REBUILT TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS ON LIVE MASTER : " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-MASTER TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           IF MJR-FN-VERIFY
               PERFORM 4100-DRIFT-TOTALS THRU 4100-EXIT
           ELSE
               PERFORM 4200-REBUILD-TOTALS THRU 4200-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MJR-COL-LINE-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ACTIVE KEYS ........: " TO MJR-PRV-LABEL.
           MOVE MJR-JNL-ACTIVE TO MJR-PRV-JOURNAL.
           MOVE MJR-IMG-ACTIVE TO MJR-PRV-REBUILT.
           MOVE MJR-OUT-ACTIVE TO MJR-PRV-MASTER.
           PERFORM 4300-WRITE-PROOF-LINE THRU 4300-EXIT.
           MOVE "DELETED KEYS .......: " TO MJR-PRV-LABEL.
           MOVE MJR-JNL-DELETED TO MJR-PRV-JOURNAL.
           MOVE MJR-IMG-DELETED TO MJR-PRV-REBUILT.
           MOVE MJR-OUT-DELETED TO MJR-PRV-MASTER.
           PERFORM 4300-WRITE-PROOF-LINE THRU 4300-EXIT.
           MOVE "ACTIVE FIELD2 SUM ..: " TO MJR-PRV-LABEL.
           MOVE MJR-JNL-SUM TO MJR-PRV-JOURNAL.
           MOVE MJR-IMG-SUM TO MJR-PRV-REBUILT.
           MOVE MJR-OUT-SUM TO MJR-PRV-MASTER.
           PERFORM 4300-WRITE-PROOF-LINE THRU 4300-EXIT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'N' TO MJR-PROVEN-SW.
           IF MJR-JNL-ACTIVE = MJR-IMG-ACTIVE
               AND MJR-JNL-DELETED = MJR-IMG-DELETED
               AND MJR-JNL-SUM = MJR-IMG-SUM
               SET MJR-PROVEN TO TRUE
           END-IF.
           IF MJR-FN-REBUILD
               AND (MJR-OUT-ACTIVE NOT = MJR-IMG-ACTIVE
                   OR MJR-OUT-DELETED NOT = MJR-IMG-DELETED
                   OR MJR-OUT-SUM NOT = MJR-IMG-SUM)
               MOVE 'N' TO MJR-PROVEN-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT MJR-PROVEN AND MJR-FN-REBUILD
                   MOVE MJR-RC-CONTROL-FAIL TO MJR-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
                   MOVE "NOT PROVEN AGAINST THE JOURNAL - DO NOT "
                       TO MJR-VERDICT-TEXT
                   MOVE "INSTALL FLD1RBLD" TO MJR-VERDICT-TEXT (41:)
               WHEN NOT MJR-PROVEN
                   MOVE MJR-RC-CONTROL-FAIL TO MJR-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
                   MOVE "REPLAY DOES NOT PROVE AGAINST THE JOURNAL"
                       TO MJR-VERDICT-TEXT
               WHEN MJR-FN-REBUILD AND MJR-MASTER-LOST
                   MOVE "PROVEN - REGIONS PARTLY LOST WITH THE LIVE "
                       TO MJR-VERDICT-TEXT
                   MOVE "MASTER" TO MJR-VERDICT-TEXT (44:)
               WHEN MJR-FN-REBUILD
                   MOVE "PROVEN - FLD1RBLD MAY BE INSTALLED"
                       TO MJR-VERDICT-TEXT
               WHEN MJR-DRIFT-KEYS > 0
                   MOVE "MASTER DRIFTS FROM THE JOURNAL"
                       TO MJR-VERDICT-TEXT
               WHEN OTHER
                   MOVE "MASTER AGREES WITH THE JOURNAL"
                       TO MJR-VERDICT-TEXT
           END-EVALUATE.
           MOVE MJR-VERDICT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           DISPLAY "JOURNAL REPLAY - FUNCTION ....: " MJR-PARM-FUNCTION.
           DISPLAY "JOURNAL REPLAY - ENTRIES .....: " MJR-JRN-READ.
           DISPLAY "JOURNAL REPLAY - KEYS REBUILT : " MJR-KEYS-REBUILT.
           DISPLAY "JOURNAL REPLAY - OUT OF STEP .: " MJR-EXC-TOTAL.
           IF MJR-FN-VERIFY
               DISPLAY "JOURNAL REPLAY - DRIFT KEYS ..: "
                   MJR-DRIFT-KEYS
           ELSE
               DISPLAY "JOURNAL REPLAY - KEYS WRITTEN : "
                   MJR-KEYS-WRITTEN
           END-IF.
           DISPLAY "JOURNAL REPLAY - VERDICT .....: " MJR-VERDICT-TEXT.
       4000-EXIT.
           EXIT.

       4100-DRIFT-TOTALS.
           MOVE "KEYS DRIFTING ......: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-KEYS TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  NOT ON MASTER ....: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-NO-MASTER TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  NOT IN JOURNAL ...: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-NO-JOURNAL TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  FIELD2 ...........: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-VALUE TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  STATUS ...........: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-STATUS TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  FIRST-SEEN .......: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-FIRST TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  LAST-UPDATED .....: " TO MJR-TOT-LABEL.
           MOVE MJR-DRIFT-LAST TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
       4100-EXIT.
           EXIT.

       4200-REBUILD-TOTALS.
           MOVE "KEYS WRITTEN .......: " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-WRITTEN TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  REGION FROM LIVE .: " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-REGION-KEPT TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  NO REGION ........: " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-NO-REGION TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  LAST-UPD FROM LIVE: " TO MJR-TOT-LABEL.
           MOVE MJR-KEYS-DATE-KEPT TO MJR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
       4200-EXIT.
           EXIT.

      *    A VERIFY'S MASTER COLUMN IS THE LIVE MASTER, WHICH MAY WELL
      *    DIFFER - THAT IS THE DRIFT. ONLY THE JOURNAL/REBUILT PAIR
      *    (AND ON A REBUILD THE NEW MASTER) MUST AGREE
       4300-WRITE-PROOF-LINE.
           MOVE SPACES TO MJR-PRV-FLAG.
           IF MJR-PRV-JOURNAL NOT = MJR-PRV-REBUILT
               MOVE "NOT PROVEN" TO MJR-PRV-FLAG
           ELSE
               IF MJR-PRV-MASTER NOT = MJR-PRV-REBUILT
                   IF MJR-FN-REBUILD
                       MOVE "NOT PROVEN" TO MJR-PRV-FLAG
                   ELSE
                       MOVE "MASTER DRIFTS" TO MJR-PRV-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE MJR-PRV-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - CLOSE UP
      *----------------------------------------------------------------
       9000-FINALIZE.
           CLOSE RPT-FILE.
       9000-EXIT.
           EXIT.

       9010-WRITE-TOTAL-LINE.
           MOVE MJR-TOT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-ABEND - AN I/O FAILURE PART-WAY THROUGH. NOTHING STANDING
      *     HAS BEEN TOUCHED - A REBUILD'S PART-WRITTEN FLD1RBLD MUST
      *     NOT BE INSTALLED - SO THE RUN CAN SIMPLY BE RERUN
      *----------------------------------------------------------------
       9900-ABEND.
           DISPLAY "*** MASTER JOURNAL REPLAY ABENDED - NOTHING "
               "CHANGED; DO NOT INSTALL FLD1RBLD ***".
           CLOSE RPT-FILE.
           MOVE MJR-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9950-RAISE-CONDITION - THE RUN'S CONDITION CODE ONLY EVER
      *     GOES UP
      *----------------------------------------------------------------
       9950-RAISE-CONDITION.
           IF MJR-RC-CANDIDATE > MJR-RETURN-CODE
               MOVE MJR-RC-CANDIDATE TO MJR-RETURN-CODE
           END-IF.
       9950-EXIT.
           EXIT.
