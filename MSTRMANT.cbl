       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-MAINTENANCE.
       AUTHOR. R W PRICE.
       INSTALLATION. DATA CONTROL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 2026-10-15 RWP  INITIAL VERSION - DATA CONTROL'S SANCTIONED WAY
      *                 TO ADJUST THE FIELD1 MASTER (FLD1MSTR) OUTSIDE
      *                 THE DAILY POSTING: A REGION'S WRONG FIELD2 THAT
      *                 HAS ALREADY POSTED, A KEY TO BE FORCE-DELETED
      *                 (LEGAL HOLD, MERGED ACCOUNT) OR REINSTATED, OR
      *                 A KEY TO BE ADDED BY HAND. TRANSACTION CARDS
      *                 (MNTTRAN) ARE EITHER ADD/CHANGE/DELETE/REINST
      *                 CARDS, EACH WITH A REASON CODE, OR APPROVE/
      *                 REJECT CARDS NAMING A TRANSACTION ALREADY
      *                 KEYED. THE USER RUNNING THE DECK IS NAMED BY
      *                 THE MNTUSER ENVIRONMENT VARIABLE, THE WAY
      *                 CORRUSER NAMES THE CORRECTION KEYER. A KEYED
      *                 TRANSACTION IS EDITED (AND CHECKED AGAINST THE
      *                 MASTER AS IT STANDS) AND FILED PENDING ON THE
      *                 STANDING MNTPEND FILE (SEE THE NEW DL1MNT
      *                 COPYBOOK); NOTHING TOUCHES THE MASTER UNTIL A
      *                 DIFFERENT USER APPROVES IT. AN APPROVED
      *                 TRANSACTION IS CHECKED AGAIN AND APPLIED, AND
      *                 JOURNALED TO MSTJRNL UNDER ITS OWN MANUAL-ADD/
      *                 -CHG/-DEL/-RST ACTION SO THE AS-OF INQUIRY
      *                 SHOWS IT FOR WHAT IT IS. A MANUAL DELETE LEAVES
      *                 THE KEY WITH STATUS 'M', WHICH THE DAILY
      *                 POSTING WILL NOT REINSTATE FROM THE EXTRACT.
      *                 THE REPORT (MNTRPT) LISTS EVERY CARD WITH ITS
      *                 OUTCOME - WHAT WAS KEYED, WHAT WAS APPLIED,
      *                 REJECTED OR REFUSED, WHO KEYED IT AND WHO
      *                 AUTHORISED IT - THEN EVERYTHING STILL WAITING
      *                 FOR APPROVAL. A REFUSED CARD OR A FAILED
      *                 APPROVAL RAISES THE WARNING CONDITION CODE (4).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMT-TRN-FS.

           SELECT MNT-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMT-MNT-FS.

           SELECT MST-FILE ASSIGN TO "FLD1MSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-FIELD1
               FILE STATUS IS MMT-MST-FS.

           SELECT JRN-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMT-JRN-FS.

           SELECT CTL-FILE ASSIGN TO "MPOSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMT-CTL-FS.

           SELECT RPT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MMT-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
      *    A KEYING CARD NAMES THE ACTION, THE KEY, THE NEW FIELD2
      *    (ADD AND CHANGE; OPTIONAL ON A REINSTATE), THE REASON
      *    CODE, AND FOR AN ADD THE OWNING REGION'S BATCH ID. A
      *    DECISION CARD NAMES APPROVE OR REJECT AND THE TRANSACTION
      *    ID FROM THE REPORT THAT KEYED IT
       FD TRN-FILE.
       01 TRN-RECORD.
           05 TRN-FUNCTION             PIC X(07).
               88 TRN-KEY-FUNCTION               VALUE "ADD"
                                                       "CHANGE"
                                                       "DELETE"
                                                       "REINST".
               88 TRN-APPROVE                    VALUE "APPROVE".
               88 TRN-REJECT                     VALUE "REJECT".
           05 FILLER                   PIC X(01).
           05 TRN-FIELD1               PIC X(10).
           05 FILLER                   PIC X(01).
           05 TRN-FIELD2               PIC X(05).
           05 FILLER                   PIC X(01).
           05 TRN-REASON               PIC X(04).
           05 FILLER                   PIC X(01).
           05 TRN-BATCH-ID             PIC X(04).

       01 TRN-DECISION REDEFINES TRN-RECORD.
           05 FILLER                   PIC X(08).
           05 TRN-TRAN-ID              PIC X(12).
           05 FILLER                   PIC X(14).

       FD MNT-FILE.
           COPY DL1MNT REPLACING
               ==PFX-MNT-RECORD==       BY ==MNT-RECORD==
               ==PFX-MNT-TRAN-ID==      BY ==MNT-TRAN-ID==
               ==PFX-MNT-KEYED-DATE==   BY ==MNT-KEYED-DATE==
               ==PFX-MNT-SEQ==          BY ==MNT-SEQ==
               ==PFX-MNT-ACTION==       BY ==MNT-ACTION==
               ==PFX-MNT-ADD==          BY ==MNT-ADD==
               ==PFX-MNT-CHANGE==       BY ==MNT-CHANGE==
               ==PFX-MNT-DELETE==       BY ==MNT-DELETE==
               ==PFX-MNT-REINSTATE==    BY ==MNT-REINSTATE==
               ==PFX-MNT-FIELD1==       BY ==MNT-FIELD1==
               ==PFX-MNT-FIELD2==       BY ==MNT-FIELD2==
               ==PFX-MNT-BATCH-ID==     BY ==MNT-BATCH-ID==
               ==PFX-MNT-REASON==       BY ==MNT-REASON==
               ==PFX-MNT-KEYED-BY==     BY ==MNT-KEYED-BY==
               ==PFX-MNT-STATUS==       BY ==MNT-STATUS==
               ==PFX-MNT-PENDING==      BY ==MNT-PENDING==
               ==PFX-MNT-APPLIED==      BY ==MNT-APPLIED==
               ==PFX-MNT-REJECTED==     BY ==MNT-REJECTED==
               ==PFX-MNT-FAILED==       BY ==MNT-FAILED==
               ==PFX-MNT-DECIDED-BY==   BY ==MNT-DECIDED-BY==
               ==PFX-MNT-DECIDED-DATE== BY ==MNT-DECIDED-DATE==
               ==PFX-MNT-NOTE==         BY ==MNT-NOTE==.

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
               ==PFX-MST-MANUAL-DELETE== BY ==MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==MST-BATCH-ID==.

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

      *    MASTER-FILE-POST'S POSTING-CONTROL RECORD - READ HERE ONLY,
      *    TO KEEP MANUAL ADJUSTMENTS OFF A HALF-POSTED MASTER
       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-POST-DATE            PIC 9(08).
           05 CTL-XTR-COUNT            PIC 9(09).
           05 CTL-STATUS               PIC X(09).
               88 CTL-STARTED                    VALUE "STARTED".

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01 MMT-SWITCHES.
           05 MMT-TRN-EOF-SW           PIC X(01) VALUE 'N'.
               88 MMT-TRN-EOF-YES                VALUE 'Y'.
           05 MMT-MNT-EOF-SW           PIC X(01) VALUE 'N'.
               88 MMT-MNT-EOF-YES                VALUE 'Y'.
           05 MMT-MST-FOUND-SW         PIC X(01) VALUE 'N'.
               88 MMT-MST-FOUND                  VALUE 'Y'.
           05 MMT-PND-FOUND-SW         PIC X(01) VALUE 'N'.
               88 MMT-PND-FOUND                  VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS
      *----------------------------------------------------------------
       01 MMT-COUNTERS.
           05 MMT-CARD-COUNT           PIC 9(09) VALUE 0.
           05 MMT-KEYED-COUNT          PIC 9(09) VALUE 0.
           05 MMT-REFUSED-COUNT        PIC 9(09) VALUE 0.
           05 MMT-APPLIED-COUNT        PIC 9(09) VALUE 0.
           05 MMT-REJECTED-COUNT       PIC 9(09) VALUE 0.
           05 MMT-FAILED-COUNT         PIC 9(09) VALUE 0.
           05 MMT-STILL-PENDING        PIC 9(09) VALUE 0.
           05 MMT-CARRIED-COUNT        PIC 9(09) VALUE 0.
           05 MMT-CLEARED-COUNT        PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01 MMT-TRN-FS                   PIC X(02) VALUE SPACES.
       01 MMT-MNT-FS                   PIC X(02) VALUE SPACES.
       01 MMT-MST-FS                   PIC X(02) VALUE SPACES.
       01 MMT-JRN-FS                   PIC X(02) VALUE SPACES.
       01 MMT-CTL-FS                   PIC X(02) VALUE SPACES.
       01 MMT-RPT-FS                   PIC X(02) VALUE SPACES.

       01 MMT-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MMT-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MMT-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MMT-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MMT-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MMT-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MMT-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MMT-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MMT-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MMT-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MMT-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MMT-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MMT-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 CLEAN DECK, 4 WARNING (A CARD WAS
      * REFUSED OR AN APPROVAL FAILED AGAINST THE MASTER), 16 ABEND
      *----------------------------------------------------------------
       01 MMT-RETURN-CODE              PIC 9(02) VALUE 0.
       01 MMT-RC-CANDIDATE             PIC 9(02) VALUE 0.
       01 MMT-RC-WARNING               PIC 9(02) VALUE 4.
       01 MMT-RC-ABEND                 PIC 9(02) VALUE 16.

      *----------------------------------------------------------------
      * USER IDENTITY - THE MNTUSER ENVIRONMENT VARIABLE NAMES WHO IS
      * RUNNING THE DECK. TWO-PERSON CONTROL MEANS NOTHING WITHOUT A
      * NAME, SO AN UNNAMED RUN MAY NEITHER KEY NOR DECIDE ANYTHING
      *----------------------------------------------------------------
       01 MMT-USER-ID                  PIC X(08) VALUE "UNKNOWN".

      *----------------------------------------------------------------
      * REASON CODES A MAINTENANCE TRANSACTION MAY CARRY -
      *   CORR  WRONG VALUE ALREADY POSTED FROM THE EXTRACT
      *   LGLH  LEGAL HOLD
      *   MERG  ACCOUNT MERGED INTO ANOTHER KEY
      *   CLOS  ACCOUNT CLOSED
      *   REOP  ACCOUNT REOPENED
      *   OTHR  OTHER - SEE THE SIGNED MAINTENANCE FORM
      *----------------------------------------------------------------
       01 MMT-REASON-CHECK             PIC X(04) VALUE SPACES.
           88 MMT-REASON-VALID                   VALUE "CORR" "LGLH"
                                                 "MERG" "CLOS"
                                                 "REOP" "OTHR".

      *----------------------------------------------------------------
      * OUTCOME OF THE CARD AT HAND. THE NOTE IS A SHORT CODE KEPT ON
      * MNTPEND; 8200-EXPLAIN-NOTE SPELLS IT OUT ON THE REPORT
      *----------------------------------------------------------------
       01 MMT-VERDICT                  PIC X(08) VALUE SPACES.
       01 MMT-NOTE                     PIC X(06) VALUE SPACES.
       01 MMT-OLD-FIELD2               PIC X(05) VALUE SPACES.
       01 MMT-NEW-FIELD2               PIC X(05) VALUE SPACES.
       01 MMT-LAST-SEQ                 PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * PENDING TABLE - THE STANDING MNTPEND FILE LOADED WHOLE, PLUS
      * WHATEVER IS KEYED TODAY, REWRITTEN WHOLE AT THE END OF THE
      * RUN. EACH ENTRY IS ONE DL1MNT RECORD, WORKED ON THROUGH THE
      * WRK-MNT VIEW BELOW; THE CHK-MNT VIEW AFTER IT IS WHERE EACH
      * ENTRY IS LOOKED AT WHILE THE TABLE IS SEARCHED
      *----------------------------------------------------------------
       01 MMT-PND-TABLE-CONTROLS.
           05 MMT-PND-COUNT            PIC 9(05) COMP VALUE 0.
           05 MMT-PND-MAX              PIC 9(05) COMP VALUE 2000.
           05 MMT-PND-IX               PIC 9(05) COMP VALUE 0.
           05 MMT-PND-HIT              PIC 9(05) COMP VALUE 0.

       01 MMT-PND-TABLE.
           05 MMT-PND-ENTRY OCCURS 2000 TIMES
                                       PIC X(79).

           COPY DL1MNT REPLACING
               ==PFX-MNT-RECORD==       BY ==WRK-MNT-RECORD==
               ==PFX-MNT-TRAN-ID==      BY ==WRK-MNT-TRAN-ID==
               ==PFX-MNT-KEYED-DATE==   BY ==WRK-MNT-KEYED-DATE==
               ==PFX-MNT-SEQ==          BY ==WRK-MNT-SEQ==
               ==PFX-MNT-ACTION==       BY ==WRK-MNT-ACTION==
               ==PFX-MNT-ADD==          BY ==WRK-MNT-ADD==
               ==PFX-MNT-CHANGE==       BY ==WRK-MNT-CHANGE==
               ==PFX-MNT-DELETE==       BY ==WRK-MNT-DELETE==
               ==PFX-MNT-REINSTATE==    BY ==WRK-MNT-REINSTATE==
               ==PFX-MNT-FIELD1==       BY ==WRK-MNT-FIELD1==
               ==PFX-MNT-FIELD2==       BY ==WRK-MNT-FIELD2==
               ==PFX-MNT-BATCH-ID==     BY ==WRK-MNT-BATCH-ID==
               ==PFX-MNT-REASON==       BY ==WRK-MNT-REASON==
               ==PFX-MNT-KEYED-BY==     BY ==WRK-MNT-KEYED-BY==
               ==PFX-MNT-STATUS==       BY ==WRK-MNT-STATUS==
               ==PFX-MNT-PENDING==      BY ==WRK-MNT-PENDING==
               ==PFX-MNT-APPLIED==      BY ==WRK-MNT-APPLIED==
               ==PFX-MNT-REJECTED==     BY ==WRK-MNT-REJECTED==
               ==PFX-MNT-FAILED==       BY ==WRK-MNT-FAILED==
               ==PFX-MNT-DECIDED-BY==   BY ==WRK-MNT-DECIDED-BY==
               ==PFX-MNT-DECIDED-DATE== BY ==WRK-MNT-DECIDED-DATE==
               ==PFX-MNT-NOTE==         BY ==WRK-MNT-NOTE==.

           COPY DL1MNT REPLACING
               ==PFX-MNT-RECORD==       BY ==CHK-MNT-RECORD==
               ==PFX-MNT-TRAN-ID==      BY ==CHK-MNT-TRAN-ID==
               ==PFX-MNT-KEYED-DATE==   BY ==CHK-MNT-KEYED-DATE==
               ==PFX-MNT-SEQ==          BY ==CHK-MNT-SEQ==
               ==PFX-MNT-ACTION==       BY ==CHK-MNT-ACTION==
               ==PFX-MNT-ADD==          BY ==CHK-MNT-ADD==
               ==PFX-MNT-CHANGE==       BY ==CHK-MNT-CHANGE==
               ==PFX-MNT-DELETE==       BY ==CHK-MNT-DELETE==
               ==PFX-MNT-REINSTATE==    BY ==CHK-MNT-REINSTATE==
               ==PFX-MNT-FIELD1==       BY ==CHK-MNT-FIELD1==
               ==PFX-MNT-FIELD2==       BY ==CHK-MNT-FIELD2==
               ==PFX-MNT-BATCH-ID==     BY ==CHK-MNT-BATCH-ID==
               ==PFX-MNT-REASON==       BY ==CHK-MNT-REASON==
               ==PFX-MNT-KEYED-BY==     BY ==CHK-MNT-KEYED-BY==
               ==PFX-MNT-STATUS==       BY ==CHK-MNT-STATUS==
               ==PFX-MNT-PENDING==      BY ==CHK-MNT-PENDING==
               ==PFX-MNT-APPLIED==      BY ==CHK-MNT-APPLIED==
               ==PFX-MNT-REJECTED==     BY ==CHK-MNT-REJECTED==
               ==PFX-MNT-FAILED==       BY ==CHK-MNT-FAILED==
               ==PFX-MNT-DECIDED-BY==   BY ==CHK-MNT-DECIDED-BY==
               ==PFX-MNT-DECIDED-DATE== BY ==CHK-MNT-DECIDED-DATE==
               ==PFX-MNT-NOTE==         BY ==CHK-MNT-NOTE==.

      *----------------------------------------------------------------
      * REPORT-LINE LAYOUTS
      *----------------------------------------------------------------
       01 MMT-HDG-LINE-1.
           05 FILLER                    PIC X(24)
               VALUE "MASTER MAINTENANCE".
           05 FILLER                    PIC X(14)
               VALUE "  RUN DATE: ".
           05 MMT-HDG-DATE              PIC 9999/99/99.
           05 FILLER                    PIC X(10)
               VALUE "  USER: ".
           05 MMT-HDG-USER              PIC X(08).

       01 MMT-HDG-LINE-2.
           05 FILLER                    PIC X(41) VALUE
               "TRAN-ID      ACTION  FIELD1     OLD   NEW".
           05 FILLER                    PIC X(39) VALUE
               "   RSN  KEYED-BY AUTH-BY  OUTCOME".

       01 MMT-DET-LINE.
           05 MMT-DET-TRAN-ID           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-ACTION            PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-OLD-FIELD2        PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-NEW-FIELD2        PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-REASON            PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-KEYED-BY          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-AUTH-BY           PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MMT-DET-VERDICT           PIC X(08).

       01 MMT-NOTE-LINE.
           05 FILLER                    PIC X(13) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE "*** ".
           05 MMT-NTL-CODE              PIC X(06).
           05 FILLER                    PIC X(03) VALUE " - ".
           05 MMT-NTL-TEXT              PIC X(54).

       01 MMT-PND-SECTION-LINE          PIC X(80)
           VALUE "STILL PENDING APPROVAL".

       01 MMT-TOT-LINE.
           05 MMT-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 MMT-TOT-VALUE             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - DRIVES THE LOAD/KEY/DECIDE/REPORT SEQUENCE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL MMT-TRN-EOF-YES.
           PERFORM 3000-LIST-STILL-PENDING THRU 3000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           DISPLAY "RUN CONDITION CODE: " MMT-RETURN-CODE.
           MOVE MMT-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE DATE AND THE USER, MAKE SURE
      *     THE MASTER IS NOT HALF-POSTED, LOAD THE PENDING FILE, OPEN
      *     THE CARDS, THE MASTER, THE JOURNAL AND THE REPORT, AND
      *     PRIME THE READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO MMT-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MMT-CAL-PARMS.
           IF MMT-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE MMT-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MMT-CAL-DATE-1 TO MMT-RUN-DATE.
           ACCEPT MMT-USER-ID FROM ENVIRONMENT "MNTUSER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO MMT-USER-ID
           END-ACCEPT.
           IF MMT-USER-ID = SPACES
               MOVE "UNKNOWN" TO MMT-USER-ID
           END-IF.
           PERFORM 1100-CHECK-POSTING-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
           OPEN INPUT TRN-FILE.
           EVALUATE TRUE
               WHEN MMT-TRN-FS = "00"
                   CONTINUE
               WHEN MMT-TRN-FS = "35"
                   DISPLAY "NO MAINTENANCE TRANSACTIONS (MNTTRAN) ON "
                       "HAND - PENDING LIST ONLY"
                   SET MMT-TRN-EOF-YES TO TRUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN TRN-FILE (MNTTRAN) - "
                       "FILE STATUS " MMT-TRN-FS " ***"
                   MOVE MMT-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O MST-FILE.
           IF MMT-MST-FS = "35"
               OPEN OUTPUT MST-FILE
               CLOSE MST-FILE
               OPEN I-O MST-FILE
           END-IF.
           IF MMT-MST-FS NOT = "00"
               PERFORM 1075-MSTFILE-OPEN-ABEND THRU 1075-EXIT
           END-IF.
           OPEN EXTEND JRN-FILE.
           IF MMT-JRN-FS = "35"
               OPEN OUTPUT JRN-FILE
           END-IF.
           IF MMT-JRN-FS NOT = "00"
               PERFORM 1085-JRNFILE-OPEN-ABEND THRU 1085-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF MMT-RPT-FS NOT = "00"
               PERFORM 1080-RPTFILE-OPEN-ABEND THRU 1080-EXIT
           END-IF.
           MOVE MMT-RUN-DATE TO MMT-HDG-DATE.
           MOVE MMT-USER-ID TO MMT-HDG-USER.
           MOVE MMT-HDG-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MMT-HDG-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT MMT-TRN-EOF-YES
               PERFORM 2050-READ-CARD THRU 2050-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1075-MSTFILE-OPEN-ABEND - MST-FILE (FLD1MSTR) FAILED TO OPEN
      *     WITH SOMETHING OTHER THAN "FILE NOT FOUND"
      *----------------------------------------------------------------
       1075-MSTFILE-OPEN-ABEND.
           DISPLAY "*** UNABLE TO OPEN MST-FILE (FLD1MSTR) - "
               "FILE STATUS " MMT-MST-FS " ***".
           CLOSE TRN-FILE.
           MOVE MMT-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       1075-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1080-RPTFILE-OPEN-ABEND - RPT-FILE (MNTRPT) FAILED TO OPEN
      *     (E.G. DISK FULL OR PERMISSIONS)
      *----------------------------------------------------------------
       1080-RPTFILE-OPEN-ABEND.
           DISPLAY "*** UNABLE TO OPEN RPT-FILE (MNTRPT) - "
               "FILE STATUS " MMT-RPT-FS " ***".
           CLOSE TRN-FILE.
           CLOSE MST-FILE.
           CLOSE JRN-FILE.
           MOVE MMT-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       1080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1085-JRNFILE-OPEN-ABEND - JRN-FILE (MSTJRNL) FAILED TO OPEN -
      *     A MANUAL ADJUSTMENT OFF THE HISTORY JOURNAL WOULD BE AN
      *     UNEXPLAINED MOVE ON THE MASTER, SO STOP BEFORE ANY IS MADE
      *----------------------------------------------------------------
       1085-JRNFILE-OPEN-ABEND.
           DISPLAY "*** UNABLE TO OPEN JRN-FILE (MSTJRNL) - "
               "FILE STATUS " MMT-JRN-FS " ***".
           CLOSE TRN-FILE.
           CLOSE MST-FILE.
           MOVE MMT-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       1085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHECK-POSTING-CONTROL - A POSTING THAT STARTED AND NEVER
      *     COMPLETED LEAVES THE MASTER HALF-POSTED, AND ITS BACKOUT
      *     RESTORES BEFORE-IMAGES THAT KNOW NOTHING OF A MANUAL
      *     ADJUSTMENT MADE IN BETWEEN - SO REFUSE TO RUN UNTIL THE
      *     BACKOUT HAS BEEN DONE. NO CONTROL RECORD, NO POSTING YET
      *----------------------------------------------------------------
       1100-CHECK-POSTING-CONTROL.
           OPEN INPUT CTL-FILE.
           EVALUATE TRUE
               WHEN MMT-CTL-FS = "00"
                   READ CTL-FILE
                       AT END
                           MOVE SPACES TO CTL-STATUS
                   END-READ
                   CLOSE CTL-FILE
               WHEN MMT-CTL-FS = "35"
                   GO TO 1100-EXIT
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN CTL-FILE (MPOSTCTL) - "
                       "FILE STATUS " MMT-CTL-FS " ***"
                   MOVE MMT-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF CTL-STARTED
               DISPLAY "*** MASTER POSTING OF " CTL-POST-DATE
                   " DID NOT COMPLETE - MASTER MAY BE HALF-POSTED."
               DISPLAY "*** BACK THE POSTING OUT BEFORE ANY "
                   "MAINTENANCE IS APPLIED ***"
               MOVE MMT-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-PENDING - LOAD THE STANDING MNTPEND FILE. A DECIDED
      *     TRANSACTION IS CARRIED FOR THE REST OF THE DAY IT WAS
      *     DECIDED ON AND CLEARED AFTER THAT; TODAY'S HIGHEST
      *     SEQUENCE NUMBER IS NOTED SO TODAY'S NEW TRANSACTIONS
      *     CARRY ON FROM IT. NO FILE MEANS NOTHING IS PENDING
      *----------------------------------------------------------------
       1200-LOAD-PENDING.
           OPEN INPUT MNT-FILE.
           EVALUATE TRUE
               WHEN MMT-MNT-FS = "00"
                   PERFORM 1210-LOAD-ONE-PENDING THRU 1210-EXIT
                       UNTIL MMT-MNT-EOF-YES
                   CLOSE MNT-FILE
               WHEN MMT-MNT-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN MNT-FILE (MNTPEND) - "
                       "FILE STATUS " MMT-MNT-FS " ***"
                   MOVE MMT-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *    A FULL TABLE IS A STOP, NOT A WARNING - REWRITING THE FILE
      *    FROM A TABLE THAT COULD NOT HOLD IT WOULD LOSE TRANSACTIONS
      *    SOMEBODY KEYED AND IS WAITING ON
       1210-LOAD-ONE-PENDING.
           READ MNT-FILE
               AT END
                   SET MMT-MNT-EOF-YES TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF NOT MNT-PENDING AND MNT-DECIDED-DATE < MMT-RUN-DATE
               ADD 1 TO MMT-CLEARED-COUNT
               GO TO 1210-EXIT
           END-IF.
           IF MMT-PND-COUNT NOT < MMT-PND-MAX
               DISPLAY "*** PENDING TABLE FULL AT " MMT-PND-MAX
                   " - MNTPEND NOT LOADED, RUN NOT STARTED ***"
               CLOSE MNT-FILE
               MOVE MMT-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO MMT-PND-COUNT.
           ADD 1 TO MMT-CARRIED-COUNT.
           MOVE MNT-RECORD TO MMT-PND-ENTRY (MMT-PND-COUNT).
           IF MNT-KEYED-DATE = MMT-RUN-DATE
               AND MNT-SEQ > MMT-LAST-SEQ
               MOVE MNT-SEQ TO MMT-LAST-SEQ
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-CARD - A KEYING CARD FILES A NEW PENDING
      *     TRANSACTION; A DECISION CARD DISPOSES OF ONE ALREADY ON
      *     FILE; ANYTHING ELSE IS REFUSED AS UNRECOGNISED
      *----------------------------------------------------------------
       2000-PROCESS-ONE-CARD.
           ADD 1 TO MMT-CARD-COUNT.
           MOVE SPACES TO MMT-VERDICT.
           MOVE SPACES TO MMT-NOTE.
           MOVE SPACES TO MMT-OLD-FIELD2.
           MOVE SPACES TO MMT-NEW-FIELD2.
           EVALUATE TRUE
               WHEN TRN-KEY-FUNCTION
                   PERFORM 2100-KEY-ONE-TRANSACTION THRU 2100-EXIT
               WHEN TRN-APPROVE OR TRN-REJECT
                   PERFORM 2500-DECIDE-ONE-TRANSACTION THRU 2500-EXIT
               WHEN OTHER
                   MOVE SPACES TO WRK-MNT-RECORD
                   MOVE TRN-FUNCTION TO WRK-MNT-ACTION
                   MOVE TRN-FIELD1 TO WRK-MNT-FIELD1
                   MOVE "BADFUN" TO MMT-NOTE
                   PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
           END-EVALUATE.
           PERFORM 2050-READ-CARD THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

       2050-READ-CARD.
           READ TRN-FILE
               AT END
                   SET MMT-TRN-EOF-YES TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-KEY-ONE-TRANSACTION - EDIT A NEW ADD/CHANGE/DELETE/
      *     REINSTATE AND, IF IT STANDS UP, FILE IT PENDING UNDER THE
      *     NEXT TRANSACTION ID FOR TODAY. NOTHING TOUCHES THE MASTER
      *----------------------------------------------------------------
       2100-KEY-ONE-TRANSACTION.
           MOVE SPACES TO WRK-MNT-RECORD.
           MOVE TRN-FUNCTION TO WRK-MNT-ACTION.
           MOVE TRN-FIELD1 TO WRK-MNT-FIELD1.
           MOVE TRN-FIELD2 TO WRK-MNT-FIELD2.
           MOVE TRN-REASON TO WRK-MNT-REASON.
           MOVE MMT-USER-ID TO WRK-MNT-KEYED-BY.
           IF WRK-MNT-ADD
               MOVE TRN-BATCH-ID TO WRK-MNT-BATCH-ID
           END-IF.
           IF WRK-MNT-DELETE
               MOVE SPACES TO WRK-MNT-FIELD2
           END-IF.
           PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
           IF MMT-NOTE NOT = SPACES
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF MMT-PND-COUNT NOT < MMT-PND-MAX OR MMT-LAST-SEQ = 9999
               MOVE "TBLFUL" TO MMT-NOTE
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO MMT-LAST-SEQ.
           MOVE MMT-RUN-DATE TO WRK-MNT-KEYED-DATE.
           MOVE MMT-LAST-SEQ TO WRK-MNT-SEQ.
           SET WRK-MNT-PENDING TO TRUE.
           MOVE 0 TO WRK-MNT-DECIDED-DATE.
           ADD 1 TO MMT-PND-COUNT.
           MOVE WRK-MNT-RECORD TO MMT-PND-ENTRY (MMT-PND-COUNT).
           ADD 1 TO MMT-KEYED-COUNT.
           MOVE "PENDING" TO MMT-VERDICT.
           MOVE WRK-MNT-FIELD2 TO MMT-NEW-FIELD2.
           PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-EDIT-TRANSACTION - THE KEYING EDITS, FIRST FAILURE WINS:
      *     NOUSER  NO MNTUSER - THE KEYER CANNOT BE RECORDED
      *     NOKEY   NO FIELD1 GIVEN
      *     NOBAT   AN ADD WITH NO OWNING BATCH ID - THE POSTING'S
      *             DELETE SWEEP WORKS REGION BY REGION, AND A KEY
      *             THAT BELONGS TO NO REGION COULD NEVER LEAVE
      *     BADRSN  REASON CODE NOT ON THE TABLE ABOVE
      *     BADF2   AN ADD OR CHANGE (OR A REINSTATE THAT GIVES ONE)
      *             WITH A FIELD2 THAT IS NOT NUMERIC OR IS ZERO -
      *             THE VERY VALUES THE DAILY EDIT WOULD REFUSE
      *     DUPPND  THE KEY ALREADY HAS A TRANSACTION PENDING
      *     AND THEN WHATEVER 4000-CHECK-MASTER FINDS
      *----------------------------------------------------------------
       2200-EDIT-TRANSACTION.
           IF MMT-USER-ID = "UNKNOWN"
               MOVE "NOUSER" TO MMT-NOTE
               GO TO 2200-EXIT
           END-IF.
           IF WRK-MNT-FIELD1 = SPACES
               MOVE "NOKEY" TO MMT-NOTE
               GO TO 2200-EXIT
           END-IF.
           IF WRK-MNT-ADD AND WRK-MNT-BATCH-ID = SPACES
               MOVE "NOBAT" TO MMT-NOTE
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-MNT-REASON TO MMT-REASON-CHECK.
           IF NOT MMT-REASON-VALID
               MOVE "BADRSN" TO MMT-NOTE
               GO TO 2200-EXIT
           END-IF.
           IF WRK-MNT-ADD OR WRK-MNT-CHANGE
               OR (WRK-MNT-REINSTATE AND WRK-MNT-FIELD2 NOT = SPACES)
               IF WRK-MNT-FIELD2 NOT NUMERIC
                   OR WRK-MNT-FIELD2 = "00000"
                   MOVE "BADF2" TO MMT-NOTE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO MMT-PND-FOUND-SW.
           PERFORM 2250-MATCH-PENDING-KEY THRU 2250-EXIT
               VARYING MMT-PND-IX FROM 1 BY 1
               UNTIL MMT-PND-IX > MMT-PND-COUNT
                   OR MMT-PND-FOUND.
           IF MMT-PND-FOUND
               MOVE "DUPPND" TO MMT-NOTE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 4000-CHECK-MASTER THRU 4000-EXIT.
       2200-EXIT.
           EXIT.

       2250-MATCH-PENDING-KEY.
           MOVE MMT-PND-ENTRY (MMT-PND-IX) TO CHK-MNT-RECORD.
           IF CHK-MNT-PENDING AND CHK-MNT-FIELD1 = WRK-MNT-FIELD1
               SET MMT-PND-FOUND TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-DECIDE-ONE-TRANSACTION - APPROVE OR REJECT A PENDING
      *     TRANSACTION BY ITS ID. ONLY A USER OTHER THAN THE KEYER
      *     MAY APPROVE; AN APPROVAL FROM THE KEYER IS REFUSED AND THE
      *     TRANSACTION SIMPLY STAYS PENDING. ANY NAMED USER MAY
      *     REJECT - FROM THE KEYER THAT IS A WITHDRAWAL. AN APPROVAL
      *     IS CHECKED AGAINST THE MASTER AGAIN, SINCE THE POSTING MAY
      *     HAVE MOVED THE KEY SINCE IT WAS KEYED, AND FAILS (WITH ITS
      *     REASON) IF THE KEY NO LONGER STANDS AS IT SHOULD
      *----------------------------------------------------------------
       2500-DECIDE-ONE-TRANSACTION.
           MOVE 'N' TO MMT-PND-FOUND-SW.
           IF TRN-TRAN-ID IS NUMERIC
               PERFORM 2550-MATCH-TRAN-ID THRU 2550-EXIT
                   VARYING MMT-PND-IX FROM 1 BY 1
                   UNTIL MMT-PND-IX > MMT-PND-COUNT
                       OR MMT-PND-FOUND
           END-IF.
           IF NOT MMT-PND-FOUND
               MOVE SPACES TO WRK-MNT-RECORD
               MOVE TRN-FUNCTION TO WRK-MNT-ACTION
               MOVE TRN-TRAN-ID TO WRK-MNT-TRAN-ID
               MOVE "NOTRAN" TO MMT-NOTE
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE MMT-PND-ENTRY (MMT-PND-HIT) TO WRK-MNT-RECORD.
           MOVE WRK-MNT-FIELD2 TO MMT-NEW-FIELD2.
           EVALUATE TRUE
               WHEN MMT-USER-ID = "UNKNOWN"
                   MOVE "NOUSER" TO MMT-NOTE
               WHEN NOT WRK-MNT-PENDING
                   MOVE "NOTPND" TO MMT-NOTE
               WHEN TRN-APPROVE AND MMT-USER-ID = WRK-MNT-KEYED-BY
                   MOVE "SAMEUS" TO MMT-NOTE
           END-EVALUATE.
           IF MMT-NOTE NOT = SPACES
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE MMT-USER-ID TO WRK-MNT-DECIDED-BY.
           MOVE MMT-RUN-DATE TO WRK-MNT-DECIDED-DATE.
           IF TRN-REJECT
               SET WRK-MNT-REJECTED TO TRUE
               ADD 1 TO MMT-REJECTED-COUNT
               MOVE "REJECTED" TO MMT-VERDICT
               PERFORM 2590-FILE-BACK THRU 2590-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 4000-CHECK-MASTER THRU 4000-EXIT.
           IF MMT-NOTE NOT = SPACES
               SET WRK-MNT-FAILED TO TRUE
               MOVE MMT-NOTE TO WRK-MNT-NOTE
               ADD 1 TO MMT-FAILED-COUNT
               MOVE "FAILED" TO MMT-VERDICT
               MOVE MMT-RC-WARNING TO MMT-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               PERFORM 2590-FILE-BACK THRU 2590-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 4100-APPLY-TO-MASTER THRU 4100-EXIT.
           SET WRK-MNT-APPLIED TO TRUE.
           ADD 1 TO MMT-APPLIED-COUNT.
           MOVE "APPLIED" TO MMT-VERDICT.
           PERFORM 2590-FILE-BACK THRU 2590-EXIT.
       2500-EXIT.
           EXIT.

       2550-MATCH-TRAN-ID.
           MOVE MMT-PND-ENTRY (MMT-PND-IX) TO CHK-MNT-RECORD.
           IF CHK-MNT-TRAN-ID = TRN-TRAN-ID
               SET MMT-PND-FOUND TO TRUE
               MOVE MMT-PND-IX TO MMT-PND-HIT
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2590-FILE-BACK - THE DECIDED TRANSACTION GOES BACK INTO ITS
      *     SLOT IN THE PENDING TABLE AND ONTO THE REPORT
      *----------------------------------------------------------------
       2590-FILE-BACK.
           MOVE WRK-MNT-RECORD TO MMT-PND-ENTRY (MMT-PND-HIT).
           PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
       2590-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-REFUSE-CARD - THE CARD CHANGES NOTHING: LIST IT WITH ITS
      *     NOTE AND RAISE THE WARNING CODE SO THE DECK GOES BACK TO
      *     WHOEVER KEYED IT. A TRANSACTION NOT YET FILED HAS NO ID
      *----------------------------------------------------------------
       2900-REFUSE-CARD.
           ADD 1 TO MMT-REFUSED-COUNT.
           MOVE "REFUSED" TO MMT-VERDICT.
           MOVE MMT-RC-WARNING TO MMT-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
           IF MMT-NEW-FIELD2 = SPACES
               MOVE WRK-MNT-FIELD2 TO MMT-NEW-FIELD2
           END-IF.
           PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LIST-STILL-PENDING - EVERYTHING STILL AWAITING A SECOND
      *     USER, OLDEST FIRST (THE FILE IS IN KEYING ORDER), SO THE
      *     APPROVERS SEE THEIR QUEUE ON THE SAME PAGE
      *----------------------------------------------------------------
       3000-LIST-STILL-PENDING.
           PERFORM 3010-COUNT-ONE-PENDING THRU 3010-EXIT
               VARYING MMT-PND-IX FROM 1 BY 1
               UNTIL MMT-PND-IX > MMT-PND-COUNT.
           IF MMT-STILL-PENDING = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MMT-PND-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MMT-HDG-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 3020-LIST-ONE-PENDING THRU 3020-EXIT
               VARYING MMT-PND-IX FROM 1 BY 1
               UNTIL MMT-PND-IX > MMT-PND-COUNT.
       3000-EXIT.
           EXIT.

       3010-COUNT-ONE-PENDING.
           MOVE MMT-PND-ENTRY (MMT-PND-IX) TO WRK-MNT-RECORD.
           IF WRK-MNT-PENDING
               ADD 1 TO MMT-STILL-PENDING
           END-IF.
       3010-EXIT.
           EXIT.

       3020-LIST-ONE-PENDING.
           MOVE MMT-PND-ENTRY (MMT-PND-IX) TO WRK-MNT-RECORD.
           IF NOT WRK-MNT-PENDING
               GO TO 3020-EXIT
           END-IF.
           MOVE SPACES TO MMT-NOTE.
           MOVE SPACES TO MMT-OLD-FIELD2.
           MOVE WRK-MNT-FIELD2 TO MMT-NEW-FIELD2.
           MOVE "PENDING" TO MMT-VERDICT.
           PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-MASTER - READ THE KEY AND SAY WHETHER THE MASTER
      *     STANDS THE WAY THE TRANSACTION EXPECTS:
      *     EXISTS  AN ADD FOR A KEY ALREADY ON THE MASTER
      *     NOTFND  ANYTHING ELSE FOR A KEY NOT ON THE MASTER
      *     NOTACT  A CHANGE TO A KEY THAT IS DELETED
      *     ALRDEL  A DELETE OF A KEY ALREADY DELETED BY MAINTENANCE
      *             (A KEY THE POSTING SWEPT MAY STILL BE DELETED BY
      *             HAND, WHICH STOPS THE POSTING REINSTATING IT)
      *     NOTDEL  A REINSTATE OF A KEY THAT IS ACTIVE
      *     THE KEY'S CURRENT FIELD2 IS KEPT FOR THE REPORT, AND THE
      *     RECORD IS LEFT IN THE MASTER RECORD AREA FOR 4100
      *----------------------------------------------------------------
       4000-CHECK-MASTER.
           MOVE 'N' TO MMT-MST-FOUND-SW.
           MOVE SPACES TO MMT-OLD-FIELD2.
           MOVE WRK-MNT-FIELD1 TO MST-FIELD1.
           READ MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MMT-MST-FOUND TO TRUE
                   MOVE MST-FIELD2 TO MMT-OLD-FIELD2
           END-READ.
           IF MMT-MST-FS NOT = "00" AND MMT-MST-FS NOT = "23"
               PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MNT-ADD AND MMT-MST-FOUND
                   MOVE "EXISTS" TO MMT-NOTE
               WHEN WRK-MNT-ADD
                   CONTINUE
               WHEN NOT MMT-MST-FOUND
                   MOVE "NOTFND" TO MMT-NOTE
               WHEN WRK-MNT-CHANGE AND NOT MST-ACTIVE
                   MOVE "NOTACT" TO MMT-NOTE
               WHEN WRK-MNT-DELETE AND MST-MANUAL-DELETE
                   MOVE "ALRDEL" TO MMT-NOTE
               WHEN WRK-MNT-REINSTATE AND MST-ACTIVE
                   MOVE "NOTDEL" TO MMT-NOTE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-APPLY-TO-MASTER - MAKE THE APPROVED ADJUSTMENT AND
      *     JOURNAL IT UNDER ITS MANUAL- ACTION. THE LAST-UPDATED DATE
      *     IS TODAY IN EVERY CASE, SO A KEY ADDED OR REINSTATED BY
      *     HAND IS NOT SWEPT BY TODAY'S POSTING. A DELETE LEAVES
      *     STATUS 'M', WHICH THE POSTING WILL NOT REINSTATE; A
      *     REINSTATE WITHOUT A FIELD2 BRINGS BACK THE OLD VALUE
      *----------------------------------------------------------------
       4100-APPLY-TO-MASTER.
           MOVE SPACES TO JRN-RECORD.
           MOVE WRK-MNT-FIELD1 TO JRN-FIELD1.
           MOVE MMT-OLD-FIELD2 TO JRN-OLD-FIELD2.
           EVALUATE TRUE
               WHEN WRK-MNT-ADD
                   MOVE WRK-MNT-FIELD1 TO MST-FIELD1
                   MOVE WRK-MNT-FIELD2 TO MST-FIELD2
                   MOVE MMT-RUN-DATE TO MST-FIRST-SEEN
                   MOVE MMT-RUN-DATE TO MST-LAST-UPDATED
                   SET MST-ACTIVE TO TRUE
                   MOVE WRK-MNT-BATCH-ID TO MST-BATCH-ID
                   MOVE WRK-MNT-FIELD2 TO JRN-NEW-FIELD2
                   SET JRN-MAN-ADDED TO TRUE
                   WRITE MST-RECORD
                       INVALID KEY
                           PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
                   END-WRITE
               WHEN WRK-MNT-CHANGE
                   MOVE WRK-MNT-FIELD2 TO MST-FIELD2
                   MOVE MMT-RUN-DATE TO MST-LAST-UPDATED
                   MOVE WRK-MNT-FIELD2 TO JRN-NEW-FIELD2
                   SET JRN-MAN-CHANGED TO TRUE
                   PERFORM 4200-REWRITE-MASTER THRU 4200-EXIT
               WHEN WRK-MNT-DELETE
                   SET MST-MANUAL-DELETE TO TRUE
                   MOVE MMT-RUN-DATE TO MST-LAST-UPDATED
                   SET JRN-MAN-DELETED TO TRUE
                   PERFORM 4200-REWRITE-MASTER THRU 4200-EXIT
               WHEN WRK-MNT-REINSTATE
                   IF WRK-MNT-FIELD2 NOT = SPACES
                       MOVE WRK-MNT-FIELD2 TO MST-FIELD2
                   END-IF
                   SET MST-ACTIVE TO TRUE
                   MOVE MMT-RUN-DATE TO MST-LAST-UPDATED
                   MOVE MST-FIELD2 TO JRN-NEW-FIELD2
                   SET JRN-MAN-REINSTATED TO TRUE
                   PERFORM 4200-REWRITE-MASTER THRU 4200-EXIT
           END-EVALUATE.
           IF MMT-MST-FS NOT = "00"
               PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-IF.
           MOVE JRN-NEW-FIELD2 TO MMT-NEW-FIELD2.
           PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
       4100-EXIT.
           EXIT.

       4200-REWRITE-MASTER.
           REWRITE MST-RECORD
               INVALID KEY
                   PERFORM 9800-MSTFILE-IO-ABEND THRU 9800-EXIT
           END-REWRITE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-DETAIL - ONE REPORT LINE FOR THE TRANSACTION IN THE
      *     WORK VIEW, AND AN EXPLANATION LINE UNDER IT WHEN IT
      *     CARRIES A NOTE
      *----------------------------------------------------------------
       8000-WRITE-DETAIL.
           MOVE SPACES TO MMT-DET-LINE.
           IF WRK-MNT-KEYED-DATE IS NUMERIC
               AND WRK-MNT-KEYED-DATE NOT = 0
               MOVE WRK-MNT-TRAN-ID TO MMT-DET-TRAN-ID
           END-IF.
           MOVE WRK-MNT-ACTION TO MMT-DET-ACTION.
           MOVE WRK-MNT-FIELD1 TO MMT-DET-FIELD1.
           MOVE MMT-OLD-FIELD2 TO MMT-DET-OLD-FIELD2.
           MOVE MMT-NEW-FIELD2 TO MMT-DET-NEW-FIELD2.
           MOVE WRK-MNT-REASON TO MMT-DET-REASON.
           MOVE WRK-MNT-KEYED-BY TO MMT-DET-KEYED-BY.
           MOVE WRK-MNT-DECIDED-BY TO MMT-DET-AUTH-BY.
           MOVE MMT-VERDICT TO MMT-DET-VERDICT.
           MOVE MMT-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF MMT-NOTE NOT = SPACES
               PERFORM 8200-EXPLAIN-NOTE THRU 8200-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-WRITE-JOURNAL - APPEND THE APPLIED ADJUSTMENT TO THE
      *     STANDING HISTORY JOURNAL. A JOURNAL WRITE FAILURE IS A
      *     STOP - THE MASTER HAS MOVED AND THE JOURNAL MUST SAY SO
      *----------------------------------------------------------------
       8100-WRITE-JOURNAL.
           MOVE MMT-RUN-DATE TO JRN-POST-DATE.
           WRITE JRN-RECORD.
           IF MMT-JRN-FS NOT = "00"
               DISPLAY "*** JRN-FILE (MSTJRNL) WRITE ERROR - FILE "
                   "STATUS " MMT-JRN-FS " - " WRK-MNT-FIELD1
                   " APPLIED BUT NOT JOURNALED ***"
               CLOSE TRN-FILE
               CLOSE MST-FILE
               CLOSE JRN-FILE
               CLOSE RPT-FILE
               MOVE MMT-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.

       8200-EXPLAIN-NOTE.
           MOVE MMT-NOTE TO MMT-NTL-CODE.
           EVALUATE MMT-NOTE
               WHEN "BADFUN"
                   MOVE "FUNCTION NOT RECOGNISED" TO MMT-NTL-TEXT
               WHEN "NOUSER"
                   MOVE "NO USER ID (MNTUSER) - NOTHING KEYED/DECIDED"
                       TO MMT-NTL-TEXT
               WHEN "NOKEY"
                   MOVE "NO FIELD1 KEY GIVEN" TO MMT-NTL-TEXT
               WHEN "NOBAT"
                   MOVE "ADD GIVES NO OWNING BATCH ID" TO MMT-NTL-TEXT
               WHEN "BADRSN"
                   MOVE "REASON CODE NOT RECOGNISED" TO MMT-NTL-TEXT
               WHEN "BADF2"
                   MOVE "FIELD2 MISSING, NOT NUMERIC, OR ZERO"
                       TO MMT-NTL-TEXT
               WHEN "DUPPND"
                   MOVE "KEY ALREADY HAS A TRANSACTION PENDING"
                       TO MMT-NTL-TEXT
               WHEN "TBLFUL"
                   MOVE "PENDING FILE FULL - KEY IT AGAIN TOMORROW"
                       TO MMT-NTL-TEXT
               WHEN "NOTRAN"
                   MOVE "NO SUCH TRANSACTION ON THE PENDING FILE"
                       TO MMT-NTL-TEXT
               WHEN "NOTPND"
                   MOVE "TRANSACTION ALREADY DECIDED" TO MMT-NTL-TEXT
               WHEN "SAMEUS"
                   MOVE "KEYER MAY NOT APPROVE - STILL PENDING"
                       TO MMT-NTL-TEXT
               WHEN "EXISTS"
                   MOVE "KEY ALREADY ON THE MASTER" TO MMT-NTL-TEXT
               WHEN "NOTFND"
                   MOVE "KEY NOT ON THE MASTER" TO MMT-NTL-TEXT
               WHEN "NOTACT"
                   MOVE "KEY IS DELETED - REINSTATE IT INSTEAD"
                       TO MMT-NTL-TEXT
               WHEN "ALRDEL"
                   MOVE "KEY ALREADY DELETED BY MAINTENANCE"
                       TO MMT-NTL-TEXT
               WHEN "NOTDEL"
                   MOVE "KEY IS ACTIVE - NOTHING TO REINSTATE"
                       TO MMT-NTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO MMT-NTL-TEXT
           END-EVALUATE.
           MOVE MMT-NOTE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - REWRITE THE PENDING FILE FROM THE TABLE, PUT
      *     THE CONTROL TOTALS ON THE REPORT AND SYSOUT, AND CLOSE UP
      *----------------------------------------------------------------
       9000-FINALIZE.
           PERFORM 9400-REWRITE-PENDING-FILE THRU 9400-EXIT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CARDS READ .........: " TO MMT-TOT-LABEL.
           MOVE MMT-CARD-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYED PENDING ......: " TO MMT-TOT-LABEL.
           MOVE MMT-KEYED-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "APPLIED ............: " TO MMT-TOT-LABEL.
           MOVE MMT-APPLIED-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "REJECTED ...........: " TO MMT-TOT-LABEL.
           MOVE MMT-REJECTED-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "FAILED AT APPROVAL .: " TO MMT-TOT-LABEL.
           MOVE MMT-FAILED-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "CARDS REFUSED ......: " TO MMT-TOT-LABEL.
           MOVE MMT-REFUSED-COUNT TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "STILL PENDING ......: " TO MMT-TOT-LABEL.
           MOVE MMT-STILL-PENDING TO MMT-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           DISPLAY "MASTER MAINTENANCE - CARDS ......: "
               MMT-CARD-COUNT.
           DISPLAY "MASTER MAINTENANCE - KEYED ......: "
               MMT-KEYED-COUNT.
           DISPLAY "MASTER MAINTENANCE - APPLIED ....: "
               MMT-APPLIED-COUNT.
           DISPLAY "MASTER MAINTENANCE - REJECTED ...: "
               MMT-REJECTED-COUNT.
           DISPLAY "MASTER MAINTENANCE - FAILED .....: "
               MMT-FAILED-COUNT.
           DISPLAY "MASTER MAINTENANCE - REFUSED ....: "
               MMT-REFUSED-COUNT.
           DISPLAY "MASTER MAINTENANCE - PENDING ....: "
               MMT-STILL-PENDING.
           DISPLAY "MASTER MAINTENANCE - CLEARED ....: "
               MMT-CLEARED-COUNT.
           CLOSE TRN-FILE.
           CLOSE MST-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
       9000-EXIT.
           EXIT.

       9010-WRITE-TOTAL-LINE.
           MOVE MMT-TOT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9400-REWRITE-PENDING-FILE - THE TABLE GOES BACK OUT WHOLE:
      *     WHAT WAS CARRIED IN, AS DECIDED TODAY, AND WHAT WAS KEYED
      *     TODAY. A FILE THAT CANNOT BE REWRITTEN LEAVES YESTERDAY'S
      *     COPY STANDING, SO TODAY'S DECISIONS MUST BE CHECKED
      *     AGAINST THE JOURNAL BEFORE THE DECK IS RUN AGAIN
      *----------------------------------------------------------------
       9400-REWRITE-PENDING-FILE.
           OPEN OUTPUT MNT-FILE.
           IF MMT-MNT-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE MNT-FILE (MNTPEND) - "
                   "FILE STATUS " MMT-MNT-FS " - CHECK MSTJRNL "
                   "BEFORE RE-RUNNING ***"
               MOVE MMT-RC-ABEND TO MMT-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               GO TO 9400-EXIT
           END-IF.
           PERFORM 9410-WRITE-ONE-PENDING THRU 9410-EXIT
               VARYING MMT-PND-IX FROM 1 BY 1
               UNTIL MMT-PND-IX > MMT-PND-COUNT.
           CLOSE MNT-FILE.
       9400-EXIT.
           EXIT.

       9410-WRITE-ONE-PENDING.
           MOVE MMT-PND-ENTRY (MMT-PND-IX) TO MNT-RECORD.
           WRITE MNT-RECORD.
       9410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9800-MSTFILE-IO-ABEND - A READ/WRITE/REWRITE AGAINST THE
      *     MASTER FAILED. MNTPEND IS NOT REWRITTEN, SO EVERYTHING
      *     DECIDED THIS RUN STILL SHOWS PENDING - CHECK MSTJRNL FOR
      *     WHAT WAS APPLIED BEFORE THE DECK IS RUN AGAIN
      *----------------------------------------------------------------
       9800-MSTFILE-IO-ABEND.
           DISPLAY "*** MST-FILE (FLD1MSTR) I/O ERROR - FILE STATUS "
               MMT-MST-FS " - KEY " WRK-MNT-FIELD1 " ***".
           CLOSE TRN-FILE.
           CLOSE MST-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
           MOVE MMT-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       9800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9950-RAISE-CONDITION - THE RUN'S CONDITION CODE ONLY EVER
      *     GOES UP
      *----------------------------------------------------------------
       9950-RAISE-CONDITION.
           IF MMT-RC-CANDIDATE > MMT-RETURN-CODE
               MOVE MMT-RC-CANDIDATE TO MMT-RETURN-CODE
           END-IF.
       9950-EXIT.
           EXIT.
