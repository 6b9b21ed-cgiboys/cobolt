       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-LEDGER-RECONCILE.
       AUTHOR. R W PRICE.
       INSTALLATION. DATA CONTROL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 2026-10-15 RWP  INITIAL VERSION - KEY-BY-KEY RECONCILIATION OF
      *                 THE TWO STANDING BOOKS, THE FIELD1 MASTER
      *                 (FLD1MSTR) AND THE LEDGER BALANCE FILE
      *                 (LEDGBAL). END-OF-DAY-BALANCING PROVES ONLY
      *                 CONTROL TOTALS; THIS RUN READS BOTH FILES IN
      *                 FIELD1 ORDER AND REPORTS EVERY KEY THAT BREAKS:
      *                 AN ACTIVE MASTER KEY NOT ON THE LEDGER
      *                 (MST-ONLY), A LEDGER KEY NOT ON THE MASTER
      *                 (LDG-ONLY), AN ACTIVE KEY WHOSE FIELD2 DIFFERS
      *                 (VALUE), A DELETED MASTER KEY STILL CARRYING A
      *                 LEDGER BALANCE (DEL-BAL), AND AN ACTIVE KEY
      *                 WHOSE MASTER LAST-UPDATED DATE IS NOT THE
      *                 LEDGER'S LAST-LOADED DATE (DATE). EACH BREAK IS
      *                 CARRIED FROM RUN TO RUN ON THE STANDING BREAK
      *                 FILE (RCNBRKS) WITH THE DATE IT WAS FIRST SEEN,
      *                 SO THE REPORT (RCNRPT) SHOWS HOW MANY BUSINESS
      *                 DAYS EACH HAS BEEN OPEN, LISTS THE BREAKS THAT
      *                 HAVE CLEARED SINCE THE LAST RUN, AND GIVES
      *                 COUNTS AND MASTER/LEDGER VALUE TOTALS BY BREAK
      *                 TYPE. ANY OPEN BREAK RAISES THE WARNING
      *                 CONDITION CODE (4).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO "FLD1MSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-FIELD1
               FILE STATUS IS MLR-MST-FS.

           SELECT LDG-FILE ASSIGN TO "LEDGBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDG-FIELD1
               FILE STATUS IS MLR-LDG-FS.

           SELECT BRK-FILE ASSIGN TO "RCNBRKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MLR-BRK-FS.

           SELECT RPT-FILE ASSIGN TO "RCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MLR-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD LDG-FILE.
       01 LDG-RECORD.
           05 LDG-FIELD1               PIC X(10).
           05 LDG-FIELD2               PIC 9(07).
           05 LDG-FIRST-LOADED         PIC 9(08).
           05 LDG-LAST-LOADED          PIC 9(08).

      *    ONE RECORD PER BREAK OPEN AT THE LAST RUN, IN FIELD1 ORDER
      *    (AND BREAK-TYPE ORDER WITHIN A KEY), WITH THE DATE IT WAS
      *    FIRST SEEN AND THE TWO VALUES AS THEY STOOD THEN
       FD BRK-FILE.
       01 BRK-RECORD.
           05 BRK-FIELD1               PIC X(10).
           05 BRK-TYPE                 PIC X(08).
           05 BRK-OPENED               PIC 9(08).
           05 BRK-LAST-SEEN            PIC 9(08).
           05 BRK-MST-VALUE            PIC 9(07).
           05 BRK-LDG-VALUE            PIC 9(07).

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01 MLR-SWITCHES.
           05 MLR-BRK-EOF-SW           PIC X(01) VALUE 'N'.
               88 MLR-BRK-EOF-YES                VALUE 'Y'.
           05 MLR-PRB-FOUND-SW         PIC X(01) VALUE 'N'.
               88 MLR-PRB-FOUND                  VALUE 'Y'.
           05 MLR-ON-MST-SW            PIC X(01) VALUE 'N'.
               88 MLR-ON-MST                     VALUE 'Y'.
           05 MLR-ON-LDG-SW            PIC X(01) VALUE 'N'.
               88 MLR-ON-LDG                     VALUE 'Y'.
           05 MLR-CLEARED-HDG-SW       PIC X(01) VALUE 'N'.
               88 MLR-CLEARED-HDG-DONE           VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS
      *----------------------------------------------------------------
       01 MLR-COUNTERS.
           05 MLR-MST-READ             PIC 9(09) VALUE 0.
           05 MLR-LDG-READ             PIC 9(09) VALUE 0.
           05 MLR-KEYS-MATCHED         PIC 9(09) VALUE 0.
           05 MLR-BREAKS-OPEN          PIC 9(09) VALUE 0.
           05 MLR-BREAKS-NEW           PIC 9(09) VALUE 0.
           05 MLR-BREAKS-CLEARED       PIC 9(09) VALUE 0.
           05 MLR-BREAKS-UNCARRIED     PIC 9(09) VALUE 0.

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01 MLR-MST-FS                   PIC X(02) VALUE SPACES.
       01 MLR-LDG-FS                   PIC X(02) VALUE SPACES.
       01 MLR-BRK-FS                   PIC X(02) VALUE SPACES.
       01 MLR-RPT-FS                   PIC X(02) VALUE SPACES.

       01 MLR-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE SUITE'S
      * PROCESSING DATE, AND A BREAK'S AGE IS COUNTED IN BUSINESS
      * DAYS THE WAY SUSPENSE AGING IS
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MLR-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MLR-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MLR-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MLR-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MLR-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MLR-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MLR-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MLR-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MLR-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MLR-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MLR-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MLR-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 THE BOOKS AGREE KEY FOR KEY, 4
      * WARNING (BREAKS OPEN), 16 ABEND
      *----------------------------------------------------------------
       01 MLR-RETURN-CODE              PIC 9(02) VALUE 0.
       01 MLR-RC-CANDIDATE             PIC 9(02) VALUE 0.
       01 MLR-RC-WARNING               PIC 9(02) VALUE 4.
       01 MLR-RC-ABEND                 PIC 9(02) VALUE 16.

      *----------------------------------------------------------------
      * MATCH-MERGE WORK - THE CURRENT KEY OF EACH BOOK (HIGH-VALUES
      * ONCE IT IS SPENT) AND THE BREAK IN HAND
      *----------------------------------------------------------------
       01 MLR-MST-KEY                  PIC X(10) VALUE SPACES.
       01 MLR-LDG-KEY                  PIC X(10) VALUE SPACES.
       01 MLR-CUR-KEY                  PIC X(10) VALUE SPACES.
       01 MLR-CUR-MST-VALUE            PIC 9(07) VALUE 0.
       01 MLR-CUR-LDG-VALUE            PIC 9(07) VALUE 0.
       01 MLR-BRK-TYPE-IX              PIC 9(01) VALUE 0.
       01 MLR-BRK-OPENED               PIC 9(08) VALUE 0.
       01 MLR-BRK-DAYS                 PIC 9(08) VALUE 0.
       01 MLR-BRK-NEW-FLAG             PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------
      * BREAK TYPES, AND THEIR COUNTS AND VALUE TOTALS FOR THE RUN.
      * THE MASTER AND LEDGER TOTALS ARE THE FIELD2 VALUES EACH BOOK
      * CARRIES FOR THE KEYS IN BREAK (ZERO WHERE A BOOK HAS NO KEY)
      *----------------------------------------------------------------
       01 MLR-TYPE-NAMES.
           05 FILLER                   PIC X(08) VALUE "MST-ONLY".
           05 FILLER                   PIC X(08) VALUE "LDG-ONLY".
           05 FILLER                   PIC X(08) VALUE "VALUE".
           05 FILLER                   PIC X(08) VALUE "DEL-BAL".
           05 FILLER                   PIC X(08) VALUE "DATE".
       01 FILLER REDEFINES MLR-TYPE-NAMES.
           05 MLR-TYPE-NAME            PIC X(08) OCCURS 5 TIMES.

       01 MLR-TYPE-TABLE.
           05 MLR-TYPE-ENTRY OCCURS 5 TIMES.
               10 MLR-TYP-COUNT        PIC 9(09).
               10 MLR-TYP-NEW          PIC 9(09).
               10 MLR-TYP-MST-TOTAL    PIC 9(12).
               10 MLR-TYP-LDG-TOTAL    PIC 9(12).
       01 MLR-TYP-IX                   PIC 9(01) VALUE 0.
       01 MLR-TYP-DIFF                 PIC S9(12) VALUE 0.

      *----------------------------------------------------------------
      * BREAK TABLES - THE STANDING RCNBRKS FILE LOADED WHOLE (PRIOR),
      * AND THE BREAKS FOUND TODAY IN THE ORDER THEY ARE FOUND, WHICH
      * IS WRITTEN BACK WHOLE AT THE END OF THE RUN. BOTH ARE IN
      * FIELD1 ORDER, SO THE PRIOR TABLE IS WALKED WITH A CURSOR THAT
      * KEEPS PACE WITH THE MERGE
      *----------------------------------------------------------------
       01 MLR-PRB-TABLE-CONTROLS.
           05 MLR-PRB-COUNT            PIC 9(05) COMP VALUE 0.
           05 MLR-PRB-MAX              PIC 9(05) COMP VALUE 20000.
           05 MLR-PRB-CURSOR           PIC 9(05) COMP VALUE 1.
           05 MLR-PRB-IX               PIC 9(05) COMP VALUE 0.

       01 MLR-PRB-TABLE.
           05 MLR-PRB-ENTRY OCCURS 20000 TIMES.
               10 MLR-PRB-FIELD1       PIC X(10).
               10 MLR-PRB-TYPE         PIC X(08).
               10 MLR-PRB-OPENED       PIC 9(08).
               10 MLR-PRB-SEEN-SW      PIC X(01).
                   88 MLR-PRB-SEEN               VALUE 'Y'.

       01 MLR-TDB-TABLE-CONTROLS.
           05 MLR-TDB-COUNT            PIC 9(05) COMP VALUE 0.
           05 MLR-TDB-MAX              PIC 9(05) COMP VALUE 20000.
           05 MLR-TDB-IX               PIC 9(05) COMP VALUE 0.

       01 MLR-TDB-TABLE.
           05 MLR-TDB-ENTRY OCCURS 20000 TIMES.
               10 MLR-TDB-FIELD1       PIC X(10).
               10 MLR-TDB-TYPE         PIC X(08).
               10 MLR-TDB-OPENED       PIC 9(08).
               10 MLR-TDB-LAST-SEEN    PIC 9(08).
               10 MLR-TDB-MST-VALUE    PIC 9(07).
               10 MLR-TDB-LDG-VALUE    PIC 9(07).

      *----------------------------------------------------------------
      * REPORT-LINE LAYOUTS
      *----------------------------------------------------------------
       01 MLR-HDG-LINE-1.
           05 FILLER                    PIC X(32)
               VALUE "MASTER / LEDGER RECONCILIATION".
           05 FILLER                    PIC X(14)
               VALUE "  RUN DATE: ".
           05 MLR-HDG-DATE              PIC 9999/99/99.

       01 MLR-OPEN-SECTION-LINE         PIC X(80)
           VALUE "OPEN BREAKS - DAYS OPEN IN BUSINESS DAYS".

       01 MLR-COL-LINE-1.
           05 FILLER                    PIC X(40) VALUE
               "FIELD1     TYPE      MASTER  LEDGER S LA".
           05 FILLER                    PIC X(40) VALUE
               "ST-UPD   LAST-LOAD  OPENED      DAYS NEW".

       01 MLR-DET-LINE.
           05 MLR-DET-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-TYPE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-MST-VALUE         PIC ZZZZZZ9.
           05 MLR-DET-MST-VALUE-X REDEFINES MLR-DET-MST-VALUE
                                        PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-LDG-VALUE         PIC ZZZZZZ9.
           05 MLR-DET-LDG-VALUE-X REDEFINES MLR-DET-LDG-VALUE
                                        PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-STATUS            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-LAST-UPD          PIC 9999/99/99.
           05 MLR-DET-LAST-UPD-X REDEFINES MLR-DET-LAST-UPD
                                        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-LAST-LOAD         PIC 9999/99/99.
           05 MLR-DET-LAST-LOAD-X REDEFINES MLR-DET-LAST-LOAD
                                        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-OPENED            PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-DAYS              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-DET-NEW               PIC X(03).

       01 MLR-CLEARED-SECTION-LINE      PIC X(80)
           VALUE "BREAKS CLEARED SINCE THE LAST RUN".

       01 MLR-COL-LINE-2.
           05 FILLER                    PIC X(40) VALUE
               "FIELD1     TYPE     OPENED      DAYS OPE".
           05 FILLER                    PIC X(40) VALUE
               "N".

       01 MLR-CLR-LINE.
           05 MLR-CLR-FIELD1            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-CLR-TYPE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-CLR-OPENED            PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-CLR-DAYS              PIC ZZZZZZZ9.

       01 MLR-SUMMARY-SECTION-LINE      PIC X(80)
           VALUE "BREAKS BY TYPE".

       01 MLR-COL-LINE-3.
           05 FILLER                    PIC X(40) VALUE
               "TYPE         COUNT    NEW   MASTER VALUE".
           05 FILLER                    PIC X(40) VALUE
               "   LEDGER VALUE     DIFFERENCE".

       01 MLR-SUM-LINE.
           05 MLR-SUM-TYPE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-SUM-COUNT             PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-SUM-NEW               PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MLR-SUM-MST-TOTAL         PIC ZZZZZZZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MLR-SUM-LDG-TOTAL         PIC ZZZZZZZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MLR-SUM-DIFF              PIC -(12)9.

       01 MLR-TOT-LINE.
           05 MLR-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 MLR-TOT-VALUE             PIC ZZZZZZZZ9.

       01 MLR-NONE-LINE                 PIC X(80)
           VALUE "  (NONE)".

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - LOAD THE CARRIED BREAKS, MERGE THE TWO BOOKS,
      *     LIST WHAT CLEARED, SUMMARISE, AND CARRY TODAY'S BREAKS
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-RECONCILE-ONE-KEY THRU 3000-EXIT
               UNTIL MLR-MST-KEY = HIGH-VALUES
                   AND MLR-LDG-KEY = HIGH-VALUES.
           IF MLR-BREAKS-OPEN = 0
               MOVE MLR-NONE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           PERFORM 4000-LIST-CLEARED THRU 4000-EXIT.
           PERFORM 5000-SUMMARISE THRU 5000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           DISPLAY "RUN CONDITION CODE: " MLR-RETURN-CODE.
           MOVE MLR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE DATE, LOAD THE CARRIED BREAKS,
      *     OPEN BOTH BOOKS AND THE REPORT, AND PRIME BOTH READS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO MLR-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MLR-CAL-PARMS.
           IF MLR-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE MLR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MLR-CAL-DATE-1 TO MLR-RUN-DATE.
           INITIALIZE MLR-TYPE-TABLE.
           PERFORM 1100-LOAD-BREAKS THRU 1100-EXIT.
           OPEN INPUT MST-FILE.
           EVALUATE TRUE
               WHEN MLR-MST-FS = "00"
                   PERFORM 2100-READ-MASTER THRU 2100-EXIT
               WHEN MLR-MST-FS = "35"
                   DISPLAY "NO FIELD1 MASTER (FLD1MSTR) ON HAND"
                   MOVE HIGH-VALUES TO MLR-MST-KEY
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN MST-FILE (FLD1MSTR) - "
                       "FILE STATUS " MLR-MST-FS " ***"
                   MOVE MLR-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT LDG-FILE.
           EVALUATE TRUE
               WHEN MLR-LDG-FS = "00"
                   PERFORM 2200-READ-LEDGER THRU 2200-EXIT
               WHEN MLR-LDG-FS = "35"
                   DISPLAY "NO LEDGER BALANCE FILE (LEDGBAL) ON HAND"
                   MOVE HIGH-VALUES TO MLR-LDG-KEY
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN LDG-FILE (LEDGBAL) - "
                       "FILE STATUS " MLR-LDG-FS " ***"
                   MOVE MLR-RC-ABEND TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT RPT-FILE.
           IF MLR-RPT-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RPT-FILE (RCNRPT) - "
                   "FILE STATUS " MLR-RPT-FS " ***"
               MOVE MLR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MLR-RUN-DATE TO MLR-HDG-DATE.
           MOVE MLR-HDG-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-OPEN-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-COL-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-BREAKS - THE BREAKS OPEN AT THE LAST RUN INTO THE
      *     PRIOR TABLE. NO FILE MEANS THIS IS THE FIRST RUN
      *----------------------------------------------------------------
       1100-LOAD-BREAKS.
           OPEN INPUT BRK-FILE.
           IF MLR-BRK-FS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF MLR-BRK-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN BRK-FILE (RCNBRKS) - "
                   "FILE STATUS " MLR-BRK-FS " ***"
               MOVE MLR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-BREAK THRU 1110-EXIT
               UNTIL MLR-BRK-EOF-YES.
           CLOSE BRK-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-BREAK.
           READ BRK-FILE
               AT END
                   SET MLR-BRK-EOF-YES TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF MLR-BRK-FS NOT = "00"
               DISPLAY "*** ERROR READING BRK-FILE (RCNBRKS) - "
                   "FILE STATUS " MLR-BRK-FS " ***"
               CLOSE BRK-FILE
               MOVE MLR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MLR-PRB-COUNT NOT < MLR-PRB-MAX
               DISPLAY "*** BREAK TABLE FULL AT " MLR-PRB-MAX
                   " - RCNBRKS NOT LOADED ***"
               CLOSE BRK-FILE
               MOVE MLR-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO MLR-PRB-COUNT.
           MOVE BRK-FIELD1 TO MLR-PRB-FIELD1 (MLR-PRB-COUNT).
           MOVE BRK-TYPE TO MLR-PRB-TYPE (MLR-PRB-COUNT).
           MOVE BRK-OPENED TO MLR-PRB-OPENED (MLR-PRB-COUNT).
           MOVE 'N' TO MLR-PRB-SEEN-SW (MLR-PRB-COUNT).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-MASTER / 2200-READ-LEDGER - NEXT KEY OF EACH BOOK,
      *     HIGH-VALUES AT END
      *----------------------------------------------------------------
       2100-READ-MASTER.
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO MLR-MST-KEY
               NOT AT END
                   MOVE MST-FIELD1 TO MLR-MST-KEY
                   ADD 1 TO MLR-MST-READ
           END-READ.
           IF MLR-MST-FS NOT = "00" AND MLR-MST-FS NOT = "10"
               DISPLAY "*** ERROR READING MST-FILE (FLD1MSTR) - "
                   "FILE STATUS " MLR-MST-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-READ-LEDGER.
           READ LDG-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO MLR-LDG-KEY
               NOT AT END
                   MOVE LDG-FIELD1 TO MLR-LDG-KEY
                   ADD 1 TO MLR-LDG-READ
           END-READ.
           IF MLR-LDG-FS NOT = "00" AND MLR-LDG-FS NOT = "10"
               DISPLAY "*** ERROR READING LDG-FILE (LEDGBAL) - "
                   "FILE STATUS " MLR-LDG-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECONCILE-ONE-KEY - THE LOWER KEY IN HAND ON EITHER BOOK,
      *     JUDGED FOR EVERY BREAK IT SHOWS. A DELETED MASTER KEY THE
      *     LEDGER NEVER HEARD OF, OR ONE THE LEDGER HOLDS AT ZERO, IS
      *     NOT A BREAK - THE BOOKS AGREE THERE IS NOTHING THERE
      *----------------------------------------------------------------
       3000-RECONCILE-ONE-KEY.
           MOVE MLR-MST-KEY TO MLR-CUR-KEY.
           IF MLR-LDG-KEY < MLR-CUR-KEY
               MOVE MLR-LDG-KEY TO MLR-CUR-KEY
           END-IF.
           MOVE 'N' TO MLR-ON-MST-SW.
           MOVE 'N' TO MLR-ON-LDG-SW.
           MOVE 0 TO MLR-CUR-MST-VALUE.
           MOVE 0 TO MLR-CUR-LDG-VALUE.
           IF MLR-MST-KEY = MLR-CUR-KEY
               SET MLR-ON-MST TO TRUE
               MOVE MST-FIELD2 TO MLR-CUR-MST-VALUE
           END-IF.
           IF MLR-LDG-KEY = MLR-CUR-KEY
               SET MLR-ON-LDG TO TRUE
               MOVE LDG-FIELD2 TO MLR-CUR-LDG-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN MLR-ON-MST AND MLR-ON-LDG
                   ADD 1 TO MLR-KEYS-MATCHED
                   PERFORM 3100-JUDGE-MATCHED THRU 3100-EXIT
               WHEN MLR-ON-MST
                   IF MST-ACTIVE
                       MOVE 1 TO MLR-BRK-TYPE-IX
                       PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 2 TO MLR-BRK-TYPE-IX
                   PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
           END-EVALUATE.
           IF MLR-ON-MST
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
           END-IF.
           IF MLR-ON-LDG
               PERFORM 2200-READ-LEDGER THRU 2200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-JUDGE-MATCHED - A KEY ON BOTH BOOKS. AN ACTIVE KEY MUST
      *     CARRY THE SAME FIELD2 AND HAVE BEEN LAST LOADED ON THE DAY
      *     IT WAS LAST UPDATED (BOTH ARE STAMPED BY THE SAME DAY'S
      *     EXTRACT); A DELETED KEY MUST HAVE NO LEDGER BALANCE LEFT
      *----------------------------------------------------------------
       3100-JUDGE-MATCHED.
           IF MST-DELETED
               IF MLR-CUR-LDG-VALUE > 0
                   MOVE 4 TO MLR-BRK-TYPE-IX
                   PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF MLR-CUR-MST-VALUE NOT = MLR-CUR-LDG-VALUE
               MOVE 3 TO MLR-BRK-TYPE-IX
               PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
           END-IF.
           IF MST-LAST-UPDATED NOT = LDG-LAST-LOADED
               MOVE 5 TO MLR-BRK-TYPE-IX
               PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-RECORD-BREAK - ONE BREAK OF THE KEY IN HAND: FIND WHEN IT
      *     WAS FIRST SEEN (OR OPEN IT TODAY), AGE IT, LIST IT, ADD IT
      *     TO ITS TYPE'S TOTALS AND CARRY IT FORWARD
      *----------------------------------------------------------------
       3400-RECORD-BREAK.
           PERFORM 3410-FIND-PRIOR-BREAK THRU 3410-EXIT.
           IF MLR-PRB-FOUND
               SET MLR-PRB-SEEN (MLR-PRB-IX) TO TRUE
               MOVE MLR-PRB-OPENED (MLR-PRB-IX) TO MLR-BRK-OPENED
               MOVE SPACES TO MLR-BRK-NEW-FLAG
           ELSE
               MOVE MLR-RUN-DATE TO MLR-BRK-OPENED
               MOVE "NEW" TO MLR-BRK-NEW-FLAG
               ADD 1 TO MLR-BREAKS-NEW
               ADD 1 TO MLR-TYP-NEW (MLR-BRK-TYPE-IX)
           END-IF.
           PERFORM 3450-AGE-BREAK THRU 3450-EXIT.
           ADD 1 TO MLR-BREAKS-OPEN.
           ADD 1 TO MLR-TYP-COUNT (MLR-BRK-TYPE-IX).
           ADD MLR-CUR-MST-VALUE TO MLR-TYP-MST-TOTAL (MLR-BRK-TYPE-IX).
           ADD MLR-CUR-LDG-VALUE TO MLR-TYP-LDG-TOTAL (MLR-BRK-TYPE-IX).
           MOVE MLR-RC-WARNING TO MLR-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
           PERFORM 3500-WRITE-BREAK-LINE THRU 3500-EXIT.
           PERFORM 3600-CARRY-BREAK THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3410-FIND-PRIOR-BREAK - MOVE THE PRIOR-TABLE CURSOR UP TO THE
      *     KEY IN HAND (EVERYTHING IT PASSES IS FOR A LOWER KEY), THEN
      *     LOOK AMONG THAT KEY'S CARRIED BREAKS FOR THIS TYPE
      *----------------------------------------------------------------
       3410-FIND-PRIOR-BREAK.
           MOVE 'N' TO MLR-PRB-FOUND-SW.
           PERFORM 3420-ADVANCE-CURSOR THRU 3420-EXIT
               UNTIL MLR-PRB-CURSOR > MLR-PRB-COUNT
                   OR MLR-PRB-FIELD1 (MLR-PRB-CURSOR)
                       NOT < MLR-CUR-KEY.
           PERFORM 3430-MATCH-ONE-PRIOR THRU 3430-EXIT
               VARYING MLR-PRB-IX FROM MLR-PRB-CURSOR BY 1
               UNTIL MLR-PRB-IX > MLR-PRB-COUNT
                   OR MLR-PRB-FOUND
                   OR MLR-PRB-FIELD1 (MLR-PRB-IX) NOT = MLR-CUR-KEY.
           IF MLR-PRB-FOUND
               SUBTRACT 1 FROM MLR-PRB-IX
           END-IF.
       3410-EXIT.
           EXIT.

       3420-ADVANCE-CURSOR.
           ADD 1 TO MLR-PRB-CURSOR.
       3420-EXIT.
           EXIT.

       3430-MATCH-ONE-PRIOR.
           IF MLR-PRB-TYPE (MLR-PRB-IX)
                   = MLR-TYPE-NAME (MLR-BRK-TYPE-IX)
               SET MLR-PRB-FOUND TO TRUE
           END-IF.
       3430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-AGE-BREAK - BUSINESS DAYS FROM THE DAY THE BREAK WAS
      *     FIRST SEEN TO TODAY
      *----------------------------------------------------------------
       3450-AGE-BREAK.
           MOVE 0 TO MLR-BRK-DAYS.
           IF MLR-BRK-OPENED IS NUMERIC
               AND MLR-BRK-OPENED > 19000101
               AND MLR-BRK-OPENED < MLR-RUN-DATE
               MOVE "DAYS" TO MLR-CAL-FUNCTION
               MOVE MLR-BRK-OPENED TO MLR-CAL-DATE-1
               MOVE MLR-RUN-DATE TO MLR-CAL-DATE-2
               MOVE SPACES TO MLR-CAL-REGION
               CALL "BUSINESS-DATE" USING MLR-CAL-PARMS
               IF NOT MLR-CAL-ERROR
                   MOVE MLR-CAL-DAYS TO MLR-BRK-DAYS
               END-IF
           END-IF.
       3450-EXIT.
           EXIT.

       3500-WRITE-BREAK-LINE.
           MOVE SPACES TO MLR-DET-LINE.
           MOVE MLR-CUR-KEY TO MLR-DET-FIELD1.
           MOVE MLR-TYPE-NAME (MLR-BRK-TYPE-IX) TO MLR-DET-TYPE.
           IF MLR-ON-MST
               MOVE MLR-CUR-MST-VALUE TO MLR-DET-MST-VALUE
               MOVE MST-STATUS TO MLR-DET-STATUS
               MOVE MST-LAST-UPDATED TO MLR-DET-LAST-UPD
           ELSE
               MOVE SPACES TO MLR-DET-MST-VALUE-X
               MOVE SPACES TO MLR-DET-LAST-UPD-X
           END-IF.
           IF MLR-ON-LDG
               MOVE MLR-CUR-LDG-VALUE TO MLR-DET-LDG-VALUE
               MOVE LDG-LAST-LOADED TO MLR-DET-LAST-LOAD
           ELSE
               MOVE SPACES TO MLR-DET-LDG-VALUE-X
               MOVE SPACES TO MLR-DET-LAST-LOAD-X
           END-IF.
           MOVE MLR-BRK-OPENED TO MLR-DET-OPENED.
           MOVE MLR-BRK-DAYS TO MLR-DET-DAYS.
           MOVE MLR-BRK-NEW-FLAG TO MLR-DET-NEW.
           MOVE MLR-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-CARRY-BREAK - TODAY'S BREAK ONTO THE TABLE THAT BECOMES
      *     THE NEW BREAK FILE. A FULL TABLE STILL REPORTS THE BREAK,
      *     BUT ITS AGE STARTS AGAIN NEXT RUN - SAID ONCE, COUNTED
      *----------------------------------------------------------------
       3600-CARRY-BREAK.
           IF MLR-TDB-COUNT NOT < MLR-TDB-MAX
               IF MLR-BREAKS-UNCARRIED = 0
                   DISPLAY "*** BREAK TABLE FULL AT " MLR-TDB-MAX
                       " - FURTHER BREAKS NOT CARRIED FORWARD ***"
               END-IF
               ADD 1 TO MLR-BREAKS-UNCARRIED
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO MLR-TDB-COUNT.
           MOVE MLR-CUR-KEY TO MLR-TDB-FIELD1 (MLR-TDB-COUNT).
           MOVE MLR-TYPE-NAME (MLR-BRK-TYPE-IX)
               TO MLR-TDB-TYPE (MLR-TDB-COUNT).
           MOVE MLR-BRK-OPENED TO MLR-TDB-OPENED (MLR-TDB-COUNT).
           MOVE MLR-RUN-DATE TO MLR-TDB-LAST-SEEN (MLR-TDB-COUNT).
           MOVE MLR-CUR-MST-VALUE
               TO MLR-TDB-MST-VALUE (MLR-TDB-COUNT).
           MOVE MLR-CUR-LDG-VALUE
               TO MLR-TDB-LDG-VALUE (MLR-TDB-COUNT).
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LIST-CLEARED - EVERY BREAK CARRIED IN THAT TODAY'S MERGE
      *     DID NOT FIND AGAIN HAS CLEARED; LIST IT WITH THE DAYS IT
      *     STOOD OPEN
      *----------------------------------------------------------------
       4000-LIST-CLEARED.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-CLEARED-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-COL-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 4100-LIST-ONE-CLEARED THRU 4100-EXIT
               VARYING MLR-PRB-IX FROM 1 BY 1
               UNTIL MLR-PRB-IX > MLR-PRB-COUNT.
           IF MLR-BREAKS-CLEARED = 0
               MOVE MLR-NONE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-CLEARED.
           IF MLR-PRB-SEEN (MLR-PRB-IX)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO MLR-BREAKS-CLEARED.
           MOVE MLR-PRB-OPENED (MLR-PRB-IX) TO MLR-BRK-OPENED.
           PERFORM 3450-AGE-BREAK THRU 3450-EXIT.
           MOVE MLR-PRB-FIELD1 (MLR-PRB-IX) TO MLR-CLR-FIELD1.
           MOVE MLR-PRB-TYPE (MLR-PRB-IX) TO MLR-CLR-TYPE.
           MOVE MLR-BRK-OPENED TO MLR-CLR-OPENED.
           MOVE MLR-BRK-DAYS TO MLR-CLR-DAYS.
           MOVE MLR-CLR-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SUMMARISE - COUNTS AND VALUE TOTALS BY BREAK TYPE, THEN
      *     THE RUN'S CONTROL FIGURES
      *----------------------------------------------------------------
       5000-SUMMARISE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-SUMMARY-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MLR-COL-LINE-3 TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 5100-SUMMARISE-ONE-TYPE THRU 5100-EXIT
               VARYING MLR-TYP-IX FROM 1 BY 1
               UNTIL MLR-TYP-IX > 5.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "MASTER KEYS READ ...: " TO MLR-TOT-LABEL.
           MOVE MLR-MST-READ TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "LEDGER KEYS READ ...: " TO MLR-TOT-LABEL.
           MOVE MLR-LDG-READ TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "KEYS ON BOTH BOOKS .: " TO MLR-TOT-LABEL.
           MOVE MLR-KEYS-MATCHED TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "BREAKS OPEN ........: " TO MLR-TOT-LABEL.
           MOVE MLR-BREAKS-OPEN TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "  NEW TODAY ........: " TO MLR-TOT-LABEL.
           MOVE MLR-BREAKS-NEW TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           MOVE "BREAKS CLEARED .....: " TO MLR-TOT-LABEL.
           MOVE MLR-BREAKS-CLEARED TO MLR-TOT-VALUE.
           PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT.
           IF MLR-BREAKS-UNCARRIED > 0
               MOVE "BREAKS NOT CARRIED .: " TO MLR-TOT-LABEL
               MOVE MLR-BREAKS-UNCARRIED TO MLR-TOT-VALUE
               PERFORM 9010-WRITE-TOTAL-LINE THRU 9010-EXIT
           END-IF.
           DISPLAY "RECONCILIATION - KEYS MATCHED : " MLR-KEYS-MATCHED.
           DISPLAY "RECONCILIATION - BREAKS OPEN .: " MLR-BREAKS-OPEN.
           DISPLAY "RECONCILIATION - NEW TODAY ...: " MLR-BREAKS-NEW.
           DISPLAY "RECONCILIATION - CLEARED .....: "
               MLR-BREAKS-CLEARED.
       5000-EXIT.
           EXIT.

       5100-SUMMARISE-ONE-TYPE.
           MOVE MLR-TYPE-NAME (MLR-TYP-IX) TO MLR-SUM-TYPE.
           MOVE MLR-TYP-COUNT (MLR-TYP-IX) TO MLR-SUM-COUNT.
           MOVE MLR-TYP-NEW (MLR-TYP-IX) TO MLR-SUM-NEW.
           MOVE MLR-TYP-MST-TOTAL (MLR-TYP-IX) TO MLR-SUM-MST-TOTAL.
           MOVE MLR-TYP-LDG-TOTAL (MLR-TYP-IX) TO MLR-SUM-LDG-TOTAL.
           COMPUTE MLR-TYP-DIFF = MLR-TYP-LDG-TOTAL (MLR-TYP-IX)
               - MLR-TYP-MST-TOTAL (MLR-TYP-IX).
           MOVE MLR-TYP-DIFF TO MLR-SUM-DIFF.
           MOVE MLR-SUM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - CARRY TODAY'S BREAKS FORWARD (THE BREAK FILE
      *     IS REWRITTEN WHOLE - CLEARED BREAKS DROP OFF IT) AND CLOSE
      *----------------------------------------------------------------
       9000-FINALIZE.
           OPEN OUTPUT BRK-FILE.
           IF MLR-BRK-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE BRK-FILE (RCNBRKS) - "
                   "FILE STATUS " MLR-BRK-FS " ***"
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
           PERFORM 9100-WRITE-ONE-BREAK THRU 9100-EXIT
               VARYING MLR-TDB-IX FROM 1 BY 1
               UNTIL MLR-TDB-IX > MLR-TDB-COUNT.
           CLOSE BRK-FILE.
           IF MLR-MST-FS NOT = "35"
               CLOSE MST-FILE
           END-IF.
           IF MLR-LDG-FS NOT = "35"
               CLOSE LDG-FILE
           END-IF.
           CLOSE RPT-FILE.
       9000-EXIT.
           EXIT.

       9010-WRITE-TOTAL-LINE.
           MOVE MLR-TOT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9010-EXIT.
           EXIT.

       9100-WRITE-ONE-BREAK.
           MOVE MLR-TDB-ENTRY (MLR-TDB-IX) TO BRK-RECORD.
           WRITE BRK-RECORD.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-ABEND - AN I/O FAILURE PART-WAY THROUGH. THE BREAK FILE
      *     IS ONLY REWRITTEN AT THE END, SO THE CARRIED AGES SURVIVE
      *     AND THE RUN CAN SIMPLY BE REPEATED
      *----------------------------------------------------------------
       9900-ABEND.
           DISPLAY "*** RECONCILIATION ABENDED - BREAK FILE NOT "
               "UPDATED ***".
           CLOSE RPT-FILE.
           MOVE MLR-RC-ABEND TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9950-RAISE-CONDITION - THE RUN'S CONDITION CODE ONLY EVER
      *     GOES UP
      *----------------------------------------------------------------
       9950-RAISE-CONDITION.
           IF MLR-RC-CANDIDATE > MLR-RETURN-CODE
               MOVE MLR-RC-CANDIDATE TO MLR-RETURN-CODE
           END-IF.
       9950-EXIT.
           EXIT.
