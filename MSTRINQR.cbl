      *                 OPTIONAL KEY-LIST FILE (MSTKEYS, ONE FIELD1
      *                 PER RECORD). NO SELECTION AT ALL LISTS THE
      *                 WHOLE MASTER.
      * 2026-10-15 RWP  THE MASTER NOW CARRIES EACH KEY'S BATCH ID
      *                 (SENDING REGION). A NEW MSTREGION SETTING
      *                 SELECTS ONE REGION'S KEYS, THE LISTING SHOWS
      *                 EACH KEY'S REGION, AND A REGION SUBTOTALS
      *                 SECTION GIVES THE SELECTED KEYS, ACTIVE AND
      *                 DELETED COUNTS, AND FIELD2 SUM FOR EACH REGION.
      * 2026-10-15 RWP  THE RUN DATE THE DORMANCY AGES ARE TAKEN FROM
      *                 NOW COMES FROM THE SHARED PROCESSING-DATE
      *                 CONTROL FILE (BUSINESS-DATE) INSTEAD OF THE
      *                 SYSTEM CLOCK.
      * 2026-10-15 RWP  A KEY DELETED BY AN APPROVED MAINTENANCE
      *                 TRANSACTION CARRIES STATUS 'M'. IT COUNTS AS
      *                 DELETED THROUGHOUT; MSTSTATUS = D SELECTS BOTH
      *                 KINDS OF DELETE AND MSTSTATUS = M ONLY THE
      *                 MANUAL ONES.
      *================================================================

       ENVIRONMENT DIVISION.
               ==PFX-MST-LAST-UPDATED== BY ==MST-LAST-UPDATED==
               ==PFX-MST-STATUS==       BY ==MST-STATUS==
               ==PFX-MST-ACTIVE==       BY ==MST-ACTIVE==
               ==PFX-MST-DELETED==      BY ==MST-DELETED==
               ==PFX-MST-MANUAL-DELETE== BY ==MST-MANUAL-DELETE==
               ==PFX-MST-BATCH-ID==     BY ==MST-BATCH-ID==.

       FD KEY-FILE.
       01 KEY-RECORD.
               88 MIQ-KEY-MATCHED                VALUE 'Y'.
           05 MIQ-AGE-FULL-SW          PIC X(01) VALUE 'N'.
               88 MIQ-AGE-FULL-TOLD              VALUE 'Y'.
           05 MIQ-RGN-MATCH-SW         PIC X(01) VALUE 'N'.
               88 MIQ-RGN-MATCHED                VALUE 'Y'.
           05 MIQ-RGN-FULL-SW          PIC X(01) VALUE 'N'.
               88 MIQ-RGN-FULL-TOLD              VALUE 'Y'.

      *----------------------------------------------------------------
      * CONTROL TOTALS - THE ACTIVE/DELETED COUNTS COVER THE WHOLE

       01 MIQ-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==MIQ-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==MIQ-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==MIQ-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==MIQ-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==MIQ-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==MIQ-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==MIQ-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==MIQ-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==MIQ-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==MIQ-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==MIQ-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==MIQ-CAL-ERROR==.

      *----------------------------------------------------------------
      * SELECTION PARAMETERS - ALL OPTIONAL, ALL FROM ENVIRONMENT
      * VARIABLES THE SAME WAY SUSPDAYS/DUPPOLICY REACH THE DAILY RUN.
       01 MIQ-UPD-FROM                 PIC 9(08) VALUE 0.
       01 MIQ-UPD-TO                   PIC 9(08) VALUE 99999999.
       01 MIQ-PARM-DATE                PIC X(08) VALUE SPACES.
       01 MIQ-REGION-FILTER            PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      * KEY-LIST TABLE - AN OPTIONAL MSTKEYS FILE NAMES THE KEYS TO
               10 MIQ-AGE-FIELD2       PIC 9(05).
               10 MIQ-AGE-DATE         PIC 9(08).

      *----------------------------------------------------------------
      * REGION SUBTOTALS - ONE ENTRY PER BATCH ID (SENDING REGION)
      * AMONG THE SELECTED KEYS, IN ORDER OF FIRST APPEARANCE. A KEY
      * FROM A HEADERLESS FILE HAS NO REGION AND SUBTOTALS UNDER
      * SPACES, SHOWN AS "NONE"
      *----------------------------------------------------------------
       01 MIQ-RGN-TABLE-CONTROLS.
           05 MIQ-RGN-COUNT            PIC 9(04) COMP VALUE 0.
           05 MIQ-RGN-MAX              PIC 9(04) COMP VALUE 100.
           05 MIQ-RGN-IX               PIC 9(04) COMP VALUE 0.

       01 MIQ-RGN-TABLE.
           05 MIQ-RGN-ENTRY OCCURS 100 TIMES.
               10 MIQ-RG-BATCH-ID      PIC X(04).
               10 MIQ-RG-KEYS          PIC 9(09).
               10 MIQ-RG-ACTIVE        PIC 9(09).
               10 MIQ-RG-DELETED       PIC 9(09).
               10 MIQ-RG-FIELD2-SUM    PIC 9(11).

       01 MIQ-AGE-MATH.
           05 MIQ-RUN-DAY-NO           PIC S9(09) COMP VALUE 0.
           05 MIQ-DEL-DAY-NO           PIC S9(09) COMP VALUE 0.
               VALUE "SELECTION: ".
           05 MIQ-SEL-TEXT              PIC X(60) VALUE SPACES.

       01 MIQ-HDG-LINE-2.
           05 FILLER                    PIC X(47) VALUE
               "FIELD1         FIELD2 FIRST-SEEN LAST-UPDATED ".
           05 FILLER                    PIC X(33) VALUE
               "STAT     REGN".

       01 MIQ-DET-LINE.
           05 MIQ-DET-FIELD1            PIC X(10).
           05 MIQ-DET-UPDATED           PIC 9999/99/99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MIQ-DET-STATUS            PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 MIQ-DET-REGION            PIC X(04).

       01 MIQ-AGE-HDG-LINE-1            PIC X(80)
           VALUE "LOGICALLY DELETED KEY AGING".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MIQ-AGL-DAYS              PIC ZZZZZZZ9.

       01 MIQ-RGN-HDG-LINE-1            PIC X(80)
           VALUE "REGION SUBTOTALS".

       01 MIQ-RGN-HDG-LINE-2            PIC X(80)
           VALUE "REGN      KEYS    ACTIVE   DELETED       FIELD2-SUM".

       01 MIQ-RGN-LINE.
           05 MIQ-RGL-BATCH-ID          PIC X(04).
           05 MIQ-RGL-KEYS              PIC ZZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MIQ-RGL-ACTIVE            PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MIQ-RGL-DELETED           PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 MIQ-RGL-FIELD2-SUM        PIC ZZZZZZZZZZ9.

       01 MIQ-TOT-LINE.
           05 MIQ-TOT-LABEL             PIC X(22) VALUE SPACES.
           05 MIQ-TOT-VALUE             PIC ZZZZZZZZ9.
           PERFORM 2000-INQUIRE-ONE-MASTER THRU 2000-EXIT
               UNTIL MIQ-MST-EOF-YES.
           PERFORM 3000-WRITE-AGING-SECTION THRU 3000-EXIT.
           PERFORM 3200-WRITE-REGION-SECTION THRU 3200-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *     THE REPORT, AND POSITION AT THE FIRST MASTER KEY
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO MIQ-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING MIQ-CAL-PARMS.
           IF MIQ-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               STOP RUN
           END-IF.
           MOVE MIQ-CAL-DATE-1 TO MIQ-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE (MIQ-RUN-DATE)
               TO MIQ-RUN-DAY-NO.
           PERFORM 1100-GET-SELECTIONS THRU 1100-EXIT.
      *----------------------------------------------------------------
      * 1100-GET-SELECTIONS - THE OPTIONAL FILTERS: MSTSTATUS (A OR
      *     D), FIRSTFROM/FIRSTTO ON THE FIRST-SEEN DATE, AND
      *     UPDFROM/UPDTO ON THE LAST-UPDATED DATE, ALL YYYYMMDD, AND
      *     MSTREGION FOR ONE REGION'S BATCH ID. AN ABSENT OR
      *     NON-NUMERIC DATE LEAVES THAT END OF THE RANGE WIDE OPEN
      *----------------------------------------------------------------
       1100-GET-SELECTIONS.
           ACCEPT MIQ-PARM-STATUS FROM ENVIRONMENT "MSTSTATUS"
                   MOVE SPACE TO MIQ-PARM-STATUS
           END-ACCEPT.
           IF MIQ-PARM-STATUS = 'A' OR MIQ-PARM-STATUS = 'D'
               OR MIQ-PARM-STATUS = 'M'
               MOVE MIQ-PARM-STATUS TO MIQ-STATUS-FILTER
           END-IF.
           ACCEPT MIQ-PARM-DATE FROM ENVIRONMENT "FIRSTFROM"
           IF MIQ-PARM-DATE IS NUMERIC
               MOVE MIQ-PARM-DATE TO MIQ-UPD-TO
           END-IF.
           ACCEPT MIQ-REGION-FILTER FROM ENVIRONMENT "MSTREGION"
               ON EXCEPTION
                   MOVE SPACES TO MIQ-REGION-FILTER
           END-ACCEPT.
       1100-EXIT.
           EXIT.

               AND MIQ-KEY-COUNT = 0
               AND MIQ-FIRST-FROM = 0 AND MIQ-FIRST-TO = 99999999
               AND MIQ-UPD-FROM = 0 AND MIQ-UPD-TO = 99999999
               AND MIQ-REGION-FILTER = SPACES
               MOVE "FULL MASTER - NO FILTERS" TO MIQ-SEL-TEXT
               MOVE MIQ-SEL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE MIQ-SEL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           IF MIQ-REGION-FILTER NOT = SPACES
               MOVE SPACES TO MIQ-SEL-TEXT
               STRING "REGION = " DELIMITED BY SIZE
                   MIQ-REGION-FILTER DELIMITED BY SIZE
                   INTO MIQ-SEL-TEXT
               MOVE MIQ-SEL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       1310-EXIT.
           EXIT.

           END-IF.
           ADD 1 TO MIQ-SELECTED-COUNT.
           PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
           PERFORM 2500-ADD-REGION-SUBTOTAL THRU 2500-EXIT.
           IF MST-DELETED
               PERFORM 2400-FILE-DELETED-KEY THRU 2400-EXIT
           END-IF.
           SET MIQ-SELECTED TO TRUE.
           IF MIQ-STATUS-FILTER NOT = SPACE
               AND MST-STATUS NOT = MIQ-STATUS-FILTER
               AND NOT (MIQ-STATUS-FILTER = 'D' AND MST-DELETED)
               SET MIQ-NOT-SELECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
               SET MIQ-NOT-SELECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MIQ-REGION-FILTER NOT = SPACES
               AND MST-BATCH-ID NOT = MIQ-REGION-FILTER
               SET MIQ-NOT-SELECTED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF MIQ-KEY-COUNT > 0
               MOVE 'N' TO MIQ-KEY-MATCH-SW
               PERFORM 2250-MATCH-ONE-LIST-KEY THRU 2250-EXIT
           ELSE
               MOVE "DELETED" TO MIQ-DET-STATUS
           END-IF.
           MOVE MST-BATCH-ID TO MIQ-DET-REGION.
           MOVE MIQ-DET-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       2300-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ADD-REGION-SUBTOTAL - FOLD ONE SELECTED KEY INTO ITS
      *     REGION'S SUBTOTALS, OPENING AN ENTRY FOR A REGION NOT YET
      *     SEEN. A FULL TABLE IS SAID ONCE - THE LISTING AND THE
      *     GRAND TOTALS ARE UNAFFECTED, ONLY THE SUBTOTALS ARE SHORT
      *----------------------------------------------------------------
       2500-ADD-REGION-SUBTOTAL.
           MOVE 'N' TO MIQ-RGN-MATCH-SW.
           PERFORM 2550-MATCH-ONE-REGION THRU 2550-EXIT
               VARYING MIQ-RGN-IX FROM 1 BY 1
               UNTIL MIQ-RGN-IX > MIQ-RGN-COUNT
                   OR MIQ-RGN-MATCHED.
           IF MIQ-RGN-MATCHED
               SUBTRACT 1 FROM MIQ-RGN-IX
           ELSE
               IF MIQ-RGN-COUNT >= MIQ-RGN-MAX
                   IF NOT MIQ-RGN-FULL-TOLD
                       SET MIQ-RGN-FULL-TOLD TO TRUE
                       DISPLAY "*** REGION SUBTOTAL TABLE FULL AT "
                           MIQ-RGN-MAX " ENTRIES - SUBTOTALS ARE "
                           "SHORT ***"
                   END-IF
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO MIQ-RGN-COUNT
               MOVE MIQ-RGN-COUNT TO MIQ-RGN-IX
               MOVE MST-BATCH-ID TO MIQ-RG-BATCH-ID (MIQ-RGN-IX)
               MOVE 0 TO MIQ-RG-KEYS (MIQ-RGN-IX)
               MOVE 0 TO MIQ-RG-ACTIVE (MIQ-RGN-IX)
               MOVE 0 TO MIQ-RG-DELETED (MIQ-RGN-IX)
               MOVE 0 TO MIQ-RG-FIELD2-SUM (MIQ-RGN-IX)
           END-IF.
           ADD 1 TO MIQ-RG-KEYS (MIQ-RGN-IX).
           IF MST-ACTIVE
               ADD 1 TO MIQ-RG-ACTIVE (MIQ-RGN-IX)
           ELSE
               ADD 1 TO MIQ-RG-DELETED (MIQ-RGN-IX)
           END-IF.
           ADD MST-FIELD2 TO MIQ-RG-FIELD2-SUM (MIQ-RGN-IX).
       2500-EXIT.
           EXIT.

       2550-MATCH-ONE-REGION.
           IF MIQ-RG-BATCH-ID (MIQ-RGN-IX) = MST-BATCH-ID
               SET MIQ-RGN-MATCHED TO TRUE
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-AGING-SECTION - EVERY SELECTED DELETED KEY WITH
      *     THE DATE IT WENT TO STATUS 'D' AND HOW MANY DAYS IT HAS
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-REGION-SECTION - ONE SUBTOTAL LINE PER REGION
      *     AMONG THE SELECTED KEYS. NOTHING SELECTED, NO SECTION
      *----------------------------------------------------------------
       3200-WRITE-REGION-SECTION.
           IF MIQ-RGN-COUNT = 0
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MIQ-RGN-HDG-LINE-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE MIQ-RGN-HDG-LINE-2 TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 3210-WRITE-ONE-REGION-LINE THRU 3210-EXIT
               VARYING MIQ-RGN-IX FROM 1 BY 1
               UNTIL MIQ-RGN-IX > MIQ-RGN-COUNT.
       3200-EXIT.
           EXIT.

       3210-WRITE-ONE-REGION-LINE.
           MOVE SPACES TO MIQ-RGN-LINE.
           IF MIQ-RG-BATCH-ID (MIQ-RGN-IX) = SPACES
               MOVE "NONE" TO MIQ-RGL-BATCH-ID
           ELSE
               MOVE MIQ-RG-BATCH-ID (MIQ-RGN-IX) TO MIQ-RGL-BATCH-ID
           END-IF.
           MOVE MIQ-RG-KEYS (MIQ-RGN-IX) TO MIQ-RGL-KEYS.
           MOVE MIQ-RG-ACTIVE (MIQ-RGN-IX) TO MIQ-RGL-ACTIVE.
           MOVE MIQ-RG-DELETED (MIQ-RGN-IX) TO MIQ-RGL-DELETED.
           MOVE MIQ-RG-FIELD2-SUM (MIQ-RGN-IX) TO MIQ-RGL-FIELD2-SUM.
           MOVE MIQ-RGN-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - CONTROL TOTALS ON THE REPORT AND SYSOUT
      *----------------------------------------------------------------
