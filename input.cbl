      *                 THE NEW MAXIMUM REMAINS - PAST IT, DUPLICATE
      *                 DETECTION WOULD BE BLIND - BUT THE DAY THAT
      *                 FILLS IT IS TEN TIMES ANYTHING YET SEEN.
      * 2026-10-15 RWP  THE BATCH ID OF THE HEADER EACH DETAIL ARRIVED
      *                 UNDER (THE SENDING REGION) IS NO LONGER
      *                 DROPPED AT THE EXTRACT: IT RIDES THE KEY TABLE
      *                 ONTO CURREXTR (DL1XTR GAINS A BATCH-ID FIELD)
      *                 SO MASTER-FILE-POST CAN CARRY IT ONTO FLD1MSTR
      *                 AND SPARE A REGION THAT DID NOT SEND FROM THE
      *                 DELETE SWEEP. A REJECT GOES INTO SUSPENSE WITH
      *                 ITS BATCH ID TOO (DL1SUS GAINS THE SAME FIELD),
      *                 SO A LATER RELEASE POSTS UNDER ITS OWN REGION.
      * 2026-10-15 RWP  A BATCH THAT FAILS ITS OWN HDR/TRL CONTROLS NO
      *                 LONGER FAILS THE WHOLE RUN: IT IS QUARANTINED -
      *                 ITS DETAILS COME BACK OUT OF THE KEY TABLE (SO
      *                 OUT OF CURREXTR AND INTFFILE), THE CONTROL
      *                 TOTALS AND SUSPENSE, AND THE BATCH GOES WHOLE
      *                 ONTO THE STANDING HELD-BATCH FILE (HELDBTCH,
      *                 SEE THE NEW DL1HLD COPYBOOK) WITH ITS FAILURE
      *                 REASON. THE OTHER BATCHES FLOW ON UNDER THE
      *                 WARNING CONDITION CODE INSTEAD OF CONTROL
      *                 FAILURE, AND ITS REGION GOES ON RGNHIST AS HELD
      *                 SO THE MASTER SWEEP SPARES IT. A HELD BATCH IS
      *                 RELEASED ON A LATER RUN BY A DATA CONTROL CARD
      *                 ON HELDREL (BATCH ID, OPTIONAL HEADER RUN DATE,
      *                 USER) ONCE THE REGION CONFIRMS IT - ITS DETAILS
      *                 THEN TAKE THE NORMAL DETAIL PATH - OR CLOSED
      *                 OUT AS RESENT WHEN THE REGION SENDS THE SAME
      *                 BATCH AGAIN. THE CONTROL SUMMARY SHOWS THE
      *                 QUARANTINED AND RELEASED FIGURES AND EVERY
      *                 BATCH ON THE HELD FILE. A BATCH TOO LARGE FOR
      *                 THE HELD TABLES STILL FAILS THE RUN AS BEFORE.
      * 2026-10-15 RWP  THE RUN DATE IS NOW THE SUITE'S BUSINESS DATE
      *                 FROM THE PROCESSING-DATE CONTROL FILE (CALL
      *                 BUSINESS-DATE, SEE DL1CAL/DL1DTE) INSTEAD OF THE
      *                 SYSTEM CLOCK, SO A RUN PAST MIDNIGHT STILL
      *                 STAMPS THE DAY IT IS PROCESSING. SUSPENSE AGING
      *                 (SUSPDAYS) COUNTS BUSINESS DAYS. A ROSTERED
      *                 REGION ON ITS OWN HOLIDAY THAT SENDS NOTHING IS
      *                 LISTED AND RECORDED ON RGNHIST AS HOLIDAY, NOT
      *                 MISSING, AND A MISSING DAY ON RGNHIST ONLY
      *                 COUNTS WHEN IT WAS A BUSINESS DAY FOR THAT
      *                 REGION.
      * 2026-10-15 RWP  EVERY ROSTERED REGION NOW GETS AN
      *                 ACKNOWLEDGEMENT FILE EACH RUN
      *                 (BATCHACK.rrrr.Dyyyymmdd, SEE DL1ACK): THE
      *                 VERDICT ON EACH BATCH IT SENT WITH OUR COUNTS
      *                 AND HASH BESIDE ITS OWN, OR NOT RECEIVED, ITS
      *                 HELD BATCHES RELEASED TODAY, ITS REJECTED
      *                 DETAILS, ITS SUSPENSE STILL HELD WITH AGE, AND
      *                 ITS SUSPENSE RELEASED TODAY.
      * 2026-10-15 RWP  A RESEND THAT PASSES ON A SAME-DAY RERUN NOW
      *                 CLOSES OUT THE HELD COPY TOO, SO A LATER RELEASE
      *                 CANNOT POST THE BATCH TWICE; ON A RUN ENDING AT
      *                 A CONTROL FAILURE A CLEAN BATCH IS ACKNOWLEDGED
      *                 NOT POSTED (REASON RUNCTL) RATHER THAN ACCEPTED.
      * 2026-10-15 RWP  A HEADER-ONLY BATCH CLOSED AT END OF FILE NOW
      *                 CLOSES OUT A HELD COPY OF ITSELF AS A TRAILER
      *                 DOES, AND THE CLOSE-OUT RUNS AFTER ANY
      *                 QUARANTINE SO A FAILED SAME-DAY RERUN REUSES
      *                 TODAY'S HELD ENTRY. A RUN ENDING AT A CONTROL
      *                 FAILURE NO LONGER REWRITES HELDBTCH, AND
      *                 ACKNOWLEDGES ITS RELEASES NOT POSTED.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-INT-FS.

           SELECT HLD-FILE ASSIGN TO "HELDBTCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-HLD-FS.

           SELECT HRL-FILE ASSIGN TO "HELDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-HRL-FS.

           SELECT GEN-FILE ASSIGN DYNAMIC DL1-GEN-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-GEN-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-CAT-FS.

           SELECT ACK-FILE ASSIGN DYNAMIC DL1-ACK-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL1-ACK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MY-FILE.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==CXT-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==CXT-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==CXT-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==CXT-XTR-BATCH-ID==.

       FD CURR-SORTED.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==CSR-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==CSR-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==CSR-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==CSR-XTR-BATCH-ID==.

       FD PRIOR-SORTED.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==PSR-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==PSR-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==PSR-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==PSR-XTR-BATCH-ID==.

       SD DL1-SORTWORK.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==SWK-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==SWK-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==SWK-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==SWK-XTR-BATCH-ID==.

       FD RECON-FILE.
       01 RECON-RECORD                 PIC X(80).
               ==PFX-SUS-FIELD2==       BY ==SUS-FIELD2==
               ==PFX-SUS-REASON==       BY ==SUS-REASON==
               ==PFX-SUS-DATE-SUSPENDED==
                   BY ==SUS-DATE-SUSPENDED==
               ==PFX-SUS-BATCH-ID==     BY ==SUS-BATCH-ID==.

       FD COR-FILE.
       01 COR-RECORD.
       FD INT-FILE.
       01 INT-RECORD                   PIC X(80).

       FD HLD-FILE.
           COPY DL1HLD REPLACING
               ==PFX-HLD-RECORD==       BY ==HLD-RECORD==
               ==PFX-HLD-TYPE-BATCH==   BY ==HLD-TYPE-BATCH==
               ==PFX-HLD-TYPE-DETAIL==  BY ==HLD-TYPE-DETAIL==
               ==PFX-HLD-TYPE==         BY ==HLD-TYPE==
               ==PFX-HLD-BATCH-ID==     BY ==HLD-BATCH-ID==
               ==PFX-HLD-REST==         BY ==HLD-REST==
               ==PFX-HLD-BATCH==        BY ==HLD-BATCH==
               ==PFX-HLD-HDR-RUN-DATE== BY ==HLD-HDR-RUN-DATE==
               ==PFX-HLD-HELD-DATE==    BY ==HLD-HELD-DATE==
               ==PFX-HLD-REASON==       BY ==HLD-REASON==
               ==PFX-HLD-DETAIL-COUNT== BY ==HLD-DETAIL-COUNT==
               ==PFX-HLD-FIELD2-TOTAL== BY ==HLD-FIELD2-TOTAL==
               ==PFX-HLD-STATUS-DATE==  BY ==HLD-STATUS-DATE==
               ==PFX-HLD-STATUS==       BY ==HLD-STATUS==
               ==PFX-HLD-USER==         BY ==HLD-USER==
               ==PFX-HLD-DETAIL==       BY ==HLD-DETAIL==
               ==PFX-HLD-DTL-FIELD1==   BY ==HLD-DTL-FIELD1==
               ==PFX-HLD-DTL-FIELD2==   BY ==HLD-DTL-FIELD2==.

       FD HRL-FILE.
       01 HRL-RECORD.
           05 HRL-BATCH-ID             PIC X(04).
           05 FILLER                   PIC X(01).
           05 HRL-HDR-RUN-DATE         PIC X(08).
           05 FILLER                   PIC X(01).
           05 HRL-USER                 PIC X(08).

       FD GEN-FILE.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==GEN-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==GEN-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==GEN-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==GEN-XTR-BATCH-ID==.

       FD CAT-FILE.
       01 CAT-RECORD.
           05 CAT-GEN-DATE             PIC 9(08).

       FD ACK-FILE.
           COPY DL1ACK REPLACING
               ==PFX-ACK-RECORD==       BY ==ACK-RECORD==
               ==PFX-ACK-TYPE-BATCH==   BY ==ACK-TYPE-BATCH==
               ==PFX-ACK-TYPE-REJECT==  BY ==ACK-TYPE-REJECT==
               ==PFX-ACK-TYPE-SUSPENSE== BY ==ACK-TYPE-SUSPENSE==
               ==PFX-ACK-TYPE-RELEASED== BY ==ACK-TYPE-RELEASED==
               ==PFX-ACK-TYPE-TRAILER== BY ==ACK-TYPE-TRAILER==
               ==PFX-ACK-TYPE==         BY ==ACK-TYPE==
               ==PFX-ACK-BATCH-ID==     BY ==ACK-BATCH-ID==
               ==PFX-ACK-RUN-DATE==     BY ==ACK-RUN-DATE==
               ==PFX-ACK-REST==         BY ==ACK-REST==
               ==PFX-ACK-BATCH==        BY ==ACK-BATCH==
               ==PFX-ACK-VERDICT==      BY ==ACK-VERDICT==
               ==PFX-ACK-HDR-RUN-DATE== BY ==ACK-HDR-RUN-DATE==
               ==PFX-ACK-OUR-COUNT==    BY ==ACK-OUR-COUNT==
               ==PFX-ACK-THEIR-COUNT==  BY ==ACK-THEIR-COUNT==
               ==PFX-ACK-THEIR-EXPECTED==
                   BY ==ACK-THEIR-EXPECTED==
               ==PFX-ACK-OUR-HASH==     BY ==ACK-OUR-HASH==
               ==PFX-ACK-THEIR-HASH==   BY ==ACK-THEIR-HASH==
               ==PFX-ACK-REASON==       BY ==ACK-REASON==
               ==PFX-ACK-ITEM-REASON==  BY ==ACK-ITEM-REASON==
               ==PFX-ACK-ITEM==         BY ==ACK-ITEM==
               ==PFX-ACK-FIELD1==       BY ==ACK-FIELD1==
               ==PFX-ACK-FIELD2==       BY ==ACK-FIELD2==
               ==PFX-ACK-SUSP-DATE==    BY ==ACK-SUSP-DATE==
               ==PFX-ACK-AGE-DAYS==     BY ==ACK-AGE-DAYS==
               ==PFX-ACK-CORRECTED==    BY ==ACK-CORRECTED==
               ==PFX-ACK-CLOSE==        BY ==ACK-CLOSE==
               ==PFX-ACK-REJECTS==      BY ==ACK-REJECTS==
               ==PFX-ACK-HELD==         BY ==ACK-HELD==
               ==PFX-ACK-RELEASED==     BY ==ACK-RELEASED==
               ==PFX-ACK-COMPLETE==     BY ==ACK-COMPLETE==.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * SWITCHES
           05 DL1-KEY-ENTRY OCCURS 60000 TIMES.
               10 DL1-KEY-FIELD1       PIC X(10).
               10 DL1-KEY-FIELD2       PIC 9(07).
               10 DL1-KEY-BATCH-ID     PIC X(04).

      *----------------------------------------------------------------
      * SORTED POSITION INDEX OVER THE KEY TABLE - DL1-KEY-POS LISTS
           05 DL1-BATCH-DETAIL-COUNT   PIC 9(09) VALUE 0.
           05 DL1-BATCH-FIELD2-TOTAL   PIC 9(10) VALUE 0.
           05 DL1-BATCH-REJECT-COUNT   PIC 9(09) VALUE 0.
      *    WHERE THE OPEN BATCH'S OWN ENTRIES START IN THE KEY TABLE,
      *    THE SUSPENSE TABLE, THE HELD-DETAIL TABLE AND THE ACK
      *    REJECT TABLE - EVERYTHING FROM THESE POSITIONS ON IS THE
      *    OPEN BATCH'S, SINCE BATCHES ARRIVE ONE AFTER ANOTHER, SO A
      *    QUARANTINE CAN TAKE IT BACK
           05 DL1-BATCH-KEY-FIRST      PIC 9(05) COMP VALUE 0.
           05 DL1-BATCH-SUSP-FIRST     PIC 9(05) COMP VALUE 0.
           05 DL1-BATCH-HDTL-FIRST     PIC 9(05) COMP VALUE 0.
           05 DL1-BATCH-ARJ-FIRST      PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      * OWNING BATCH OF THE DETAIL AT HAND - THE OPEN BATCH'S ID FOR
      * A DETAIL READ FROM MY-FILE, THE HELD RECORD'S OWN BATCH ID
      * FOR A SUSPENSE RELEASE, SPACES FOR A DETAIL OUTSIDE ANY
      * BATCH. IT RIDES THE KEY TABLE INTO CURREXTR SO THE MASTER
      * POSTING KNOWS WHICH REGION EACH KEY BELONGS TO
      *----------------------------------------------------------------
       01 DL1-DETAIL-BATCH-ID          PIC X(04) VALUE SPACES.

       01 DL1-BATCH-TABLE-CONTROLS.
           05 DL1-BATCH-MAX            PIC 9(04) COMP VALUE 100.
                   88 DL1-BT-HASH-OK                 VALUE 'Y'.
               10 DL1-BT-EXP-OK-SW     PIC X(01).
                   88 DL1-BT-EXP-OK                  VALUE 'Y'.
               10 DL1-BT-HELD-SW       PIC X(01).
                   88 DL1-BT-HELD                    VALUE 'Y'.
      *        WHAT THE REGION SAID ABOUT THE BATCH (HEADER AND
      *        TRAILER) BESIDE THE HASH WE COUNTED, AND THE CONTROL IT
      *        FAILED - CARRIED FOR ITS ACKNOWLEDGEMENT
               10 DL1-BT-HDR-RUN-DATE  PIC 9(08).
               10 DL1-BT-EXP-COUNT     PIC 9(07).
               10 DL1-BT-TRL-COUNT     PIC 9(09).
               10 DL1-BT-TRL-HASH      PIC 9(06).
               10 DL1-BT-OUR-HASH      PIC 9(06).
               10 DL1-BT-REASON        PIC X(05).

       01 DL1-BATCH-SECTION-LINE.
           05 FILLER                    PIC X(06) VALUE "BATCH ".
       01 DL1-BSUM-HDG-LINE.
           05 FILLER                    PIC X(44) VALUE
               "BATCH  REGN   DETAILS FIELD2-TOTL   REJECTS ".
           05 FILLER                    PIC X(23) VALUE
               "COUNT HASH  EXPCT  DISP".

       01 DL1-BSUM-LINE.
           05 DL1-BSL-BATCH-NO          PIC ZZZ9.
           05 DL1-BSL-HASH-FLAG         PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-BSL-EXP-FLAG          PIC X(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DL1-BSL-DISP              PIC X(04).

      *----------------------------------------------------------------
      * THE GRAND LINE IS SUMMED FROM THE BATCH TABLE ITSELF, NOT THE
           05 DL1-BSR-COUNT             PIC ZZZZZZZZ9.
           05 DL1-BSR-AMOUNT            PIC Z(11)9.

      *----------------------------------------------------------------
      * QUARANTINED BATCHES ARE IN THE GRAND LINE AS READ BUT NOT IN
      * THE RUN TOTALS - THEIR SHARE IS SHOWN ON ITS OWN LINE SO THE
      * DIFFERENCE IS ACCOUNTED FOR. HELD BATCHES RELEASED THIS RUN
      * JOIN THE RUN TOTALS LIKE SUSPENSE RELEASES AND GET A LINE OF
      * THEIR OWN THE SAME WAY
      *----------------------------------------------------------------
       01 DL1-BSUM-HELD-SUMS.
           05 DL1-BHS-BATCHES           PIC 9(04) VALUE 0.
           05 DL1-BHS-DETAILS           PIC 9(09) VALUE 0.
           05 DL1-BHS-TOTAL             PIC 9(12) VALUE 0.

       01 DL1-BSUM-QUARANTINE-LINE.
           05 FILLER                    PIC X(12) VALUE "QUARANTINED".
           05 DL1-BSQ-DETAILS           PIC ZZZZZZZZ9.
           05 DL1-BSQ-TOTAL             PIC Z(11)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DL1-BSQ-BATCHES           PIC ZZZ9.
           05 FILLER                    PIC X(10) VALUE " BATCH(ES)".

       01 DL1-BSUM-HELD-REL-LINE.
           05 FILLER                    PIC X(12) VALUE "HELD RLSD".
           05 DL1-BSH-COUNT             PIC ZZZZZZZZ9.
           05 DL1-BSH-AMOUNT            PIC Z(11)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DL1-BSH-BATCHES           PIC ZZZ9.
           05 FILLER                    PIC X(10) VALUE " BATCH(ES)".

      *----------------------------------------------------------------
      * HELD-BATCH QUARANTINE - A BATCH THAT FAILS ITS OWN HDR/TRL
      * CONTROLS IS TAKEN BACK OUT OF THE RUN WHOLE AND CARRIED ON
      * THE STANDING HELD-BATCH FILE (HELDBTCH). EVERY DETAIL OF THE
      * OPEN BATCH IS CAPTURED AS IT ARRIVES (WITH THE KEY IT WAS
      * FOLDED INTO, WHEN AGGREGATED INTO AN EARLIER BATCH'S KEY) SO
      * THE BATCH CAN BE HELD EXACTLY AS SENT; A BATCH THAT PASSES
      * GIVES ITS ENTRIES BACK. THE HELD BATCHES CARRIED IN FROM
      * EARLIER RUNS SHARE THE SAME TABLES. DATA CONTROL'S RELEASE
      * CARDS (HELDREL) NAME THE BATCHES THE REGIONS HAVE CONFIRMED
      *----------------------------------------------------------------
       01 DL1-HLD-FS                   PIC X(02) VALUE SPACES.
       01 DL1-HRL-FS                   PIC X(02) VALUE SPACES.

       01 DL1-HLD-SWITCHES.
           05 DL1-HLD-EOF-SW           PIC X(01) VALUE 'N'.
               88 DL1-HLD-EOF-YES                VALUE 'Y'.
           05 DL1-HRL-EOF-SW           PIC X(01) VALUE 'N'.
               88 DL1-HRL-EOF-YES                VALUE 'Y'.
           05 DL1-HDTL-FULL-SW         PIC X(01) VALUE 'N'.
               88 DL1-HDTL-OVERFLOWED            VALUE 'Y'.
           05 DL1-HLD-MATCH-SW         PIC X(01) VALUE 'N'.
               88 DL1-HLD-MATCHED                VALUE 'Y'.
           05 DL1-HLD-HDG-SW           PIC X(01) VALUE 'N'.
               88 DL1-HLD-HDG-DONE               VALUE 'Y'.
           05 DL1-SKIP-PASS-SW         PIC X(01) VALUE 'N'.
               88 DL1-IN-SKIP-PASS               VALUE 'Y'.

       01 DL1-HLD-TABLE-CONTROLS.
           05 DL1-HLD-COUNT            PIC 9(04) COMP VALUE 0.
           05 DL1-HLD-MAX              PIC 9(04) COMP VALUE 100.
           05 DL1-HLD-IX               PIC 9(04) COMP VALUE 0.
           05 DL1-HLD-SCAN-IX          PIC 9(04) COMP VALUE 0.

       01 DL1-HLD-TABLE.
           05 DL1-HLD-ENTRY OCCURS 100 TIMES.
               10 DL1-HB-BATCH-ID      PIC X(04).
               10 DL1-HB-HDR-RUN-DATE  PIC 9(08).
               10 DL1-HB-HELD-DATE     PIC 9(08).
               10 DL1-HB-REASON        PIC X(05).
               10 DL1-HB-DETAIL-COUNT  PIC 9(09).
               10 DL1-HB-FIELD2-TOTAL  PIC 9(10).
               10 DL1-HB-STATUS        PIC X(08).
                   88 DL1-HB-IS-HELD             VALUE "HELD".
                   88 DL1-HB-IS-RELEASED         VALUE "RELEASED".
                   88 DL1-HB-IS-RESENT           VALUE "RESENT".
               10 DL1-HB-STATUS-DATE   PIC 9(08).
               10 DL1-HB-USER          PIC X(08).
               10 DL1-HB-DTL-FIRST     PIC 9(05) COMP.
               10 DL1-HB-DTL-COUNT     PIC 9(05) COMP.
               10 DL1-HB-ORIGIN-SW     PIC X(01).
                   88 DL1-HB-CARRIED             VALUE 'C'.
                   88 DL1-HB-HELD-TODAY          VALUE 'T'.

       01 DL1-HDTL-CONTROLS.
           05 DL1-HDTL-COUNT           PIC 9(05) COMP VALUE 0.
           05 DL1-HDTL-MAX             PIC 9(05) COMP VALUE 60000.
           05 DL1-HDTL-IX              PIC 9(05) COMP VALUE 0.
           05 DL1-HDTL-END             PIC 9(05) COMP VALUE 0.
           05 DL1-HLD-OLD-KEY-COUNT    PIC 9(05) COMP VALUE 0.
           05 DL1-HLD-KEYS-REMOVED     PIC 9(05) COMP VALUE 0.

       01 DL1-HDTL-TABLE.
           05 DL1-HDTL-ENTRY OCCURS 60000 TIMES.
               10 DL1-HD-FIELD1        PIC X(10).
               10 DL1-HD-FIELD2        PIC X(05).
               10 DL1-HD-AGG-IX        PIC 9(05) COMP.

      *    ONE DETAIL'S BYTES AS THEY SIT IN MY-REST - FIELD2 STAYS IN
      *    ITS PIC X FORM BOTH WAYS, SO A NON-NUMERIC VALUE IS HELD AND
      *    RE-PRESENTED UNCHANGED RATHER THAN CONVERTED TO ZEROS
       01 DL1-HOLD-STAGE.
           05 DL1-HS-FIELD1            PIC X(10).
           05 DL1-HS-FIELD2            PIC X(05).
           05 FILLER                   PIC X(04).

       01 DL1-HLD-AMOUNT-X             PIC X(05) VALUE SPACES.
       01 DL1-HLD-AMOUNT REDEFINES DL1-HLD-AMOUNT-X
                                       PIC 9(05).
       01 DL1-HLD-REASON               PIC X(05) VALUE SPACES.
       01 DL1-HLD-USER                 PIC X(08) VALUE SPACES.

       01 DL1-HLD-COUNTERS.
           05 DL1-HLD-CARRIED-IN       PIC 9(04) VALUE 0.
           05 DL1-HLD-HELD-TODAY       PIC 9(04) VALUE 0.
           05 DL1-HLD-REL-BATCHES      PIC 9(04) VALUE 0.
           05 DL1-HLD-RESENT           PIC 9(04) VALUE 0.
           05 DL1-HLD-REL-COUNT        PIC 9(09) VALUE 0.
           05 DL1-HLD-REL-AMT          PIC 9(10) VALUE 0.

       01 DL1-HLD-SECTION-LINE          PIC X(80)
           VALUE "HELD BATCH RELEASES - CONFIRMED BY DATA CONTROL".

       01 DL1-HLD-QUAR-LINE.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "*** BATCH ".
           05 DL1-HQL-BATCH-ID          PIC X(04).
           05 FILLER                    PIC X(36)
               VALUE " QUARANTINED - DETAILS ABOVE HELD ".
           05 FILLER                    PIC X(07) VALUE "REASON ".
           05 DL1-HQL-REASON            PIC X(05).

       01 DL1-HLD-TITLE-LINE            PIC X(80)
           VALUE "HELD BATCH FILE (HELDBTCH)".

       01 DL1-HLD-HDG-LINE.
           05 FILLER                    PIC X(43) VALUE
               "REGN HDR-DATE   HELD-DATE  REASN   DETAILS".
           05 FILLER                    PIC X(23) VALUE
               "FIELD2-TOTL STATUS   BY".

       01 DL1-HLD-LINE.
           05 DL1-HBL-BATCH-ID          PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-HDR-DATE          PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-HELD-DATE         PIC 9999/99/99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-REASON            PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-DETAILS           PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DL1-HBL-TOTAL             PIC Z(09)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-STATUS            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DL1-HBL-USER              PIC X(08).

      *----------------------------------------------------------------
      * EXPECTED-REGION ROSTER - THE BATCH IDS THAT SHOULD ARRIVE
      * EVERY DAY (BATCHRSTR), JUDGED AGAINST THE BATCH TABLE AT END
               88 DL1-ROS-PRESENT                VALUE 'Y'.
           05 DL1-ROS-MATCH-SW         PIC X(01) VALUE 'N'.
               88 DL1-ROS-ID-MATCHED             VALUE 'Y'.
           05 DL1-ROS-HELD-SW          PIC X(01) VALUE 'N'.
               88 DL1-ROS-ONLY-HELD              VALUE 'Y'.

       01 DL1-ROS-TABLE-CONTROLS.
           05 DL1-ROS-COUNT            PIC 9(04) COMP VALUE 0.
           05 DL1-RSL-ARRIVED           PIC ZZZZZZZZ9.
           05 DL1-RSL-MISSED            PIC ZZZZZZZZ9.

      *----------------------------------------------------------------
      * REGIONAL ACKNOWLEDGEMENTS - ONE ACK FILE PER ROSTERED BATCH ID
      * (BATCHACK.rrrr.Dyyyymmdd, SEE DL1ACK) TELLING THE REGION WHAT
      * BECAME OF WHAT IT SENT. EVERY REJECT OF THE RUN IS NOTED HERE
      * UNDER ITS OWN BATCH ID AS IT GOES TO THE EXCEPTION LIST, SO
      * EACH REGION'S D RECORDS CAN BE PICKED OUT AT END OF RUN; A
      * FULL TABLE MARKS EVERY ACK OF THE RUN INCOMPLETE
      *----------------------------------------------------------------
       01 DL1-ACK-FS                   PIC X(02) VALUE SPACES.
       01 DL1-ACK-DATASET              PIC X(30) VALUE SPACES.

       01 DL1-ACK-SWITCHES.
           05 DL1-ARJ-FULL-SW          PIC X(01) VALUE 'N'.
               88 DL1-ARJ-OVERFLOWED             VALUE 'Y'.
           05 DL1-ACK-SENT-SW          PIC X(01) VALUE 'N'.
               88 DL1-ACK-SENT-TODAY             VALUE 'Y'.

       01 DL1-ARJ-TABLE-CONTROLS.
           05 DL1-ARJ-COUNT            PIC 9(05) COMP VALUE 0.
           05 DL1-ARJ-MAX              PIC 9(05) COMP VALUE 20000.
           05 DL1-ARJ-IX               PIC 9(05) COMP VALUE 0.

       01 DL1-ARJ-TABLE.
           05 DL1-ARJ-ENTRY OCCURS 20000 TIMES.
               10 DL1-ARJ-FIELD1       PIC X(10).
               10 DL1-ARJ-FIELD2       PIC X(05).
               10 DL1-ARJ-REASON       PIC X(07).
               10 DL1-ARJ-BATCH-ID     PIC X(04).

       01 DL1-ACK-COUNTERS.
           05 DL1-ACK-FILES            PIC 9(04) VALUE 0.
           05 DL1-ACK-REJECTS          PIC 9(07) VALUE 0.
           05 DL1-ACK-HELD             PIC 9(07) VALUE 0.
           05 DL1-ACK-RELEASED         PIC 9(07) VALUE 0.
           05 DL1-ACK-AGE-DAYS         PIC S9(09) COMP VALUE 0.

      *----------------------------------------------------------------
      * INPUT DATASET NAME - DEFAULTS TO DATA.TXT BUT CAN BE REPOINTED
      * AT A DIFFERENT EXTRACT (E.G. A DATE-STAMPED DATA.Dyymmdd) BY
      *----------------------------------------------------------------
       01 DL1-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE, SUSPENSE AGING,
      * AND THE ROSTER'S HOLIDAY TEST ALL GO THROUGH THE SHARED
      * CALENDAR ROUTINE
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==DL1-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==DL1-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==DL1-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==DL1-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==DL1-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==DL1-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==DL1-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==DL1-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==DL1-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==DL1-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==DL1-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==DL1-CAL-ERROR==.

       01 DL1-PRINT-CONTROLS.
           05 DL1-PAGE-NO               PIC 9(04) VALUE 0.
           05 DL1-LINE-NO               PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * AGING THRESHOLD - A RECORD STILL IN SUSPENSE AFTER THIS MANY
      * BUSINESS DAYS COMES OUT ON THE AGING REPORT; THE SUSPDAYS
      * ENVIRONMENT VARIABLE OVERRIDES THE DEFAULT WITHOUT A RECOMPILE
      *----------------------------------------------------------------
       01 DL1-SUSP-AGE-LIMIT           PIC 9(03) VALUE 5.
       01 DL1-SUSP-PARM-DAYS           PIC X(03) JUSTIFIED RIGHT
                                        VALUE SPACES.

       01 DL1-SUSP-DAY-MATH.
           05 DL1-SUSP-AGE-DAYS        PIC S9(09) COMP VALUE 0.

       01 DL1-SUSP-TABLE-CONTROLS.
               10 DL1-SUSP-FIELD2      PIC X(05).
               10 DL1-SUSP-REASON      PIC X(07).
               10 DL1-SUSP-DATE        PIC 9(08).
               10 DL1-SUSP-BATCH-ID    PIC X(04).
               10 DL1-SUSP-FLAG        PIC X(01).
                   88 DL1-SUSP-CARRIED           VALUE 'C'.
                   88 DL1-SUSP-IS-NEW            VALUE 'N'.
           05 DL1-AGE-HDG-LIMIT          PIC ZZ9.

       01 DL1-AGE-HDG-LINE-2            PIC X(80)
           VALUE "FIELD1     FIELD2 REASON  SUSPENDED   BUS-DAYS".

       01 DL1-AGE-LINE.
           05 DL1-AGE-FIELD1            PIC X(10).
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
               UNTIL DL1-EOF-YES.
           PERFORM 2850-CLOSE-OPEN-BATCH THRU 2850-EXIT.
           PERFORM 4500-RELEASE-HELD-BATCHES THRU 4500-EXIT.
           PERFORM 4000-PROCESS-SUSPENSE THRU 4000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           PERFORM 3000-RECONCILE THRU 3000-EXIT.
      * 1000-INITIALIZE - OPEN THE INPUT FILE AND PRIME THE READ
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO DL1-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING DL1-CAL-PARMS.
           IF DL1-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE DL1-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DL1-CAL-DATE-1 TO DL1-RUN-DATE.
           PERFORM 1050-GET-DATASET-NAME THRU 1050-EXIT.
           PERFORM 1055-GET-SUSPENSE-DAYS THRU 1055-EXIT.
           PERFORM 1057-GET-DUP-POLICY THRU 1057-EXIT.
               PERFORM 1090-INTFILE-OPEN-ABEND THRU 1090-EXIT
           END-IF.
           PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT.
           PERFORM 1500-LOAD-HELD-BATCHES THRU 1500-EXIT.
           PERFORM 1450-OPEN-CORR-AUDIT THRU 1450-EXIT.
           PERFORM 1400-LOAD-CORRECTIONS THRU 1400-EXIT.
           IF DL1-RESTARTING
      *     SINCE ALL THREE OUTPUT FILES START EMPTY EVERY RUN
      *----------------------------------------------------------------
       1200-SKIP-PROCESSED-RECORDS.
           SET DL1-IN-SKIP-PASS TO TRUE.
           PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
               UNTIL DL1-SKIP-DONE-COUNT >= DL1-SKIP-TO-COUNT
                   OR DL1-EOF-YES.
           MOVE 'N' TO DL1-SKIP-PASS-SW.
       1200-EXIT.
           EXIT.

                       WHEN MY-TYPE-DETAIL
                           IF DL1-IN-BATCH
                               ADD 1 TO DL1-BATCH-DETAIL-COUNT
                               MOVE DL1-CURR-BATCH-ID TO
                                   DL1-DETAIL-BATCH-ID
                               PERFORM 2710-CAPTURE-DETAIL
                                   THRU 2710-EXIT
                           ELSE
                               MOVE SPACES TO DL1-DETAIL-BATCH-ID
                           END-IF
                           PERFORM 2200-VALIDATE-FIELD2 THRU
                               2200-EXIT
                   PERFORM 2400-WRITE-LISTING-LINE THRU 2400-EXIT
                   PERFORM 2770-AGGREGATE-KEY THRU 2770-EXIT
                   IF DL1-IN-BATCH
                       PERFORM 2715-NOTE-AGGREGATE THRU 2715-EXIT
                       MOVE MY-FIELD2 TO DL1-ADD-AMOUNT
                       CALL "BATCH-TOTAL-ADD" USING
                           DL1-BATCH-FIELD2-TOTAL,
                           DL1-SUSP-REASON (DL1-SUSP-COUNT)
                       MOVE SUS-DATE-SUSPENDED TO
                           DL1-SUSP-DATE (DL1-SUSP-COUNT)
                       MOVE SUS-BATCH-ID TO
                           DL1-SUSP-BATCH-ID (DL1-SUSP-COUNT)
                       SET DL1-SUSP-CARRIED (DL1-SUSP-COUNT) TO TRUE
                       MOVE 'N' TO DL1-SUSP-CORR-SW (DL1-SUSP-COUNT)
                   ELSE
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-HELD-BATCHES - LOAD THE STANDING HELD-BATCH FILE:
      *     EACH B RECORD INTO THE HELD-BATCH TABLE, EACH D RECORD
      *     AFTER IT INTO THE HELD-DETAIL TABLE UNDER THAT BATCH. A
      *     BATCH DISPOSED OF ON AN EARLIER RUN HAS ALREADY BEEN
      *     REPORTED AND IS LEFT BEHIND. A MISSING FILE JUST MEANS
      *     NOTHING IS HELD - THE FIRST RUN EVER, OR A CLEAN BOOK
      *----------------------------------------------------------------
       1500-LOAD-HELD-BATCHES.
           OPEN INPUT HLD-FILE.
           EVALUATE TRUE
               WHEN DL1-HLD-FS = "00"
                   PERFORM 1510-LOAD-ONE-HELD THRU 1510-EXIT
                       UNTIL DL1-HLD-EOF-YES
                   CLOSE HLD-FILE
               WHEN DL1-HLD-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN HLD-FILE (HELDBTCH) - "
                       "FILE STATUS " DL1-HLD-FS " ***"
                   PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
           END-EVALUATE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1505-HLDFILE-ABEND - THE HELD-BATCH FILE COULD NOT BE READ
      *     WHOLE. PRESSING ON WOULD REWRITE IT AT END OF RUN WITHOUT
      *     THE BATCHES IT HOLDS, SO STOP INSTEAD, THE SAME AS A LOST
      *     SUSPENSE FILE
      *----------------------------------------------------------------
       1505-HLDFILE-ABEND.
           CLOSE MY-FILE.
           CLOSE CURR-EXTRACT.
           CLOSE EXC-FILE.
           CLOSE RPT-FILE.
           CLOSE INT-FILE.
           SET DL1-AUDIT-STATUS-ABEND TO TRUE.
           PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
           STOP RUN.
       1505-EXIT.
           EXIT.

       1510-LOAD-ONE-HELD.
           READ HLD-FILE
               AT END
                   SET DL1-HLD-EOF-YES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-TYPE-BATCH
                           PERFORM 1520-LOAD-HELD-BATCH THRU 1520-EXIT
                       WHEN HLD-TYPE-DETAIL
                           PERFORM 1530-LOAD-HELD-DETAIL THRU 1530-EXIT
                       WHEN OTHER
                           DISPLAY "*** HLD-FILE (HELDBTCH) RECORD "
                               "TYPE " HLD-TYPE " NOT RECOGNIZED ***"
                           PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
                   END-EVALUATE
           END-READ.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1520-LOAD-HELD-BATCH - ONE HELD BATCH. ONE DISPOSED OF ON AN
      *     EARLIER RUN IS NOT RELOADED (DL1-HLD-IX IS LEFT AT ZERO SO
      *     ANY DETAILS IT STILL CARRIES ARE PASSED OVER TOO). A D
      *     RECORD BELONGS TO THE B RECORD BEFORE IT - ONE UNDER ANY
      *     OTHER BATCH ID MEANS THE FILE HAS BEEN DISTURBED
      *----------------------------------------------------------------
       1520-LOAD-HELD-BATCH.
           MOVE 0 TO DL1-HLD-IX.
           IF HLD-STATUS NOT = "HELD"
               AND HLD-STATUS-DATE < DL1-RUN-DATE
               GO TO 1520-EXIT
           END-IF.
           IF DL1-HLD-COUNT >= DL1-HLD-MAX
               DISPLAY "*** HELD BATCH TABLE FULL AT " DL1-HLD-MAX
                   " BATCHES - HELDBTCH CANNOT BE CARRIED ***"
               PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
           END-IF.
           ADD 1 TO DL1-HLD-COUNT.
           MOVE DL1-HLD-COUNT TO DL1-HLD-IX.
           MOVE HLD-BATCH-ID TO DL1-HB-BATCH-ID (DL1-HLD-IX).
           MOVE HLD-HDR-RUN-DATE TO DL1-HB-HDR-RUN-DATE (DL1-HLD-IX).
           MOVE HLD-HELD-DATE TO DL1-HB-HELD-DATE (DL1-HLD-IX).
           MOVE HLD-REASON TO DL1-HB-REASON (DL1-HLD-IX).
           MOVE HLD-DETAIL-COUNT TO DL1-HB-DETAIL-COUNT (DL1-HLD-IX).
           MOVE HLD-FIELD2-TOTAL TO DL1-HB-FIELD2-TOTAL (DL1-HLD-IX).
           MOVE HLD-STATUS TO DL1-HB-STATUS (DL1-HLD-IX).
           MOVE HLD-STATUS-DATE TO DL1-HB-STATUS-DATE (DL1-HLD-IX).
           MOVE HLD-USER TO DL1-HB-USER (DL1-HLD-IX).
           COMPUTE DL1-HB-DTL-FIRST (DL1-HLD-IX) = DL1-HDTL-COUNT + 1.
           MOVE 0 TO DL1-HB-DTL-COUNT (DL1-HLD-IX).
           SET DL1-HB-CARRIED (DL1-HLD-IX) TO TRUE.
           IF DL1-HB-IS-HELD (DL1-HLD-IX)
               ADD 1 TO DL1-HLD-CARRIED-IN
           END-IF.
       1520-EXIT.
           EXIT.

       1530-LOAD-HELD-DETAIL.
           IF DL1-HLD-IX = 0
               GO TO 1530-EXIT
           END-IF.
           IF HLD-BATCH-ID NOT = DL1-HB-BATCH-ID (DL1-HLD-IX)
               DISPLAY "*** HLD-FILE (HELDBTCH) DETAIL FOR BATCH "
                   HLD-BATCH-ID " FOLLOWS BATCH "
                   DL1-HB-BATCH-ID (DL1-HLD-IX) " ***"
               PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
           END-IF.
           IF DL1-HDTL-COUNT >= DL1-HDTL-MAX
               DISPLAY "*** HELD DETAIL TABLE FULL AT " DL1-HDTL-MAX
                   " DETAILS - HELDBTCH CANNOT BE CARRIED ***"
               PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
           END-IF.
           ADD 1 TO DL1-HDTL-COUNT.
           MOVE HLD-DTL-FIELD1 TO DL1-HD-FIELD1 (DL1-HDTL-COUNT).
           MOVE HLD-DTL-FIELD2 TO DL1-HD-FIELD2 (DL1-HDTL-COUNT).
           MOVE 0 TO DL1-HD-AGG-IX (DL1-HDTL-COUNT).
           ADD 1 TO DL1-HB-DTL-COUNT (DL1-HLD-IX).
       1530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-FILE - DISPATCH ONE MY-FILE RECORD BY ITS TYPE
      *----------------------------------------------------------------
           MOVE MY-FIELD2 TO EXC-FIELD2.
           MOVE DL1-EXC-REASON TO EXC-REASON.
           WRITE EXC-RECORD.
           PERFORM 2330-NOTE-ACK-REJECT THRU 2330-EXIT.
           IF DL1-EXC-REASON = "DUP    "
               GO TO 2300-EXIT
           END-IF.
               MOVE DL1-EXC-REASON TO
                   DL1-SUSP-REASON (DL1-SUSP-COUNT)
               MOVE DL1-RUN-DATE TO DL1-SUSP-DATE (DL1-SUSP-COUNT)
               MOVE DL1-DETAIL-BATCH-ID TO
                   DL1-SUSP-BATCH-ID (DL1-SUSP-COUNT)
               SET DL1-SUSP-IS-NEW (DL1-SUSP-COUNT) TO TRUE
               MOVE 'N' TO DL1-SUSP-CORR-SW (DL1-SUSP-COUNT)
           ELSE
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2330-NOTE-ACK-REJECT - NOTE THE REJECT JUST LISTED UNDER ITS
      *     BATCH ID FOR THAT REGION'S ACKNOWLEDGEMENT (9600). A
      *     DETAIL OUTSIDE ANY BATCH HAS NO REGION TO TELL. A FULL
      *     TABLE IS SAID ONCE AND MARKS THE RUN'S ACKS INCOMPLETE
      *----------------------------------------------------------------
       2330-NOTE-ACK-REJECT.
           IF DL1-DETAIL-BATCH-ID = SPACES
               GO TO 2330-EXIT
           END-IF.
           IF DL1-ARJ-COUNT >= DL1-ARJ-MAX
               IF NOT DL1-ARJ-OVERFLOWED
                   SET DL1-ARJ-OVERFLOWED TO TRUE
                   DISPLAY "*** ACK REJECT TABLE FULL AT " DL1-ARJ-MAX
                       " ENTRIES - ACKNOWLEDGEMENTS INCOMPLETE ***"
               END-IF
               GO TO 2330-EXIT
           END-IF.
           ADD 1 TO DL1-ARJ-COUNT.
           MOVE MY-FIELD1 TO DL1-ARJ-FIELD1 (DL1-ARJ-COUNT).
           MOVE MY-FIELD2 TO DL1-ARJ-FIELD2 (DL1-ARJ-COUNT).
           MOVE DL1-EXC-REASON TO DL1-ARJ-REASON (DL1-ARJ-COUNT).
           MOVE DL1-DETAIL-BATCH-ID TO DL1-ARJ-BATCH-ID (DL1-ARJ-COUNT).
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WRITE-LISTING-LINE - WRITE ONE DETAIL LINE TO RPT-FILE,
      *     STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL
           MOVE 0 TO DL1-BATCH-DETAIL-COUNT.
           MOVE 0 TO DL1-BATCH-FIELD2-TOTAL.
           MOVE 0 TO DL1-BATCH-REJECT-COUNT.
           COMPUTE DL1-BATCH-KEY-FIRST = DL1-KEY-COUNT + 1.
           COMPUTE DL1-BATCH-SUSP-FIRST = DL1-SUSP-COUNT + 1.
           COMPUTE DL1-BATCH-HDTL-FIRST = DL1-HDTL-COUNT + 1.
           COMPUTE DL1-BATCH-ARJ-FIRST = DL1-ARJ-COUNT + 1.
           MOVE 'N' TO DL1-HDTL-FULL-SW.
           PERFORM 2520-WRITE-BATCH-SECTION THRU 2520-EXIT.
       2510-EXIT.
           EXIT.
           ADD 1 TO DL1-DETAIL-COUNT.
           IF DL1-IN-BATCH
               ADD 1 TO DL1-BATCH-DETAIL-COUNT
               MOVE DL1-CURR-BATCH-ID TO DL1-DETAIL-BATCH-ID
               PERFORM 2710-CAPTURE-DETAIL THRU 2710-EXIT
           ELSE
               MOVE SPACES TO DL1-DETAIL-BATCH-ID
           END-IF.
           PERFORM 2200-VALIDATE-FIELD2 THRU 2200-EXIT.
           IF DL1-RECORD-VALID
                           " - FIELD2 AGGREGATED INTO FIRST ARRIVAL"
                       PERFORM 2400-WRITE-LISTING-LINE THRU 2400-EXIT
                       PERFORM 2770-AGGREGATE-KEY THRU 2770-EXIT
                       IF DL1-IN-BATCH
                           PERFORM 2715-NOTE-AGGREGATE THRU 2715-EXIT
                       END-IF
                       PERFORM 2780-ADD-TO-TOTALS THRU 2780-EXIT
                   WHEN OTHER
                       ADD 1 TO DL1-DUP-COUNT
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2710-CAPTURE-DETAIL - KEEP ONE DETAIL OF THE OPEN BATCH AS IT
      *     ARRIVED, BEFORE THE EDIT JUDGES IT, SO THE BATCH CAN GO TO
      *     THE HELD FILE WHOLE IF ITS TRAILER FAILS IT. NO ROOM LEFT
      *     MEANS THIS BATCH CANNOT BE HELD WHOLE - 2860 FALLS BACK
      *     TO FAILING THE RUN FOR IT
      *----------------------------------------------------------------
       2710-CAPTURE-DETAIL.
           IF DL1-HDTL-COUNT >= DL1-HDTL-MAX
               IF NOT DL1-HDTL-OVERFLOWED
                   SET DL1-HDTL-OVERFLOWED TO TRUE
                   DISPLAY "*** HELD DETAIL TABLE FULL AT "
                       DL1-HDTL-MAX " - BATCH " DL1-CURR-BATCH-ID
                       " CANNOT BE QUARANTINED ***"
               END-IF
               GO TO 2710-EXIT
           END-IF.
           MOVE MY-REST TO DL1-HOLD-STAGE.
           ADD 1 TO DL1-HDTL-COUNT.
           MOVE DL1-HS-FIELD1 TO DL1-HD-FIELD1 (DL1-HDTL-COUNT).
           MOVE DL1-HS-FIELD2 TO DL1-HD-FIELD2 (DL1-HDTL-COUNT).
           MOVE 0 TO DL1-HD-AGG-IX (DL1-HDTL-COUNT).
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2715-NOTE-AGGREGATE - THE DETAIL JUST CAPTURED WAS FOLDED INTO
      *     A KEY AN EARLIER BATCH REGISTERED. THAT KEY STAYS IF THIS
      *     BATCH IS QUARANTINED, SO REMEMBER WHICH ONE IT WAS - THE
      *     QUARANTINE TAKES THE AMOUNT BACK OUT OF IT. A FOLD INTO
      *     THE OPEN BATCH'S OWN KEY NEEDS NOTHING: THE KEY GOES TOO
      *----------------------------------------------------------------
       2715-NOTE-AGGREGATE.
           IF DL1-HDTL-OVERFLOWED
               OR DL1-KEY-FOUND-IX >= DL1-BATCH-KEY-FIRST
               GO TO 2715-EXIT
           END-IF.
           MOVE DL1-KEY-FOUND-IX TO DL1-HD-AGG-IX (DL1-HDTL-COUNT).
       2715-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-CHECK-DUPLICATE - HAS THIS FIELD1 ALREADY BEEN ACCEPTED
      *     THIS RUN? A BINARY SEARCH OF THE SORTED POSITION INDEX -
           ADD 1 TO DL1-KEY-COUNT.
           MOVE MY-FIELD1 TO DL1-KEY-FIELD1 (DL1-KEY-COUNT).
           MOVE MY-FIELD2 TO DL1-KEY-FIELD2 (DL1-KEY-COUNT).
           MOVE DL1-DETAIL-BATCH-ID TO DL1-KEY-BATCH-ID (DL1-KEY-COUNT).
           IF DL1-KEY-COUNT > 1
               PERFORM 2765-SHIFT-ONE-POSITION THRU 2765-EXIT
                   VARYING DL1-KEY-SHIFT-IX
      *     MAIN PASS AND ONE MET AGAIN DURING CHECKPOINT SKIP: JUDGE
      *     THE BATCH'S CONTROL CHECKS, FILE ITS FIGURES IN THE BATCH
      *     TABLE FOR THE END-OF-RUN CONTROL SUMMARY, AND CLOSE IT.
      *     A BATCH THAT FAILS ANY CHECK IS QUARANTINED (2860) AND
      *     THE RUN GOES ON WITHOUT IT; ONE THAT PASSES GIVES BACK
      *     THE DETAIL CAPTURE IT WILL NOT NEED. EITHER WAY A SEND OF
      *     A BATCH ALREADY ON THE HELD FILE THEN CLOSES THE HELD COPY
      *     OUT (2870) - AFTER ANY QUARANTINE, SO A RERUN TODAY THAT
      *     FAILS AGAIN TAKES BACK TODAY'S OWN HELD ENTRY (2862)
      *     RATHER THAN CLOSING IT. THE CONDITION CODE IS RAISED
      *     HERE, BESIDE THE VERDICT, SO A BATCH RE-MET DURING
      *     CHECKPOINT SKIP GRADES THE RERUN EXACTLY AS IT GRADED THE
      *     ORIGINAL RUN
      *----------------------------------------------------------------
       2820-CLOSE-BATCH.
           MOVE DL1-BATCH-NO TO DL1-BATCH-IX.
               DL1-BT-FIELD2-TOTAL (DL1-BATCH-IX).
           MOVE DL1-BATCH-REJECT-COUNT TO
               DL1-BT-REJECT-COUNT (DL1-BATCH-IX).
           MOVE 'N' TO DL1-BT-HELD-SW (DL1-BATCH-IX).
           MOVE DL1-EXPECTED-RUN-DATE TO
               DL1-BT-HDR-RUN-DATE (DL1-BATCH-IX).
           MOVE DL1-EXPECTED-COUNT TO DL1-BT-EXP-COUNT (DL1-BATCH-IX).
           MOVE MY-TRL-RECORD-COUNT TO DL1-BT-TRL-COUNT (DL1-BATCH-IX).
           MOVE MY-TRL-HASH-TOTAL TO DL1-BT-TRL-HASH (DL1-BATCH-IX).
           MOVE SPACES TO DL1-HLD-REASON.
           IF MY-TRL-RECORD-COUNT = DL1-BATCH-DETAIL-COUNT
               MOVE 'Y' TO DL1-BT-COUNT-OK-SW (DL1-BATCH-IX)
           ELSE
               MOVE 'N' TO DL1-BT-COUNT-OK-SW (DL1-BATCH-IX)
               MOVE "COUNT" TO DL1-HLD-REASON
           END-IF.
           DIVIDE DL1-BATCH-FIELD2-TOTAL BY 1000000
               GIVING DL1-HASH-QUOTIENT
               REMAINDER DL1-FIELD2-HASH.
           MOVE DL1-FIELD2-HASH TO DL1-BT-OUR-HASH (DL1-BATCH-IX).
           IF MY-TRL-HASH-TOTAL = DL1-FIELD2-HASH
               MOVE 'Y' TO DL1-BT-HASH-OK-SW (DL1-BATCH-IX)
           ELSE
               MOVE 'N' TO DL1-BT-HASH-OK-SW (DL1-BATCH-IX)
               IF DL1-HLD-REASON = SPACES
                   MOVE "HASH" TO DL1-HLD-REASON
               END-IF
           END-IF.
           IF DL1-EXPECTED-COUNT = DL1-BATCH-DETAIL-COUNT
               MOVE 'Y' TO DL1-BT-EXP-OK-SW (DL1-BATCH-IX)
           ELSE
               MOVE 'N' TO DL1-BT-EXP-OK-SW (DL1-BATCH-IX)
               IF DL1-HLD-REASON = SPACES
                   MOVE "EXPCT" TO DL1-HLD-REASON
               END-IF
           END-IF.
           MOVE DL1-HLD-REASON TO DL1-BT-REASON (DL1-BATCH-IX).
           IF DL1-HLD-REASON = SPACES
               COMPUTE DL1-HDTL-COUNT = DL1-BATCH-HDTL-FIRST - 1
           ELSE
               PERFORM 2860-QUARANTINE-BATCH THRU 2860-EXIT
           END-IF.
           PERFORM 2870-CLOSE-RESENT-COPY THRU 2870-EXIT
               VARYING DL1-HLD-SCAN-IX FROM 1 BY 1
               UNTIL DL1-HLD-SCAN-IX > DL1-HLD-COUNT.
           MOVE 'N' TO DL1-IN-BATCH-SW.
       2820-EXIT.
           EXIT.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2860-QUARANTINE-BATCH - THE BATCH JUST CLOSED FAILED ITS OWN
      *     CONTROLS: FILE IT ON THE HELD-BATCH TABLE (WRITTEN TO
      *     HELDBTCH AT END OF RUN) WITH ITS CAPTURED DETAILS, AND
      *     TAKE IT BACK OUT OF THE RUN - ITS KEYS OUT OF THE KEY
      *     TABLE AND POSITION INDEX (SO OUT OF CURREXTR AND INTFFILE),
      *     ITS FOLDS OUT OF EARLIER BATCHES' KEYS, ITS NEW REJECTS OUT
      *     OF SUSPENSE, AND ITS FIGURES OUT OF THE RUN CONTROL TOTALS.
      *     DURING CHECKPOINT SKIP THE RUN TOTALS CAME BACK FROM THE
      *     CHECKPOINT WITH THE BATCH ALREADY TAKEN OUT, SO ONLY THE
      *     TABLES ARE REBUILT. THE REST OF THE RUN FLOWS ON UNDER THE
      *     WARNING CODE. A BATCH THAT CANNOT BE HELD WHOLE STAYS IN
      *     AND FAILS THE RUN, AS EVERY FAILED BATCH USED TO
      *----------------------------------------------------------------
       2860-QUARANTINE-BATCH.
           IF DL1-HDTL-OVERFLOWED
               PERFORM 2869-QUARANTINE-FALLBACK THRU 2869-EXIT
               GO TO 2860-EXIT
           END-IF.
           PERFORM 2862-FIND-HELD-SLOT THRU 2862-EXIT.
           IF DL1-HLD-IX = 0
               PERFORM 2869-QUARANTINE-FALLBACK THRU 2869-EXIT
               GO TO 2860-EXIT
           END-IF.
           MOVE DL1-CURR-BATCH-ID TO DL1-HB-BATCH-ID (DL1-HLD-IX).
           MOVE DL1-EXPECTED-RUN-DATE TO
               DL1-HB-HDR-RUN-DATE (DL1-HLD-IX).
           MOVE DL1-RUN-DATE TO DL1-HB-HELD-DATE (DL1-HLD-IX).
           MOVE DL1-HLD-REASON TO DL1-HB-REASON (DL1-HLD-IX).
           MOVE DL1-BATCH-DETAIL-COUNT TO
               DL1-HB-DETAIL-COUNT (DL1-HLD-IX).
           MOVE DL1-BATCH-FIELD2-TOTAL TO
               DL1-HB-FIELD2-TOTAL (DL1-HLD-IX).
           MOVE "HELD" TO DL1-HB-STATUS (DL1-HLD-IX).
           MOVE DL1-RUN-DATE TO DL1-HB-STATUS-DATE (DL1-HLD-IX).
           MOVE SPACES TO DL1-HB-USER (DL1-HLD-IX).
           MOVE DL1-BATCH-HDTL-FIRST TO DL1-HB-DTL-FIRST (DL1-HLD-IX).
           COMPUTE DL1-HB-DTL-COUNT (DL1-HLD-IX) =
               DL1-HDTL-COUNT - DL1-BATCH-HDTL-FIRST + 1.
           SET DL1-HB-HELD-TODAY (DL1-HLD-IX) TO TRUE.
           SET DL1-BT-HELD (DL1-BATCH-IX) TO TRUE.
           ADD 1 TO DL1-HLD-HELD-TODAY.
           PERFORM 2865-BACK-OUT-AGGREGATE THRU 2865-EXIT
               VARYING DL1-HDTL-IX FROM DL1-BATCH-HDTL-FIRST BY 1
               UNTIL DL1-HDTL-IX > DL1-HDTL-COUNT.
           COMPUTE DL1-HLD-KEYS-REMOVED =
               DL1-KEY-COUNT - DL1-BATCH-KEY-FIRST + 1.
           IF NOT DL1-IN-SKIP-PASS
               SUBTRACT DL1-HLD-KEYS-REMOVED FROM DL1-RECORD-COUNT
               SUBTRACT DL1-BATCH-FIELD2-TOTAL FROM DL1-FIELD2-TOTAL
               DISPLAY "*** BATCH " DL1-CURR-BATCH-ID
                   " FAILED ITS " DL1-HLD-REASON " CONTROL - "
                   "QUARANTINED TO HLD-FILE (HELDBTCH) ***"
           END-IF.
           MOVE DL1-KEY-COUNT TO DL1-HLD-OLD-KEY-COUNT.
           COMPUTE DL1-KEY-COUNT = DL1-BATCH-KEY-FIRST - 1.
           MOVE 0 TO DL1-KEY-INS-IX.
           PERFORM 2867-KEEP-ONE-POSITION THRU 2867-EXIT
               VARYING DL1-KEY-SHIFT-IX FROM 1 BY 1
               UNTIL DL1-KEY-SHIFT-IX > DL1-HLD-OLD-KEY-COUNT.
           COMPUTE DL1-SUSP-COUNT = DL1-BATCH-SUSP-FIRST - 1.
           COMPUTE DL1-ARJ-COUNT = DL1-BATCH-ARJ-FIRST - 1.
           IF DL1-PAGE-NO = 0
               OR DL1-LINE-NO >= DL1-LINES-PER-PAGE
               PERFORM 2410-WRITE-HEADING THRU 2410-EXIT
           END-IF.
           MOVE DL1-CURR-BATCH-ID TO DL1-HQL-BATCH-ID.
           MOVE DL1-HLD-REASON TO DL1-HQL-REASON.
           MOVE DL1-HLD-QUAR-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD 1 TO DL1-LINE-NO.
           MOVE DL1-RC-WARNING TO DL1-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2862-FIND-HELD-SLOT - A NEW HELD-BATCH ENTRY, OR - WHEN A RERUN
      *     OF TODAY FINDS THIS VERY BATCH ALREADY HELD TODAY ON THE
      *     FILE IT LOADED - THAT ENTRY AGAIN, SO THE BATCH IS NOT
      *     HELD TWICE. ZERO MEANS THE TABLE IS FULL
      *----------------------------------------------------------------
       2862-FIND-HELD-SLOT.
           MOVE 'N' TO DL1-HLD-MATCH-SW.
           PERFORM 2863-MATCH-HELD-TODAY THRU 2863-EXIT
               VARYING DL1-HLD-IX FROM 1 BY 1
               UNTIL DL1-HLD-IX > DL1-HLD-COUNT
                   OR DL1-HLD-MATCHED.
           IF DL1-HLD-MATCHED
               SUBTRACT 1 FROM DL1-HLD-IX
               GO TO 2862-EXIT
           END-IF.
           IF DL1-HLD-COUNT >= DL1-HLD-MAX
               MOVE 0 TO DL1-HLD-IX
               GO TO 2862-EXIT
           END-IF.
           ADD 1 TO DL1-HLD-COUNT.
           MOVE DL1-HLD-COUNT TO DL1-HLD-IX.
       2862-EXIT.
           EXIT.

       2863-MATCH-HELD-TODAY.
           IF DL1-HB-CARRIED (DL1-HLD-IX)
               AND DL1-HB-IS-HELD (DL1-HLD-IX)
               AND DL1-HB-BATCH-ID (DL1-HLD-IX) = DL1-CURR-BATCH-ID
               AND DL1-HB-HDR-RUN-DATE (DL1-HLD-IX) =
                   DL1-EXPECTED-RUN-DATE
               AND DL1-HB-HELD-DATE (DL1-HLD-IX) = DL1-RUN-DATE
               SET DL1-HLD-MATCHED TO TRUE
           END-IF.
       2863-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2865-BACK-OUT-AGGREGATE - A HELD DETAIL THAT WAS FOLDED INTO AN
      *     EARLIER BATCH'S KEY COMES BACK OUT OF THAT KEY'S VALUE. IT
      *     PASSED THE EDIT TO BE FOLDED, SO ITS FIELD2 IS NUMERIC
      *----------------------------------------------------------------
       2865-BACK-OUT-AGGREGATE.
           IF DL1-HD-AGG-IX (DL1-HDTL-IX) = 0
               GO TO 2865-EXIT
           END-IF.
           MOVE DL1-HD-FIELD2 (DL1-HDTL-IX) TO DL1-HLD-AMOUNT-X.
           SUBTRACT DL1-HLD-AMOUNT FROM
               DL1-KEY-FIELD2 (DL1-HD-AGG-IX (DL1-HDTL-IX)).
           MOVE 0 TO DL1-HD-AGG-IX (DL1-HDTL-IX).
       2865-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2867-KEEP-ONE-POSITION - CLOSE UP THE SORTED POSITION INDEX
      *     AROUND THE KEYS JUST TAKEN OUT: A POSITION STILL INSIDE
      *     THE SHORTENED KEY TABLE MOVES DOWN TO THE NEXT FREE SLOT,
      *     SO THE INDEX STAYS IN FIELD1 ORDER WITHOUT A RE-SORT
      *----------------------------------------------------------------
       2867-KEEP-ONE-POSITION.
           IF DL1-KEY-POS (DL1-KEY-SHIFT-IX) <= DL1-KEY-COUNT
               ADD 1 TO DL1-KEY-INS-IX
               MOVE DL1-KEY-POS (DL1-KEY-SHIFT-IX) TO
                   DL1-KEY-POS (DL1-KEY-INS-IX)
           END-IF.
       2867-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2869-QUARANTINE-FALLBACK - THE FAILED BATCH CANNOT BE HELD
      *     WHOLE (ITS DETAILS OR THE BATCH ITSELF WOULD NOT FIT THE
      *     HELD TABLES), SO IT STAYS IN THE RUN AND FAILS IT - THE
      *     ONWARD HANDOFFS ARE SUPPRESSED, AS BEFORE QUARANTINE
      *----------------------------------------------------------------
       2869-QUARANTINE-FALLBACK.
           IF NOT DL1-IN-SKIP-PASS
               DISPLAY "*** BATCH " DL1-CURR-BATCH-ID
                   " FAILED ITS " DL1-HLD-REASON " CONTROL AND "
                   "CANNOT BE HELD - LEFT IN THE RUN ***"
           END-IF.
           COMPUTE DL1-HDTL-COUNT = DL1-BATCH-HDTL-FIRST - 1.
           MOVE DL1-RC-CONTROL-FAIL TO DL1-RC-CANDIDATE.
           PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT.
       2869-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2870-CLOSE-RESENT-COPY - THE BATCH JUST CLOSED IS A RESEND OF
      *     ONE ALREADY HELD (SAME BATCH ID, SAME HEADER RUN DATE),
      *     WHETHER HELD ON AN EARLIER DAY OR ON AN EARLIER RUN TODAY.
      *     THE RESEND STANDS IN ITS PLACE - ACCEPTED IF IT
      *     PASSED, HELD AFRESH IF IT FAILED - SO THE OLD HELD COPY IS
      *     CLOSED OUT AND CAN NEVER BE RELEASED ON TOP OF IT. RUN
      *     AFTER ANY QUARANTINE: A FAILED RERUN TODAY HAS ALREADY
      *     TAKEN TODAY'S HELD ENTRY BACK AS ITS OWN (2862), AND AN
      *     ENTRY HELD THIS RUN IS NOT CARRIED, SO NEITHER IS CLOSED
      *----------------------------------------------------------------
       2870-CLOSE-RESENT-COPY.
           IF DL1-HB-CARRIED (DL1-HLD-SCAN-IX)
               AND DL1-HB-IS-HELD (DL1-HLD-SCAN-IX)
               AND DL1-HB-BATCH-ID (DL1-HLD-SCAN-IX) =
                   DL1-CURR-BATCH-ID
               AND DL1-HB-HDR-RUN-DATE (DL1-HLD-SCAN-IX) =
                   DL1-EXPECTED-RUN-DATE
               AND DL1-HB-HELD-DATE (DL1-HLD-SCAN-IX) NOT > DL1-RUN-DATE
               MOVE "RESENT" TO DL1-HB-STATUS (DL1-HLD-SCAN-IX)
               MOVE DL1-RUN-DATE TO
                   DL1-HB-STATUS-DATE (DL1-HLD-SCAN-IX)
               MOVE SPACES TO DL1-HB-USER (DL1-HLD-SCAN-IX)
               ADD 1 TO DL1-HLD-RESENT
               IF NOT DL1-IN-SKIP-PASS
                   DISPLAY "BATCH " DL1-CURR-BATCH-ID
                       " RESENT - HELD COPY OF "
                       DL1-EXPECTED-RUN-DATE " CLOSED OUT"
               END-IF
           END-IF.
       2870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-TAKE-CHECKPOINT - EVERY DL1-CHECKPOINT-INTERVAL RECORDS,
      *     SAVE PROGRESS SO FAR TO CHKPT-FILE
      *     AGO - THEY JUST CARRY FORWARD TO THE NEXT RUN
      *----------------------------------------------------------------
       4000-PROCESS-SUSPENSE.
           OPEN OUTPUT AGE-FILE.
           IF DL1-AGE-FS NOT = "00"
               PERFORM 4005-AGEFILE-OPEN-ABEND THRU 4005-EXIT
           END-IF.
           MOVE DL1-SUSP-FIELD1 (DL1-SUSP-IX) TO MY-FIELD1.
           MOVE DL1-SUSP-FIELD2 (DL1-SUSP-IX) TO MY-FIELD2.
           MOVE DL1-SUSP-BATCH-ID (DL1-SUSP-IX) TO DL1-DETAIL-BATCH-ID.
           PERFORM 2750-CHECK-DUPLICATE THRU 2750-EXIT.
           EVALUATE TRUE
               WHEN NOT DL1-DUP-FOUND

      *----------------------------------------------------------------
      * 4200-CHECK-AGING - A RECORD STILL HELD AT OR PAST THE AGING
      *     THRESHOLD GOES ON THE AGING REPORT. AGE IS IN BUSINESS
      *     DAYS, SO A WEEKEND OR HOLIDAY DOES NOT AGE A RECORD. A
      *     SUSPENSE DATE THAT IS UNREADABLE (NOT NUMERIC OR PLAINLY
      *     NOT A DATE) IS TREATED AS AGED - A RECORD WE CANNOT DATE
      *     IS EXACTLY THE KIND WE SHOULD BE CHASING
      *----------------------------------------------------------------
       4200-CHECK-AGING.
           MOVE 99999999 TO DL1-SUSP-AGE-DAYS.
           IF DL1-SUSP-DATE (DL1-SUSP-IX) IS NUMERIC
               AND DL1-SUSP-DATE (DL1-SUSP-IX) > 19000101
               MOVE "DAYS" TO DL1-CAL-FUNCTION
               MOVE DL1-SUSP-DATE (DL1-SUSP-IX) TO DL1-CAL-DATE-1
               MOVE DL1-RUN-DATE TO DL1-CAL-DATE-2
               MOVE SPACES TO DL1-CAL-REGION
               CALL "BUSINESS-DATE" USING DL1-CAL-PARMS
               IF NOT DL1-CAL-ERROR
                   MOVE DL1-CAL-DAYS TO DL1-SUSP-AGE-DAYS
               END-IF
           END-IF.
           IF DL1-SUSP-AGE-DAYS >= DL1-SUSP-AGE-LIMIT
               ADD 1 TO DL1-SUSP-AGED
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-RELEASE-HELD-BATCHES - APPLY DATA CONTROL'S RELEASE CARDS
      *     (HELDREL). EACH CARD NAMES A HELD BATCH THE REGION HAS
      *     CONFIRMED - BY BATCH ID, AND BY HEADER RUN DATE WHEN THE
      *     REGION HAS MORE THAN ONE HELD - AND WHO CONFIRMED IT.
      *     ONLY A BATCH HELD ON AN EARLIER RUN CAN BE RELEASED. NO
      *     CARDS, NO RELEASES. A CARD THAT MATCHES NOTHING IS SAID
      *     OUT LOUD AND IGNORED
      *----------------------------------------------------------------
       4500-RELEASE-HELD-BATCHES.
           OPEN INPUT HRL-FILE.
           EVALUATE TRUE
               WHEN DL1-HRL-FS = "00"
                   PERFORM 4510-APPLY-ONE-RELEASE THRU 4510-EXIT
                       UNTIL DL1-HRL-EOF-YES
                   CLOSE HRL-FILE
               WHEN DL1-HRL-FS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN HRL-FILE (HELDREL) - "
                       "FILE STATUS " DL1-HRL-FS
                       " - NO HELD BATCHES RELEASED ***"
           END-EVALUATE.
       4500-EXIT.
           EXIT.

       4510-APPLY-ONE-RELEASE.
           READ HRL-FILE
               AT END
                   SET DL1-HRL-EOF-YES TO TRUE
           END-READ.
           IF DL1-HRL-EOF-YES
               GO TO 4510-EXIT
           END-IF.
           IF HRL-BATCH-ID = SPACES
               GO TO 4510-EXIT
           END-IF.
           MOVE 'N' TO DL1-HLD-MATCH-SW.
           PERFORM 4520-RELEASE-ONE-BATCH THRU 4520-EXIT
               VARYING DL1-HLD-IX FROM 1 BY 1
               UNTIL DL1-HLD-IX > DL1-HLD-COUNT
                   OR DL1-HLD-MATCHED.
           IF NOT DL1-HLD-MATCHED
               DISPLAY "*** RELEASE FOR BATCH " HRL-BATCH-ID " "
                   HRL-HDR-RUN-DATE
                   " MATCHES NO HELD BATCH - IGNORED ***"
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4520-RELEASE-ONE-BATCH - THE CARD MATCHES THIS HELD BATCH:
      *     MARK IT RELEASED BY THE CONFIRMING USER AND RE-PRESENT ITS
      *     DETAILS, UNDER ITS OWN BATCH ID, AS IF THEY ARRIVED TODAY
      *----------------------------------------------------------------
       4520-RELEASE-ONE-BATCH.
           IF NOT DL1-HB-CARRIED (DL1-HLD-IX)
               OR NOT DL1-HB-IS-HELD (DL1-HLD-IX)
               OR DL1-HB-BATCH-ID (DL1-HLD-IX) NOT = HRL-BATCH-ID
               GO TO 4520-EXIT
           END-IF.
           IF HRL-HDR-RUN-DATE NOT = SPACES
               AND HRL-HDR-RUN-DATE NOT =
                   DL1-HB-HDR-RUN-DATE (DL1-HLD-IX)
               GO TO 4520-EXIT
           END-IF.
           SET DL1-HLD-MATCHED TO TRUE.
           MOVE "RELEASED" TO DL1-HB-STATUS (DL1-HLD-IX).
           MOVE DL1-RUN-DATE TO DL1-HB-STATUS-DATE (DL1-HLD-IX).
           IF HRL-USER = SPACES
               MOVE "UNKNOWN" TO DL1-HB-USER (DL1-HLD-IX)
           ELSE
               MOVE HRL-USER TO DL1-HB-USER (DL1-HLD-IX)
           END-IF.
           ADD 1 TO DL1-HLD-REL-BATCHES.
           DISPLAY "HELD BATCH " DL1-HB-BATCH-ID (DL1-HLD-IX) " OF "
               DL1-HB-HDR-RUN-DATE (DL1-HLD-IX) " RELEASED BY "
               DL1-HB-USER (DL1-HLD-IX).
           PERFORM 4550-WRITE-HELD-SECTION THRU 4550-EXIT.
           COMPUTE DL1-HDTL-END = DL1-HB-DTL-FIRST (DL1-HLD-IX)
               + DL1-HB-DTL-COUNT (DL1-HLD-IX) - 1.
           PERFORM 4530-RELEASE-ONE-DETAIL THRU 4530-EXIT
               VARYING DL1-HDTL-IX FROM DL1-HB-DTL-FIRST (DL1-HLD-IX)
               BY 1 UNTIL DL1-HDTL-IX > DL1-HDTL-END.
       4520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4530-RELEASE-ONE-DETAIL - ONE HELD DETAIL, STAGED INTO MY-FILE'S
      *     DETAIL FIELDS EXACTLY AS IT ARRIVED SO IT IS EDITED,
      *     DUPLICATE-CHECKED, LISTED, AND TOTALLED BY THE SAME
      *     PARAGRAPHS AS THE DAY'S OWN DETAILS (AND AS A SUSPENSE
      *     RELEASE). ONE THAT FAILS THE EDIT NOW GOES TO SUSPENSE
      *     UNDER ITS BATCH ID LIKE ANY OTHER REJECT
      *----------------------------------------------------------------
       4530-RELEASE-ONE-DETAIL.
           MOVE SPACES TO DL1-HOLD-STAGE.
           MOVE DL1-HD-FIELD1 (DL1-HDTL-IX) TO DL1-HS-FIELD1.
           MOVE DL1-HD-FIELD2 (DL1-HDTL-IX) TO DL1-HS-FIELD2.
           MOVE "DTL" TO MY-TYPE-CODE.
           MOVE DL1-HOLD-STAGE TO MY-REST.
           MOVE DL1-HB-BATCH-ID (DL1-HLD-IX) TO DL1-DETAIL-BATCH-ID.
           PERFORM 2200-VALIDATE-FIELD2 THRU 2200-EXIT.
           IF DL1-RECORD-INVALID
               ADD 1 TO DL1-REJECT-COUNT
               PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
               GO TO 4530-EXIT
           END-IF.
           PERFORM 2750-CHECK-DUPLICATE THRU 2750-EXIT.
           EVALUATE TRUE
               WHEN NOT DL1-DUP-FOUND
                   ADD 1 TO DL1-HLD-REL-COUNT
                   ADD MY-FIELD2 TO DL1-HLD-REL-AMT
                   PERFORM 2400-WRITE-LISTING-LINE THRU 2400-EXIT
                   PERFORM 2760-REGISTER-KEY THRU 2760-EXIT
                   ADD 1 TO DL1-RECORD-COUNT
                   PERFORM 2780-ADD-TO-TOTALS THRU 2780-EXIT
               WHEN DL1-POLICY-AGGREGATE
                   ADD 1 TO DL1-HLD-REL-COUNT
                   ADD MY-FIELD2 TO DL1-HLD-REL-AMT
                   ADD 1 TO DL1-DUP-COUNT
                   PERFORM 2400-WRITE-LISTING-LINE THRU 2400-EXIT
                   PERFORM 2770-AGGREGATE-KEY THRU 2770-EXIT
                   PERFORM 2780-ADD-TO-TOTALS THRU 2780-EXIT
               WHEN OTHER
                   ADD 1 TO DL1-DUP-COUNT
                   ADD 1 TO DL1-REJECT-COUNT
                   MOVE "DUP    " TO DL1-EXC-REASON
                   PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
           END-EVALUATE.
       4530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4550-WRITE-HELD-SECTION - ONE SECTION LINE ON THE LISTING
      *     AHEAD OF THE FIRST RELEASED HELD BATCH, AS FOR SUSPENSE
      *----------------------------------------------------------------
       4550-WRITE-HELD-SECTION.
           IF DL1-HLD-HDG-DONE
               GO TO 4550-EXIT
           END-IF.
           SET DL1-HLD-HDG-DONE TO TRUE.
           IF DL1-PAGE-NO = 0
               OR DL1-LINE-NO >= DL1-LINES-PER-PAGE
               PERFORM 2410-WRITE-HEADING THRU 2410-EXIT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE DL1-HLD-SECTION-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD 2 TO DL1-LINE-NO.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-FINALIZE - PRINT CONTROL TOTALS AND CLOSE UP
      *----------------------------------------------------------------
           DISPLAY "CORRECTIONS USED : " DL1-CORR-APPLIED.
           DISPLAY "SUSPENSE HELD ...: " DL1-SUSP-HELD.
           DISPLAY "SUSPENSE AGED ...: " DL1-SUSP-AGED.
           DISPLAY "HELD CARRIED IN .: " DL1-HLD-CARRIED-IN.
           DISPLAY "BATCHES HELD ....: " DL1-HLD-HELD-TODAY.
           DISPLAY "HELD RELEASED ...: " DL1-HLD-REL-BATCHES.
           DISPLAY "HELD RESENT .....: " DL1-HLD-RESENT.
           IF NOT DL1-HEADER-SEEN
               DISPLAY "*** WARNING - NO BATCH HEADER WAS FOUND ***"
               MOVE DL1-RC-WARNING TO DL1-RC-CANDIDATE
           IF DL1-BATCH-NO > 0
               PERFORM 9250-WRITE-BATCH-SUMMARY THRU 9250-EXIT
           END-IF.
           IF DL1-HLD-COUNT > 0
               PERFORM 9290-WRITE-HELD-SECTION THRU 9290-EXIT
           END-IF.
           PERFORM 9280-ROSTER-CHECK THRU 9280-EXIT.
           PERFORM 9320-WRITE-CURR-EXTRACT THRU 9320-EXIT.
           IF DL1-RETURN-CODE >= DL1-RC-CONTROL-FAIL
               DISPLAY "*** HLD-FILE (HELDBTCH) NOT REWRITTEN - "
                   "CONTROL FAILURE - TODAY'S HOLDS AND RELEASES "
                   "COME AGAIN ON THE RERUN ***"
           ELSE
               PERFORM 9400-REWRITE-HELD-FILE THRU 9400-EXIT
           END-IF.
           PERFORM 9600-WRITE-ACKNOWLEDGEMENTS THRU 9600-EXIT.
           IF DL1-RETURN-CODE >= DL1-RC-CONTROL-FAIL
               DISPLAY "*** INTERFACE TRAILER SUPPRESSED - CONTROL "
                   "FAILURE - DOWNSTREAM LOAD MUST NOT CONSUME "
      *     AT END OF FILE, BEFORE THE SUSPENSE PASS). ITS FIGURES
      *     STILL BELONG IN THE SUMMARY, BUT ITS TRAILER CHECKS
      *     CANNOT BE JUDGED - THEY ARE FILED AS '?' AND PRINT AS
      *     "NOTRL". AS AT A TRAILER (2820), A SEND OF A BATCH ALREADY
      *     ON THE HELD FILE THEN CLOSES THE HELD COPY OUT
      *----------------------------------------------------------------
       9200-FORCE-CLOSE-BATCH.
           MOVE DL1-BATCH-NO TO DL1-BATCH-IX.
               DL1-BT-REJECT-COUNT (DL1-BATCH-IX).
           MOVE '?' TO DL1-BT-COUNT-OK-SW (DL1-BATCH-IX).
           MOVE '?' TO DL1-BT-HASH-OK-SW (DL1-BATCH-IX).
           MOVE 'N' TO DL1-BT-HELD-SW (DL1-BATCH-IX).
           MOVE DL1-EXPECTED-RUN-DATE TO
               DL1-BT-HDR-RUN-DATE (DL1-BATCH-IX).
           MOVE DL1-EXPECTED-COUNT TO DL1-BT-EXP-COUNT (DL1-BATCH-IX).
           MOVE 0 TO DL1-BT-TRL-COUNT (DL1-BATCH-IX).
           MOVE 0 TO DL1-BT-TRL-HASH (DL1-BATCH-IX).
           DIVIDE DL1-BATCH-FIELD2-TOTAL BY 1000000
               GIVING DL1-HASH-QUOTIENT
               REMAINDER DL1-FIELD2-HASH.
           MOVE DL1-FIELD2-HASH TO DL1-BT-OUR-HASH (DL1-BATCH-IX).
           IF DL1-EXPECTED-COUNT = DL1-BATCH-DETAIL-COUNT
               MOVE 'Y' TO DL1-BT-EXP-OK-SW (DL1-BATCH-IX)
               MOVE "NOTRL" TO DL1-BT-REASON (DL1-BATCH-IX)
               COMPUTE DL1-HDTL-COUNT = DL1-BATCH-HDTL-FIRST - 1
           ELSE
               MOVE 'N' TO DL1-BT-EXP-OK-SW (DL1-BATCH-IX)
               MOVE "EXPCT" TO DL1-BT-REASON (DL1-BATCH-IX)
               MOVE "EXPCT" TO DL1-HLD-REASON
               PERFORM 2860-QUARANTINE-BATCH THRU 2860-EXIT
           END-IF.
           PERFORM 2870-CLOSE-RESENT-COPY THRU 2870-EXIT
               VARYING DL1-HLD-SCAN-IX FROM 1 BY 1
               UNTIL DL1-HLD-SCAN-IX > DL1-HLD-COUNT.
           MOVE 'N' TO DL1-IN-BATCH-SW.
       9200-EXIT.
           EXIT.
           MOVE DL1-BGS-REJECTS TO DL1-BSG-REJECTS.
           MOVE DL1-BSUM-GRAND-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF DL1-BHS-BATCHES > 0
               MOVE DL1-BHS-DETAILS TO DL1-BSQ-DETAILS
               MOVE DL1-BHS-TOTAL TO DL1-BSQ-TOTAL
               MOVE DL1-BHS-BATCHES TO DL1-BSQ-BATCHES
               MOVE DL1-BSUM-QUARANTINE-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE DL1-SUSP-RELEASED TO DL1-BSR-COUNT.
           MOVE DL1-SUSP-RELEASED-AMT TO DL1-BSR-AMOUNT.
           MOVE DL1-BSUM-RELEASED-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF DL1-HLD-REL-BATCHES > 0
               MOVE DL1-HLD-REL-COUNT TO DL1-BSH-COUNT
               MOVE DL1-HLD-REL-AMT TO DL1-BSH-AMOUNT
               MOVE DL1-HLD-REL-BATCHES TO DL1-BSH-BATCHES
               MOVE DL1-BSUM-HELD-REL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       9250-EXIT.
           EXIT.

           MOVE DL1-BT-REJECT-COUNT (DL1-BATCH-IX) TO
               DL1-BSL-REJECTS.
           PERFORM 9270-SET-CHECK-FLAG THRU 9270-EXIT.
           IF DL1-BT-HELD (DL1-BATCH-IX)
               MOVE "HELD" TO DL1-BSL-DISP
               ADD 1 TO DL1-BHS-BATCHES
               ADD DL1-BT-DETAIL-COUNT (DL1-BATCH-IX) TO
                   DL1-BHS-DETAILS
               ADD DL1-BT-FIELD2-TOTAL (DL1-BATCH-IX) TO DL1-BHS-TOTAL
           END-IF.
           MOVE DL1-BSUM-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9260-EXIT.
       9284-EXIT.
           EXIT.

      *    A DAY THAT WAS NOT A BUSINESS DAY FOR THE REGION (ITS OWN
      *    HOLIDAY, OR ONE RECORDED BEFORE THE CALENDAR KNEW OF IT)
      *    IS NOT A MISSED DAY, WHATEVER THE HISTORY LINE SAYS
       9289-APPLY-ONE-HISTORY.
           IF DL1-RT-BATCH-ID (DL1-ROS-SCAN-IX) NOT = HIS-BATCH-ID
               GO TO 9289-EXIT
           END-IF.
           IF HIS-STATUS = "ARRIVED"
               ADD 1 TO DL1-RT-DAYS-ARRIVED (DL1-ROS-SCAN-IX)
               GO TO 9289-EXIT
           END-IF.
           IF HIS-STATUS = "HOLIDAY"
               GO TO 9289-EXIT
           END-IF.
           MOVE "TEST" TO DL1-CAL-FUNCTION.
           MOVE HIS-DATE TO DL1-CAL-DATE-1.
           MOVE HIS-BATCH-ID TO DL1-CAL-REGION.
           CALL "BUSINESS-DATE" USING DL1-CAL-PARMS.
           IF DL1-CAL-BUSINESS-DAY OR DL1-CAL-ERROR
               ADD 1 TO DL1-RT-DAYS-MISSED (DL1-ROS-SCAN-IX)
           END-IF.
       9289-EXIT.
           EXIT.
      * 9285-JUDGE-ONE-REGION - DID THIS ROSTERED REGION'S BATCH
      *     ARRIVE TODAY? THE VERDICT GOES ON THE SUMMARY WITH THE
      *     REGION'S FULL HISTORY COUNTS, AND ON THE STANDING
      *     HISTORY; A MISSING REGION RAISES THE WARNING CODE. A
      *     REGION WHOSE ONLY BATCH TODAY WAS QUARANTINED IS HELD,
      *     NOT ARRIVED - ITS FIGURES ARE NOT IN TODAY'S EXTRACT - BUT
      *     IT IS NOT CHASED AS MISSING EITHER: THE HOLD ALREADY
      *     RAISED THE WARNING. A REGION THAT SENT NOTHING ON A DAY
      *     THE CALENDAR SAYS IS NOT A BUSINESS DAY FOR IT IS ON
      *     HOLIDAY - NEITHER ARRIVED NOR MISSED
      *----------------------------------------------------------------
       9285-JUDGE-ONE-REGION.
           MOVE 'N' TO DL1-ROS-MATCH-SW.
           MOVE 'N' TO DL1-ROS-HELD-SW.
           PERFORM 9286-MATCH-ONE-BATCH-ID THRU 9286-EXIT
               VARYING DL1-BATCH-IX FROM 1 BY 1
               UNTIL DL1-BATCH-IX > DL1-BATCH-NO
                   OR DL1-ROS-ID-MATCHED.
           MOVE "TEST" TO DL1-CAL-FUNCTION.
           MOVE DL1-RUN-DATE TO DL1-CAL-DATE-1.
           MOVE DL1-RT-BATCH-ID (DL1-ROS-IX) TO DL1-CAL-REGION.
           CALL "BUSINESS-DATE" USING DL1-CAL-PARMS.
           MOVE SPACES TO DL1-ROS-LINE.
           MOVE DL1-RT-BATCH-ID (DL1-ROS-IX) TO DL1-RSL-BATCH-ID.
           MOVE DL1-RT-REGION-NAME (DL1-ROS-IX) TO
               DL1-RSL-REGION-NAME.
           EVALUATE TRUE
               WHEN DL1-ROS-ID-MATCHED
                   SET DL1-RT-ARRIVED (DL1-ROS-IX) TO TRUE
                   ADD 1 TO DL1-RT-DAYS-ARRIVED (DL1-ROS-IX)
                   MOVE "ARRIVED" TO DL1-RSL-STATUS
               WHEN DL1-ROS-ONLY-HELD
                   ADD 1 TO DL1-RT-DAYS-MISSED (DL1-ROS-IX)
                   MOVE "*HELD*" TO DL1-RSL-STATUS
               WHEN NOT DL1-CAL-BUSINESS-DAY AND NOT DL1-CAL-ERROR
                   MOVE "HOLIDAY" TO DL1-RSL-STATUS
               WHEN OTHER
                   ADD 1 TO DL1-ROS-MISSING-COUNT
                   ADD 1 TO DL1-RT-DAYS-MISSED (DL1-ROS-IX)
                   MOVE "*MISSING*" TO DL1-RSL-STATUS
                   DISPLAY "*** ROSTERED REGION "
                       DL1-RT-BATCH-ID (DL1-ROS-IX) " ("
                       DL1-RT-REGION-NAME (DL1-ROS-IX)
                       ") SENT NO BATCH TODAY ***"
                   MOVE DL1-RC-WARNING TO DL1-RC-CANDIDATE
                   PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
           END-EVALUATE.
           MOVE DL1-RT-DAYS-ARRIVED (DL1-ROS-IX) TO DL1-RSL-ARRIVED.
           MOVE DL1-RT-DAYS-MISSED (DL1-ROS-IX) TO DL1-RSL-MISSED.
           MOVE DL1-ROS-LINE TO RPT-RECORD.
               IF DL1-RT-ARRIVED (DL1-ROS-IX)
                   MOVE "ARRIVED" TO HIS-STATUS
               ELSE
                   EVALUATE TRUE
                       WHEN DL1-ROS-ONLY-HELD
                           MOVE "HELD" TO HIS-STATUS
                       WHEN NOT DL1-CAL-BUSINESS-DAY
                           AND NOT DL1-CAL-ERROR
                           MOVE "HOLIDAY" TO HIS-STATUS
                       WHEN OTHER
                           MOVE "MISSING" TO HIS-STATUS
                   END-EVALUATE
               END-IF
               WRITE HIS-RECORD
           END-IF.
       9286-MATCH-ONE-BATCH-ID.
           IF DL1-BT-BATCH-ID (DL1-BATCH-IX) =
                   DL1-RT-BATCH-ID (DL1-ROS-IX)
               IF DL1-BT-HELD (DL1-BATCH-IX)
                   SET DL1-ROS-ONLY-HELD TO TRUE
               ELSE
                   SET DL1-ROS-ID-MATCHED TO TRUE
               END-IF
           END-IF.
       9286-EXIT.
           EXIT.
       9287-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9290-WRITE-HELD-SECTION - THE HELD-BATCH FILE AS IT STANDS AT
      *     THE END OF THE RUN: EVERY BATCH STILL HELD (CARRIED OR
      *     HELD TODAY) AND EVERY ONE RELEASED OR RESENT TODAY, WITH
      *     ITS FAILURE REASON, FIGURES, AND WHO RELEASED IT
      *----------------------------------------------------------------
       9290-WRITE-HELD-SECTION.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE DL1-HLD-TITLE-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE DL1-HLD-HDG-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM 9295-WRITE-ONE-HELD-LINE THRU 9295-EXIT
               VARYING DL1-HLD-IX FROM 1 BY 1
               UNTIL DL1-HLD-IX > DL1-HLD-COUNT.
       9290-EXIT.
           EXIT.

       9295-WRITE-ONE-HELD-LINE.
           MOVE SPACES TO DL1-HLD-LINE.
           MOVE DL1-HB-BATCH-ID (DL1-HLD-IX) TO DL1-HBL-BATCH-ID.
           MOVE DL1-HB-HDR-RUN-DATE (DL1-HLD-IX) TO DL1-HBL-HDR-DATE.
           MOVE DL1-HB-HELD-DATE (DL1-HLD-IX) TO DL1-HBL-HELD-DATE.
           MOVE DL1-HB-REASON (DL1-HLD-IX) TO DL1-HBL-REASON.
           MOVE DL1-HB-DETAIL-COUNT (DL1-HLD-IX) TO DL1-HBL-DETAILS.
           MOVE DL1-HB-FIELD2-TOTAL (DL1-HLD-IX) TO DL1-HBL-TOTAL.
           MOVE DL1-HB-STATUS (DL1-HLD-IX) TO DL1-HBL-STATUS.
           MOVE DL1-HB-USER (DL1-HLD-IX) TO DL1-HBL-USER.
           MOVE DL1-HLD-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
       9295-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9300-REWRITE-SUSPENSE - REWRITE THE STANDING SUSPENSE FILE
      *     WITH EVERYTHING STILL HELD: THE CARRIED RECORDS THAT DID
           MOVE DL1-SUSP-FIELD2 (DL1-SUSP-IX) TO SUS-FIELD2.
           MOVE DL1-SUSP-REASON (DL1-SUSP-IX) TO SUS-REASON.
           MOVE DL1-SUSP-DATE (DL1-SUSP-IX) TO SUS-DATE-SUSPENDED.
           MOVE DL1-SUSP-BATCH-ID (DL1-SUSP-IX) TO SUS-BATCH-ID.
           WRITE SUS-RECORD.
           ADD 1 TO DL1-SUSP-HELD.
       9310-EXIT.
           ELSE
               MOVE DL1-KEY-FIELD2 (DL1-KEY-IX) TO CXT-XTR-FIELD2
           END-IF.
           MOVE DL1-KEY-BATCH-ID (DL1-KEY-IX) TO CXT-XTR-BATCH-ID.
           WRITE CXT-XTR-RECORD.
           MOVE SPACES TO INT-RECORD.
           STRING "D"                            DELIMITED BY SIZE
       9340-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9400-REWRITE-HELD-FILE - REWRITE THE STANDING HELD-BATCH FILE:
      *     EVERY BATCH STILL HELD WITH ALL ITS DETAILS, AND EVERY ONE
      *     DISPOSED OF TODAY (RELEASED OR RESENT) AS A B RECORD ALONE,
      *     SO TOMORROW'S RUN CAN STILL SAY WHAT BECAME OF IT. A
      *     FAILED REWRITE WOULD LOSE THE HELD BATCHES, SO IT ABENDS.
      *     NOT PERFORMED WHEN THE RUN ENDS AT A CONTROL FAILURE (9000)
      *     - NOTHING WENT FORWARD, SO A BATCH RELEASED OR RESENT TODAY
      *     MUST STILL BE HELD WHEN THE DAY IS RERUN
      *----------------------------------------------------------------
       9400-REWRITE-HELD-FILE.
           IF DL1-HLD-COUNT = 0 AND DL1-HLD-FS = "35"
               GO TO 9400-EXIT
           END-IF.
           OPEN OUTPUT HLD-FILE.
           IF DL1-HLD-FS NOT = "00"
               DISPLAY "*** UNABLE TO REWRITE HLD-FILE (HELDBTCH) - "
                   "FILE STATUS " DL1-HLD-FS " ***"
               PERFORM 1505-HLDFILE-ABEND THRU 1505-EXIT
           END-IF.
           PERFORM 9410-WRITE-ONE-HELD-BATCH THRU 9410-EXIT
               VARYING DL1-HLD-IX FROM 1 BY 1
               UNTIL DL1-HLD-IX > DL1-HLD-COUNT.
           CLOSE HLD-FILE.
       9400-EXIT.
           EXIT.

       9410-WRITE-ONE-HELD-BATCH.
           MOVE SPACES TO HLD-RECORD.
           SET HLD-TYPE-BATCH TO TRUE.
           MOVE DL1-HB-BATCH-ID (DL1-HLD-IX) TO HLD-BATCH-ID.
           MOVE DL1-HB-HDR-RUN-DATE (DL1-HLD-IX) TO HLD-HDR-RUN-DATE.
           MOVE DL1-HB-HELD-DATE (DL1-HLD-IX) TO HLD-HELD-DATE.
           MOVE DL1-HB-REASON (DL1-HLD-IX) TO HLD-REASON.
           MOVE DL1-HB-DETAIL-COUNT (DL1-HLD-IX) TO HLD-DETAIL-COUNT.
           MOVE DL1-HB-FIELD2-TOTAL (DL1-HLD-IX) TO HLD-FIELD2-TOTAL.
           MOVE DL1-HB-STATUS (DL1-HLD-IX) TO HLD-STATUS.
           MOVE DL1-HB-STATUS-DATE (DL1-HLD-IX) TO HLD-STATUS-DATE.
           MOVE DL1-HB-USER (DL1-HLD-IX) TO HLD-USER.
           WRITE HLD-RECORD.
           IF NOT DL1-HB-IS-HELD (DL1-HLD-IX)
               GO TO 9410-EXIT
           END-IF.
           COMPUTE DL1-HDTL-END = DL1-HB-DTL-FIRST (DL1-HLD-IX)
               + DL1-HB-DTL-COUNT (DL1-HLD-IX) - 1.
           PERFORM 9420-WRITE-ONE-HELD-DETAIL THRU 9420-EXIT
               VARYING DL1-HDTL-IX FROM DL1-HB-DTL-FIRST (DL1-HLD-IX)
               BY 1 UNTIL DL1-HDTL-IX > DL1-HDTL-END.
       9410-EXIT.
           EXIT.

       9420-WRITE-ONE-HELD-DETAIL.
           MOVE SPACES TO HLD-RECORD.
           SET HLD-TYPE-DETAIL TO TRUE.
           MOVE DL1-HB-BATCH-ID (DL1-HLD-IX) TO HLD-BATCH-ID.
           MOVE DL1-HD-FIELD1 (DL1-HDTL-IX) TO HLD-DTL-FIELD1.
           MOVE DL1-HD-FIELD2 (DL1-HDTL-IX) TO HLD-DTL-FIELD2.
           WRITE HLD-RECORD.
       9420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-PROMOTE-GENERATION - AT CLEAN END OF RUN, COPY TODAY'S
      *     CURR-EXTRACT INTO A DATE-STAMPED RETAINED GENERATION AND
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9600-WRITE-ACKNOWLEDGEMENTS - TELL EVERY ROSTERED REGION WHAT
      *     BECAME OF WHAT IT SENT TODAY: ONE ACK FILE PER BATCH ID ON
      *     THE ROSTER (BATCHACK.rrrr.Dyyyymmdd, LAID OUT IN DL1ACK),
      *     WRITTEN WHETHER OR NOT THE REGION SENT ANYTHING. NO ROSTER,
      *     NO ACKS - AN ID OFF THE ROSTER HAS NO AGREED PICK-UP. THE
      *     RUN'S OWN FIGURES ARE ALREADY PROVED BY THIS POINT, SO AN
      *     ACK THAT CANNOT BE WRITTEN IS A WARNING, NOT A FAILURE
      *----------------------------------------------------------------
       9600-WRITE-ACKNOWLEDGEMENTS.
           IF NOT DL1-ROS-PRESENT
               GO TO 9600-EXIT
           END-IF.
           PERFORM 9610-ACK-ONE-REGION THRU 9610-EXIT
               VARYING DL1-ROS-IX FROM 1 BY 1
               UNTIL DL1-ROS-IX > DL1-ROS-COUNT.
           DISPLAY "ACK FILES WRITTEN: " DL1-ACK-FILES.
       9600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9610-ACK-ONE-REGION - ONE REGION'S ACK FILE: A B RECORD PER
      *     BATCH OF ITS JUDGED TODAY AND PER HELD BATCH OF ITS
      *     RELEASED TODAY (OR ONE "NOT RECEIVED"), THEN ITS REJECTS,
      *     ITS SUSPENSE STILL HELD, ITS SUSPENSE RELEASED TODAY, AND
      *     THE TRAILER
      *----------------------------------------------------------------
       9610-ACK-ONE-REGION.
           MOVE SPACES TO DL1-ACK-DATASET.
           STRING "BATCHACK." DELIMITED BY SIZE
                  DL1-RT-BATCH-ID (DL1-ROS-IX) DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  DL1-RUN-DATE DELIMITED BY SIZE
               INTO DL1-ACK-DATASET.
           OPEN OUTPUT ACK-FILE.
           IF DL1-ACK-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ACK-FILE ("
                   DL1-ACK-DATASET ") - FILE STATUS " DL1-ACK-FS
                   " - REGION " DL1-RT-BATCH-ID (DL1-ROS-IX)
                   " NOT ACKNOWLEDGED ***"
               MOVE DL1-RC-WARNING TO DL1-RC-CANDIDATE
               PERFORM 9950-RAISE-CONDITION THRU 9950-EXIT
               GO TO 9610-EXIT
           END-IF.
           MOVE 0 TO DL1-ACK-REJECTS.
           MOVE 0 TO DL1-ACK-HELD.
           MOVE 0 TO DL1-ACK-RELEASED.
           MOVE 'N' TO DL1-ACK-SENT-SW.
           PERFORM 9620-ACK-ONE-BATCH THRU 9620-EXIT
               VARYING DL1-BATCH-IX FROM 1 BY 1
               UNTIL DL1-BATCH-IX > DL1-BATCH-NO.
           PERFORM 9630-ACK-ONE-RELEASED-HELD THRU 9630-EXIT
               VARYING DL1-HLD-SCAN-IX FROM 1 BY 1
               UNTIL DL1-HLD-SCAN-IX > DL1-HLD-COUNT.
           IF NOT DL1-ACK-SENT-TODAY
               PERFORM 9625-ACK-NOT-RECEIVED THRU 9625-EXIT
           END-IF.
           PERFORM 9640-ACK-ONE-REJECT THRU 9640-EXIT
               VARYING DL1-ARJ-IX FROM 1 BY 1
               UNTIL DL1-ARJ-IX > DL1-ARJ-COUNT.
           PERFORM 9650-ACK-ONE-SUSPENSE THRU 9650-EXIT
               VARYING DL1-SUSP-IX FROM 1 BY 1
               UNTIL DL1-SUSP-IX > DL1-SUSP-COUNT.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           SET ACK-TYPE-TRAILER TO TRUE.
           MOVE DL1-ACK-REJECTS TO ACK-REJECTS.
           MOVE DL1-ACK-HELD TO ACK-HELD.
           MOVE DL1-ACK-RELEASED TO ACK-RELEASED.
           IF DL1-ARJ-OVERFLOWED OR DL1-SUSP-FULL-TOLD
               MOVE 'N' TO ACK-COMPLETE
           ELSE
               MOVE 'Y' TO ACK-COMPLETE
           END-IF.
           WRITE ACK-RECORD.
           CLOSE ACK-FILE.
           ADD 1 TO DL1-ACK-FILES.
       9610-EXIT.
           EXIT.

       9615-START-ACK-RECORD.
           MOVE SPACES TO ACK-RECORD.
           MOVE DL1-RT-BATCH-ID (DL1-ROS-IX) TO ACK-BATCH-ID.
           MOVE DL1-RUN-DATE TO ACK-RUN-DATE.
       9615-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9620-ACK-ONE-BATCH - THE VERDICT ON ONE BATCH OF THE REGION'S.
      *     HELD WHOLE IS QUARANTINED; FAILED BUT LEFT IN THE RUN (IT
      *     COULD NOT BE HELD - 2869) IS REJECTED; ANYTHING ELSE WAS
      *     ACCEPTED, NOTING A MISSING TRAILER IF THAT IS HOW IT CLOSED
      *     - UNLESS THE RUN ITSELF ENDED AT A CONTROL FAILURE, WHEN NO
      *     TRAILER OR PROMOTION FOLLOWS (9000) AND A CLEAN BATCH IS
      *     NOT POSTED, REASON RUNCTL, TO BE EXPECTED ON THE RERUN
      *----------------------------------------------------------------
       9620-ACK-ONE-BATCH.
           IF DL1-BT-BATCH-ID (DL1-BATCH-IX) NOT =
               DL1-RT-BATCH-ID (DL1-ROS-IX)
               GO TO 9620-EXIT
           END-IF.
           SET DL1-ACK-SENT-TODAY TO TRUE.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           SET ACK-TYPE-BATCH TO TRUE.
           MOVE DL1-BT-REASON (DL1-BATCH-IX) TO ACK-REASON.
           EVALUATE TRUE
               WHEN DL1-BT-HELD (DL1-BATCH-IX)
                   MOVE "QUARANTINED" TO ACK-VERDICT
               WHEN DL1-RETURN-CODE >= DL1-RC-CONTROL-FAIL
                   AND (DL1-BT-REASON (DL1-BATCH-IX) = SPACES
                   OR DL1-BT-REASON (DL1-BATCH-IX) = "NOTRL")
                   MOVE "NOT POSTED" TO ACK-VERDICT
                   MOVE "RUNCTL" TO ACK-REASON
               WHEN DL1-BT-REASON (DL1-BATCH-IX) = SPACES
                   OR DL1-BT-REASON (DL1-BATCH-IX) = "NOTRL"
                   MOVE "ACCEPTED" TO ACK-VERDICT
               WHEN OTHER
                   MOVE "REJECTED" TO ACK-VERDICT
           END-EVALUATE.
           MOVE DL1-BT-HDR-RUN-DATE (DL1-BATCH-IX) TO ACK-HDR-RUN-DATE.
           MOVE DL1-BT-DETAIL-COUNT (DL1-BATCH-IX) TO ACK-OUR-COUNT.
           MOVE DL1-BT-TRL-COUNT (DL1-BATCH-IX) TO ACK-THEIR-COUNT.
           MOVE DL1-BT-EXP-COUNT (DL1-BATCH-IX) TO ACK-THEIR-EXPECTED.
           MOVE DL1-BT-OUR-HASH (DL1-BATCH-IX) TO ACK-OUR-HASH.
           MOVE DL1-BT-TRL-HASH (DL1-BATCH-IX) TO ACK-THEIR-HASH.
           WRITE ACK-RECORD.
       9620-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9625-ACK-NOT-RECEIVED - NOTHING OF THE REGION'S WAS JUDGED OR
      *     RELEASED TODAY. A DAY THAT IS NOT A BUSINESS DAY FOR THE
      *     REGION SAYS SO, AS THE ROSTER CHECK DOES
      *----------------------------------------------------------------
       9625-ACK-NOT-RECEIVED.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           SET ACK-TYPE-BATCH TO TRUE.
           MOVE "NOT RECEIVED" TO ACK-VERDICT.
           MOVE 0 TO ACK-HDR-RUN-DATE.
           MOVE 0 TO ACK-OUR-COUNT.
           MOVE 0 TO ACK-THEIR-COUNT.
           MOVE 0 TO ACK-THEIR-EXPECTED.
           MOVE 0 TO ACK-OUR-HASH.
           MOVE 0 TO ACK-THEIR-HASH.
           MOVE "TEST" TO DL1-CAL-FUNCTION.
           MOVE DL1-RUN-DATE TO DL1-CAL-DATE-1.
           MOVE DL1-RT-BATCH-ID (DL1-ROS-IX) TO DL1-CAL-REGION.
           CALL "BUSINESS-DATE" USING DL1-CAL-PARMS.
           IF NOT DL1-CAL-BUSINESS-DAY AND NOT DL1-CAL-ERROR
               MOVE "HOLIDAY" TO ACK-REASON
           END-IF.
           WRITE ACK-RECORD.
       9625-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9630-ACK-ONE-RELEASED-HELD - A BATCH OF THE REGION'S HELD ON AN
      *     EARLIER RUN AND RELEASED TODAY ON ITS CONFIRMATION (4500).
      *     ITS FIGURES ARE THOSE IT WAS HELD WITH; THE REASON IS THE
      *     CONTROL IT ORIGINALLY FAILED. ON A RUN ENDING AT A CONTROL
      *     FAILURE THE RELEASE DID NOT GO FORWARD AND STAYS HELD
      *     (9400), SO IT IS NOT POSTED, REASON RUNCTL
      *----------------------------------------------------------------
       9630-ACK-ONE-RELEASED-HELD.
           IF DL1-HB-BATCH-ID (DL1-HLD-SCAN-IX) NOT =
               DL1-RT-BATCH-ID (DL1-ROS-IX)
               OR NOT DL1-HB-IS-RELEASED (DL1-HLD-SCAN-IX)
               OR DL1-HB-STATUS-DATE (DL1-HLD-SCAN-IX) NOT =
                   DL1-RUN-DATE
               GO TO 9630-EXIT
           END-IF.
           SET DL1-ACK-SENT-TODAY TO TRUE.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           SET ACK-TYPE-BATCH TO TRUE.
           MOVE "RELEASED" TO ACK-VERDICT.
           MOVE DL1-HB-REASON (DL1-HLD-SCAN-IX) TO ACK-REASON.
           IF DL1-RETURN-CODE >= DL1-RC-CONTROL-FAIL
               MOVE "NOT POSTED" TO ACK-VERDICT
               MOVE "RUNCTL" TO ACK-REASON
           END-IF.
           MOVE DL1-HB-HDR-RUN-DATE (DL1-HLD-SCAN-IX) TO
               ACK-HDR-RUN-DATE.
           MOVE DL1-HB-DETAIL-COUNT (DL1-HLD-SCAN-IX) TO ACK-OUR-COUNT.
           MOVE 0 TO ACK-THEIR-COUNT.
           MOVE 0 TO ACK-THEIR-EXPECTED.
           DIVIDE DL1-HB-FIELD2-TOTAL (DL1-HLD-SCAN-IX) BY 1000000
               GIVING DL1-HASH-QUOTIENT
               REMAINDER DL1-FIELD2-HASH.
           MOVE DL1-FIELD2-HASH TO ACK-OUR-HASH.
           MOVE 0 TO ACK-THEIR-HASH.
           WRITE ACK-RECORD.
       9630-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9640-ACK-ONE-REJECT - ONE OF THE REGION'S DETAILS REJECTED
      *     TODAY, WITH THE REASON IT WENT TO THE EXCEPTION LIST
      *----------------------------------------------------------------
       9640-ACK-ONE-REJECT.
           IF DL1-ARJ-BATCH-ID (DL1-ARJ-IX) NOT =
               DL1-RT-BATCH-ID (DL1-ROS-IX)
               GO TO 9640-EXIT
           END-IF.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           SET ACK-TYPE-REJECT TO TRUE.
           MOVE DL1-ARJ-FIELD1 (DL1-ARJ-IX) TO ACK-FIELD1.
           MOVE DL1-ARJ-FIELD2 (DL1-ARJ-IX) TO ACK-FIELD2.
           MOVE DL1-ARJ-REASON (DL1-ARJ-IX) TO ACK-ITEM-REASON.
           MOVE DL1-RUN-DATE TO ACK-SUSP-DATE.
           MOVE 0 TO ACK-AGE-DAYS.
           MOVE SPACE TO ACK-CORRECTED.
           WRITE ACK-RECORD.
           ADD 1 TO DL1-ACK-REJECTS.
       9640-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9650-ACK-ONE-SUSPENSE - ONE OF THE REGION'S SUSPENSE ITEMS:
      *     RELEASED TODAY (SAYING WHETHER A DATA CONTROL CORRECTION
      *     RELEASED IT) OR STILL HELD, AGED IN BUSINESS DAYS FROM ITS
      *     SUSPENSE DATE AS ON THE AGED-SUSPENSE LIST
      *----------------------------------------------------------------
       9650-ACK-ONE-SUSPENSE.
           IF DL1-SUSP-BATCH-ID (DL1-SUSP-IX) NOT =
               DL1-RT-BATCH-ID (DL1-ROS-IX)
               GO TO 9650-EXIT
           END-IF.
           PERFORM 9615-START-ACK-RECORD THRU 9615-EXIT.
           MOVE DL1-SUSP-FIELD1 (DL1-SUSP-IX) TO ACK-FIELD1.
           MOVE DL1-SUSP-FIELD2 (DL1-SUSP-IX) TO ACK-FIELD2.
           MOVE DL1-SUSP-REASON (DL1-SUSP-IX) TO ACK-ITEM-REASON.
           MOVE DL1-SUSP-DATE (DL1-SUSP-IX) TO ACK-SUSP-DATE.
           MOVE 0 TO DL1-ACK-AGE-DAYS.
           IF DL1-SUSP-DATE (DL1-SUSP-IX) NUMERIC
               AND DL1-SUSP-DATE (DL1-SUSP-IX) > 19000101
               MOVE "DAYS" TO DL1-CAL-FUNCTION
               MOVE DL1-SUSP-DATE (DL1-SUSP-IX) TO DL1-CAL-DATE-1
               MOVE DL1-RUN-DATE TO DL1-CAL-DATE-2
               MOVE SPACES TO DL1-CAL-REGION
               CALL "BUSINESS-DATE" USING DL1-CAL-PARMS
               IF NOT DL1-CAL-ERROR
                   MOVE DL1-CAL-DAYS TO DL1-ACK-AGE-DAYS
               END-IF
           END-IF.
           IF DL1-ACK-AGE-DAYS > 99999
               MOVE 99999 TO DL1-ACK-AGE-DAYS
           END-IF.
           MOVE DL1-ACK-AGE-DAYS TO ACK-AGE-DAYS.
           IF DL1-SUSP-WAS-RELEASED (DL1-SUSP-IX)
               SET ACK-TYPE-RELEASED TO TRUE
               IF DL1-SUSP-CORRECTED (DL1-SUSP-IX)
                   MOVE 'Y' TO ACK-CORRECTED
               ELSE
                   MOVE 'N' TO ACK-CORRECTED
               END-IF
               ADD 1 TO DL1-ACK-RELEASED
           ELSE
               SET ACK-TYPE-SUSPENSE TO TRUE
               MOVE SPACE TO ACK-CORRECTED
               ADD 1 TO DL1-ACK-HELD
           END-IF.
           WRITE ACK-RECORD.
       9650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9505-PROMOTE-REOPEN-ABEND - CURR-EXTRACT COULD NOT BE
      *     RE-OPENED FOR PROMOTION AFTER A RUN THAT WROTE IT
