      *================================================================
      * DL1PHD   - POSTING-HOLD RECORD (MPOSTHLD). A KEY WHOSE NEW
      *            FIELD2 MOVES FURTHER FROM ITS MASTER VALUE THAN THE
      *            POSTING TOLERANCE TABLE (MPOSTTOL) ALLOWS IS NOT
      *            POSTED BY MASTER-FILE-POST: THE MASTER KEEPS THE OLD
      *            VALUE AND THE MOVE IS CARRIED ON THIS STANDING FILE
      *            UNTIL AN APPROVER RELEASES IT (THE NEW VALUE IS THEN
      *            POSTED AND JOURNALED) OR REJECTS IT ON A LATER RUN.
      *            PCT IS THE SIZE OF THE MOVE AS A PERCENTAGE OF THE
      *            OLD VALUE, CAPPED AT 999.99 (AND SET TO IT WHEN THE
      *            OLD VALUE IS ZERO); ITS DIRECTION IS WHICHEVER WAY
      *            NEW STANDS FROM OLD.
      *
      *            STATUS IS HELD UNTIL THE HOLD IS DISPOSED OF, THEN
      *            RELEASED OR REJECTED (WITH THE APPROVER'S USER ID),
      *            OR REPLACED WHEN THE REGION SENDS THE KEY AGAIN WITH
      *            A DIFFERENT VALUE (OR THE MASTER VALUE THE HOLD WAS
      *            TAKEN AGAINST HAS SINCE MOVED), DATED THE RUN THAT
      *            DID IT. A DISPOSED-OF HOLD STAYS ON THE FILE FOR THE
      *            REST OF THAT POSTING DAY AND IS DROPPED AFTER IT.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1PHD REPLACING
      *                    ==PFX-PHD-RECORD==    BY ==PHD-RECORD==
      *                    ==PFX-PHD-FIELD1==    BY ==PHD-FIELD1==
      *                    ==PFX-PHD-OLD-FIELD2==
      *                        BY ==PHD-OLD-FIELD2==
      *                    ==PFX-PHD-NEW-FIELD2==
      *                        BY ==PHD-NEW-FIELD2==
      *                    ==PFX-PHD-BATCH-ID==  BY ==PHD-BATCH-ID==
      *                    ==PFX-PHD-HELD-DATE== BY ==PHD-HELD-DATE==
      *                    ==PFX-PHD-PCT==       BY ==PHD-PCT==
      *                    ==PFX-PHD-STATUS==    BY ==PHD-STATUS==
      *                    ==PFX-PHD-HELD==      BY ==PHD-HELD==
      *                    ==PFX-PHD-RELEASED==  BY ==PHD-RELEASED==
      *                    ==PFX-PHD-REJECTED==  BY ==PHD-REJECTED==
      *                    ==PFX-PHD-REPLACED==  BY ==PHD-REPLACED==
      *                    ==PFX-PHD-STATUS-DATE==
      *                        BY ==PHD-STATUS-DATE==
      *                    ==PFX-PHD-USER==      BY ==PHD-USER==.
      *================================================================
       01 PFX-PHD-RECORD.
           05 PFX-PHD-FIELD1              PIC X(10).
           05 PFX-PHD-OLD-FIELD2          PIC 9(05).
           05 PFX-PHD-NEW-FIELD2          PIC 9(05).
           05 PFX-PHD-BATCH-ID            PIC X(04).
           05 PFX-PHD-HELD-DATE           PIC 9(08).
           05 PFX-PHD-PCT                 PIC 9(03)V9(02).
           05 PFX-PHD-STATUS              PIC X(08).
               88 PFX-PHD-HELD                    VALUE "HELD".
               88 PFX-PHD-RELEASED                VALUE "RELEASED".
               88 PFX-PHD-REJECTED                VALUE "REJECTED".
               88 PFX-PHD-REPLACED                VALUE "REPLACED".
           05 PFX-PHD-STATUS-DATE         PIC 9(08).
           05 PFX-PHD-USER                PIC X(08).
