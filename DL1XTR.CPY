      *            ONE 01-LEVEL REDEFINITION OF THE SAME 15 BYTES THAT
      *            DL1REC'S DETAIL RECORD CARRIES, WITHOUT THE LEADING
      *            TYPE CODE, SO IT CAN BE SORTED DIRECTLY ON FIELD1.
      *            THE BATCH ID OF THE MY-FILE HEADER THE DETAIL
      *            ARRIVED UNDER (THE SENDING REGION, AS NAMED ON THE
      *            BATCHRSTR ROSTER) FOLLOWS, SO THE REGION TRAVELS
      *            WITH THE KEY ONTO THE FIELD1 MASTER. A DETAIL FROM A
      *            HEADERLESS FILE CARRIES SPACES THERE.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER INTO MORE THAN
      *                COPY DL1XTR REPLACING
      *                    ==PFX-XTR-RECORD== BY ==CXT-XTR-RECORD==
      *                    ==PFX-XTR-FIELD1== BY ==CXT-XTR-FIELD1==
      *                    ==PFX-XTR-FIELD2== BY ==CXT-XTR-FIELD2==
      *                    ==PFX-XTR-BATCH-ID== BY ==CXT-XTR-BATCH-ID==.
      *================================================================
       01 PFX-XTR-RECORD.
           05 PFX-XTR-FIELD1              PIC X(10).
           05 PFX-XTR-FIELD2              PIC 9(05).
           05 PFX-XTR-BATCH-ID            PIC X(04).
