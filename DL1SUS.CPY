      *            IS NOT NUMERIC. THE DATE IS THE DATE THE RECORD
      *            FIRST WENT INTO SUSPENSE - IT IS NEVER RESET BY A
      *            CORRECTION, SO THE AGING REPORT MEASURES THE WHOLE
      *            TIME THE SOURCE SYSTEM HAS OWED US A FIX. THE
      *            BATCH ID IS THE SENDING REGION THE DETAIL ARRIVED
      *            UNDER (SPACES FOR A HEADERLESS FILE), SO A RELEASE
      *            GOES BACK TO THE MASTER UNDER ITS OWN REGION.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                    ==PFX-SUS-FIELD2==    BY ==SUS-FIELD2==
      *                    ==PFX-SUS-REASON==    BY ==SUS-REASON==
      *                    ==PFX-SUS-DATE-SUSPENDED==
      *                        BY ==SUS-DATE-SUSPENDED==
      *                    ==PFX-SUS-BATCH-ID==  BY ==SUS-BATCH-ID==.
      *================================================================
       01 PFX-SUS-RECORD.
           05 PFX-SUS-FIELD1              PIC X(10).
           05 PFX-SUS-FIELD2              PIC X(05).
           05 PFX-SUS-REASON              PIC X(07).
           05 PFX-SUS-DATE-SUSPENDED      PIC 9(08).
           05 PFX-SUS-BATCH-ID            PIC X(04).
