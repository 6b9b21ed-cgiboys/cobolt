      *            PER FIELD1 KEY EVER ACCEPTED BY THE DAILY EXTRACT,
      *            KEYED ON FIELD1, CARRYING THE CURRENT FIELD2 VALUE,
      *            THE DATE THE KEY WAS FIRST SEEN, THE DATE IT WAS
      *            LAST POSTED, AN ACTIVE/DELETED STATUS, AND THE
      *            BATCH ID (SENDING REGION) IT LAST ARRIVED UNDER. A
      *            KEY THAT STOPS ARRIVING IS LOGICALLY DELETED, NEVER
      *            PHYSICALLY REMOVED, SO ITS HISTORY SURVIVES. A KEY
      *            DELETED BY AN APPROVED DATA-CONTROL MAINTENANCE
      *            TRANSACTION CARRIES STATUS 'M' RATHER THAN 'D': IT
      *            COUNTS AS DELETED EVERYWHERE, BUT THE DAILY POSTING
      *            WILL NOT REINSTATE IT FROM THE EXTRACT - ONLY A
      *            MAINTENANCE REINSTATE BRINGS IT BACK.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                        BY ==MST-LAST-UPDATED==
      *                    ==PFX-MST-STATUS==    BY ==MST-STATUS==
      *                    ==PFX-MST-ACTIVE==    BY ==MST-ACTIVE==
      *                    ==PFX-MST-DELETED==   BY ==MST-DELETED==
      *                    ==PFX-MST-MANUAL-DELETE==
      *                        BY ==MST-MANUAL-DELETE==
      *                    ==PFX-MST-BATCH-ID==  BY ==MST-BATCH-ID==.
      *================================================================
       01 PFX-MST-RECORD.
           05 PFX-MST-FIELD1              PIC X(10).
           05 PFX-MST-LAST-UPDATED        PIC 9(08).
           05 PFX-MST-STATUS              PIC X(01).
               88 PFX-MST-ACTIVE                  VALUE "A".
               88 PFX-MST-DELETED                 VALUE "D" "M".
               88 PFX-MST-MANUAL-DELETE           VALUE "M".
           05 PFX-MST-BATCH-ID            PIC X(04).
