      *            ACTION THAT MOVES THE FIELD1 MASTER - ADDED,
      *            CHANGED, REINSTATED, OR DELETED - CARRYING THE KEY,
      *            THE FIELD2 VALUE BEFORE AND AFTER, THE ACTION, AND
      *            THE POSTING DATE. MASTER-MAINTENANCE APPENDS ITS
      *            APPROVED DATA-CONTROL ADJUSTMENTS TO THE SAME
      *            JOURNAL UNDER THEIR OWN MANUAL- ACTIONS, SO A MANUAL
      *            CHANGE IS NEVER MISTAKEN FOR ONE THAT CAME IN ON THE
      *            EXTRACT. THE JOURNAL IS ONLY EVER EXTENDED,
      *            NEVER REWRITTEN, SO WALKING A KEY'S RECORDS IN FILE
      *            ORDER AND STOPPING AT A NAMED DATE RECONSTRUCTS THE
      *            KEY'S FIELD2 AS OF THAT DATE. THE OLD AND NEW
      *                    ==PFX-JRN-REINSTATED==
      *                        BY ==JRN-REINSTATED==
      *                    ==PFX-JRN-DELETED==    BY ==JRN-DELETED==
      *                    ==PFX-JRN-MAN-ADDED==
      *                        BY ==JRN-MAN-ADDED==
      *                    ==PFX-JRN-MAN-CHANGED==
      *                        BY ==JRN-MAN-CHANGED==
      *                    ==PFX-JRN-MAN-DELETED==
      *                        BY ==JRN-MAN-DELETED==
      *                    ==PFX-JRN-MAN-REINSTATED==
      *                        BY ==JRN-MAN-REINSTATED==
      *                    ==PFX-JRN-POST-DATE==
      *                        BY ==JRN-POST-DATE==.
      *================================================================
               88 PFX-JRN-CHANGED                 VALUE "CHANGED".
               88 PFX-JRN-REINSTATED              VALUE "REINSTATED".
               88 PFX-JRN-DELETED                 VALUE "DELETED".
               88 PFX-JRN-MAN-ADDED               VALUE "MANUAL-ADD".
               88 PFX-JRN-MAN-CHANGED             VALUE "MANUAL-CHG".
               88 PFX-JRN-MAN-DELETED             VALUE "MANUAL-DEL".
               88 PFX-JRN-MAN-REINSTATED          VALUE "MANUAL-RST".
           05 PFX-JRN-POST-DATE           PIC 9(08).
