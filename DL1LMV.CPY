      *================================================================
      * DL1LMV   - LEDGER MOVEMENT RECORD (LEDGMOVE). ONE RECORD PER
      *            KEY ADDED TO OR UPDATED ON THE LEDGER BALANCE FILE
      *            (LEDGBAL) BY LEDGER-INTERFACE-LOAD, APPENDED IN LOAD
      *            ORDER AND KEPT WHOLE - IT IS THE LEDGER'S ONLY RECORD
      *            OF WHAT EACH LOAD CHANGED. PRIOR IS THE BALANCE THE
      *            KEY STOOD AT BEFORE THE LOAD (ZERO ON AN ADD), NEW
      *            THE BALANCE THE LOAD LEFT IT AT, SO NEW LESS PRIOR
      *            IS THE MOVEMENT. LOAD-DATE IS THE BUSINESS DATE THE
      *            LOAD RAN ON; RUN-DATE IS THE RUN DATE THE INTERFACE
      *            FILE'S D RECORD CARRIED, AND IT IS RUN-DATE THAT
      *            PLACES THE MOVEMENT IN ITS LEDGER PERIOD FOR THE
      *            MONTH-END CLOSE. DATASET IS THE SOURCE DATASET NAME
      *            FROM THE D RECORD.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1LMV REPLACING
      *                    ==PFX-LMV-RECORD==    BY ==LMV-RECORD==
      *                    ==PFX-LMV-FIELD1==    BY ==LMV-FIELD1==
      *                    ==PFX-LMV-PRIOR==     BY ==LMV-PRIOR==
      *                    ==PFX-LMV-NEW==       BY ==LMV-NEW==
      *                    ==PFX-LMV-ACTION==    BY ==LMV-ACTION==
      *                    ==PFX-LMV-ADDED==     BY ==LMV-ADDED==
      *                    ==PFX-LMV-UPDATED==   BY ==LMV-UPDATED==
      *                    ==PFX-LMV-LOAD-DATE== BY ==LMV-LOAD-DATE==
      *                    ==PFX-LMV-RUN-DATE==  BY ==LMV-RUN-DATE==
      *                    ==PFX-LMV-RUN-MONTH== BY ==LMV-RUN-MONTH==
      *                    ==PFX-LMV-DATASET==   BY ==LMV-DATASET==.
      *================================================================
       01 PFX-LMV-RECORD.
           05 PFX-LMV-FIELD1              PIC X(10).
           05 PFX-LMV-PRIOR               PIC 9(07).
           05 PFX-LMV-NEW                 PIC 9(07).
           05 PFX-LMV-ACTION              PIC X(03).
               88 PFX-LMV-ADDED                   VALUE "ADD".
               88 PFX-LMV-UPDATED                 VALUE "UPD".
           05 PFX-LMV-LOAD-DATE           PIC 9(08).
           05 PFX-LMV-RUN-DATE            PIC 9(08).
           05 FILLER REDEFINES PFX-LMV-RUN-DATE.
               10 PFX-LMV-RUN-MONTH       PIC 9(06).
               10 FILLER                  PIC 9(02).
           05 PFX-LMV-DATASET             PIC X(30).
