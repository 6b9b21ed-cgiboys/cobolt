      *================================================================
      * DL1LPD   - LEDGER PERIOD CONTROL RECORD (LEDGPERD). ONE RECORD
      *            PER CALENDAR MONTH (YYYYMM) THAT LEDGER-MONTH-END-
      *            CLOSE HAS EVER CLOSED, IN PERIOD ORDER. A CLOSED
      *            PERIOD IS LOCKED: LEDGER-INTERFACE-LOAD REFUSES ANY
      *            INTERFACE FILE WHOSE RUN DATE FALLS INSIDE IT. ONLY
      *            FINANCE REOPENS A PERIOD (THE LATEST CLOSED ONE, AND
      *            UNDER A NAMED USER), WHICH LIFTS THE LOCK UNTIL THE
      *            PERIOD IS CLOSED AGAIN. CLOSE-DATE/-BY AND REOPEN-
      *            DATE/-BY RECORD THE LAST OF EACH ACTION; KEYS AND
      *            BALANCE ARE THE SNAPSHOT'S KEY COUNT AND CLOSING
      *            BALANCE TOTAL AT THE LAST CLOSE.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1LPD REPLACING
      *                    ==PFX-LPD-RECORD==    BY ==LPD-RECORD==
      *                    ==PFX-LPD-PERIOD==    BY ==LPD-PERIOD==
      *                    ==PFX-LPD-STATUS==    BY ==LPD-STATUS==
      *                    ==PFX-LPD-CLOSED==    BY ==LPD-CLOSED==
      *                    ==PFX-LPD-REOPENED==  BY ==LPD-REOPENED==
      *                    ==PFX-LPD-CLOSE-DATE==
      *                        BY ==LPD-CLOSE-DATE==
      *                    ==PFX-LPD-CLOSE-BY==  BY ==LPD-CLOSE-BY==
      *                    ==PFX-LPD-REOPEN-DATE==
      *                        BY ==LPD-REOPEN-DATE==
      *                    ==PFX-LPD-REOPEN-BY== BY ==LPD-REOPEN-BY==
      *                    ==PFX-LPD-KEYS==      BY ==LPD-KEYS==
      *                    ==PFX-LPD-BALANCE==   BY ==LPD-BALANCE==.
      *================================================================
       01 PFX-LPD-RECORD.
           05 PFX-LPD-PERIOD              PIC 9(06).
           05 PFX-LPD-STATUS              PIC X(08).
               88 PFX-LPD-CLOSED                  VALUE "CLOSED".
               88 PFX-LPD-REOPENED                VALUE "REOPENED".
           05 PFX-LPD-CLOSE-DATE          PIC 9(08).
           05 PFX-LPD-CLOSE-BY            PIC X(08).
           05 PFX-LPD-REOPEN-DATE         PIC 9(08).
           05 PFX-LPD-REOPEN-BY           PIC X(08).
           05 PFX-LPD-KEYS                PIC 9(09).
           05 PFX-LPD-BALANCE             PIC 9(12).
