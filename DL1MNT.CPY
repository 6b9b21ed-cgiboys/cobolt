      *================================================================
      * DL1MNT   - MASTER MAINTENANCE TRANSACTION RECORD (MNTPEND).
      *            ONE RECORD PER DATA-CONTROL ADD, CHANGE, DELETE, OR
      *            REINSTATE KEYED AGAINST THE FIELD1 MASTER THROUGH
      *            MASTER-MAINTENANCE. A TRANSACTION IS KEYED PENDING
      *            WITH ITS REASON CODE AND THE KEYER'S USER ID, AND
      *            SITS ON THIS STANDING FILE UNTIL A DIFFERENT USER
      *            DECIDES IT: APPLIED TO THE MASTER, REJECTED, OR
      *            FAILED (APPROVED, BUT THE MASTER NO LONGER STOOD AS
      *            THE TRANSACTION EXPECTED - THE NOTE SAYS WHY). A
      *            DECIDED TRANSACTION STAYS ON THE FILE FOR THE REST
      *            OF THE BUSINESS DAY IT WAS DECIDED ON AND IS
      *            DROPPED BY THE FIRST RUN AFTER IT. THE TRANSACTION
      *            ID IS THE BUSINESS DATE IT WAS KEYED ON AND A
      *            SEQUENCE NUMBER WITHIN THAT DAY.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1MNT REPLACING
      *                    ==PFX-MNT-RECORD==    BY ==MNT-RECORD==
      *                    ==PFX-MNT-TRAN-ID==   BY ==MNT-TRAN-ID==
      *                    ==PFX-MNT-KEYED-DATE==
      *                        BY ==MNT-KEYED-DATE==
      *                    ==PFX-MNT-SEQ==       BY ==MNT-SEQ==
      *                    ==PFX-MNT-ACTION==    BY ==MNT-ACTION==
      *                    ==PFX-MNT-ADD==       BY ==MNT-ADD==
      *                    ==PFX-MNT-CHANGE==    BY ==MNT-CHANGE==
      *                    ==PFX-MNT-DELETE==    BY ==MNT-DELETE==
      *                    ==PFX-MNT-REINSTATE== BY ==MNT-REINSTATE==
      *                    ==PFX-MNT-FIELD1==    BY ==MNT-FIELD1==
      *                    ==PFX-MNT-FIELD2==    BY ==MNT-FIELD2==
      *                    ==PFX-MNT-BATCH-ID==  BY ==MNT-BATCH-ID==
      *                    ==PFX-MNT-REASON==    BY ==MNT-REASON==
      *                    ==PFX-MNT-KEYED-BY==  BY ==MNT-KEYED-BY==
      *                    ==PFX-MNT-STATUS==    BY ==MNT-STATUS==
      *                    ==PFX-MNT-PENDING==   BY ==MNT-PENDING==
      *                    ==PFX-MNT-APPLIED==   BY ==MNT-APPLIED==
      *                    ==PFX-MNT-REJECTED==  BY ==MNT-REJECTED==
      *                    ==PFX-MNT-FAILED==    BY ==MNT-FAILED==
      *                    ==PFX-MNT-DECIDED-BY==
      *                        BY ==MNT-DECIDED-BY==
      *                    ==PFX-MNT-DECIDED-DATE==
      *                        BY ==MNT-DECIDED-DATE==
      *                    ==PFX-MNT-NOTE==      BY ==MNT-NOTE==.
      *================================================================
       01 PFX-MNT-RECORD.
           05 PFX-MNT-TRAN-ID.
               10 PFX-MNT-KEYED-DATE      PIC 9(08).
               10 PFX-MNT-SEQ             PIC 9(04).
           05 PFX-MNT-ACTION              PIC X(06).
               88 PFX-MNT-ADD                     VALUE "ADD".
               88 PFX-MNT-CHANGE                  VALUE "CHANGE".
               88 PFX-MNT-DELETE                  VALUE "DELETE".
               88 PFX-MNT-REINSTATE               VALUE "REINST".
           05 PFX-MNT-FIELD1              PIC X(10).
           05 PFX-MNT-FIELD2              PIC X(05).
           05 PFX-MNT-BATCH-ID            PIC X(04).
           05 PFX-MNT-REASON              PIC X(04).
           05 PFX-MNT-KEYED-BY            PIC X(08).
           05 PFX-MNT-STATUS              PIC X(08).
               88 PFX-MNT-PENDING                 VALUE "PENDING".
               88 PFX-MNT-APPLIED                 VALUE "APPLIED".
               88 PFX-MNT-REJECTED                VALUE "REJECTED".
               88 PFX-MNT-FAILED                  VALUE "FAILED".
           05 PFX-MNT-DECIDED-BY          PIC X(08).
           05 PFX-MNT-DECIDED-DATE        PIC 9(08).
           05 PFX-MNT-NOTE                PIC X(06).
