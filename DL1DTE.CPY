      *================================================================
      * DL1DTE   - PROCESSING-DATE CONTROL FILE (PROCDATE). THE ONE
      *            PLACE THE SUITE TAKES ITS BUSINESS DATE FROM, SO A
      *            NIGHT STREAM THAT RUNS PAST MIDNIGHT STILL STAMPS
      *            THE EXTRACT, THE POSTING, THE LEDGER LOAD, AND EVERY
      *            AUDIT AND JOURNAL LINE WITH THE SAME DAY. ONE C
      *            (CONTROL) RECORD CARRIES THE CURRENT BUSINESS DATE,
      *            THE BUSINESS DATE BEFORE IT, THE CALENDAR DATE THE
      *            FILE WAS LAST ROLLED FORWARD, AND THE WORKING WEEK
      *            (ONE Y/N PER DAY, MONDAY FIRST - SPACES MEAN MONDAY
      *            TO FRIDAY). EACH H (HOLIDAY) RECORD NAMES A DATE
      *            THAT IS NOT A BUSINESS DAY: FOR THE WHOLE SUITE
      *            WHEN ITS REGION IS SPACES, OR ONLY FOR THAT ONE
      *            SENDING REGION (BATCH ID, AS ON BATCHRSTR) - A
      *            REGIONAL HOLIDAY DOES NOT STOP THE STREAM, IT ONLY
      *            EXCUSES THAT REGION FROM SENDING. THE FILE IS READ
      *            AND ROLLED ONLY BY BUSINESS-DATE (BIZDATE).
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1DTE REPLACING
      *                    ==PFX-DTE-RECORD==    BY ==DTE-RECORD==
      *                    ==PFX-DTE-TYPE==      BY ==DTE-TYPE==
      *                    ==PFX-DTE-TYPE-CONTROL==
      *                        BY ==DTE-TYPE-CONTROL==
      *                    ==PFX-DTE-TYPE-HOLIDAY==
      *                        BY ==DTE-TYPE-HOLIDAY==
      *                    ==PFX-DTE-REST==      BY ==DTE-REST==
      *                    ==PFX-DTE-CONTROL==   BY ==DTE-CONTROL==
      *                    ==PFX-DTE-BUS-DATE==  BY ==DTE-BUS-DATE==
      *                    ==PFX-DTE-PRIOR-DATE==
      *                        BY ==DTE-PRIOR-DATE==
      *                    ==PFX-DTE-ROLLED-ON== BY ==DTE-ROLLED-ON==
      *                    ==PFX-DTE-WEEK==      BY ==DTE-WEEK==
      *                    ==PFX-DTE-HOLIDAY==   BY ==DTE-HOLIDAY==
      *                    ==PFX-DTE-HOL-DATE==  BY ==DTE-HOL-DATE==
      *                    ==PFX-DTE-HOL-REGION==
      *                        BY ==DTE-HOL-REGION==
      *                    ==PFX-DTE-HOL-NAME==  BY ==DTE-HOL-NAME==.
      *================================================================
       01 PFX-DTE-RECORD.
           05 PFX-DTE-TYPE                PIC X(01).
               88 PFX-DTE-TYPE-CONTROL            VALUE "C".
               88 PFX-DTE-TYPE-HOLIDAY            VALUE "H".
           05 PFX-DTE-REST                PIC X(59).

       01 PFX-DTE-CONTROL REDEFINES PFX-DTE-RECORD.
           05 FILLER                      PIC X(01).
           05 PFX-DTE-BUS-DATE            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PFX-DTE-PRIOR-DATE          PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PFX-DTE-ROLLED-ON           PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PFX-DTE-WEEK                PIC X(07).
           05 FILLER                      PIC X(25).

       01 PFX-DTE-HOLIDAY REDEFINES PFX-DTE-RECORD.
           05 FILLER                      PIC X(01).
           05 PFX-DTE-HOL-DATE            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PFX-DTE-HOL-REGION          PIC X(04).
           05 FILLER                      PIC X(01).
           05 PFX-DTE-HOL-NAME            PIC X(30).
           05 FILLER                      PIC X(15).
