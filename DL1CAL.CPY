      *================================================================
      * DL1CAL   - CALL PARAMETERS FOR BUSINESS-DATE (BIZDATE), THE
      *            SUITE'S SHARED PROCESSING-DATE AND BUSINESS-CALENDAR
      *            ROUTINE. THE CALLER MOVES A FUNCTION CODE AND ITS
      *            ARGUMENTS IN AND CALLS
      *                CALL "BUSINESS-DATE" USING PFX-CAL-PARMS
      *            FUNCTIONS -
      *              DATE  CURRENT BUSINESS DATE INTO DATE-1 (AND THE
      *                    BUSINESS DATE BEFORE IT INTO DATE-2)
      *              DAYS  BUSINESS DAYS AFTER DATE-1 UP TO AND
      *                    INCLUDING DATE-2, INTO DAYS (ZERO WHEN
      *                    DATE-2 IS NOT LATER) - HOW MANY BUSINESS
      *                    DAYS OLD SOMETHING DATED DATE-1 IS ON DATE-2
      *              BACK  THE DATE DAYS BUSINESS DAYS BEFORE DATE-1,
      *                    INTO DATE-2
      *              TEST  IS DATE-1 A BUSINESS DAY FOR REGION (SPACES
      *                    FOR THE WHOLE SUITE)? ANSWER IN BUSDAY-SW
      *              ROLL  ROLL THE CONTROL FILE FORWARD TO THE NEXT
      *                    BUSINESS DAY - NEW DATE INTO DATE-1, THE
      *                    DATE JUST FINISHED INTO DATE-2
      *            STATUS COMES BACK G (GOOD), F (NO CONTROL FILE -
      *            THE SYSTEM DATE AND A MONDAY-TO-FRIDAY WEEK WITH NO
      *            HOLIDAYS STAND IN, AND NOTHING CAN BE ROLLED) OR
      *            E (ERROR - ALREADY DISPLAYED; THE CALLER SHOULD
      *            NOT CARRY ON WITHOUT A DATE IT CAN TRUST).
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1CAL REPLACING
      *                    ==PFX-CAL-PARMS==     BY ==DL1-CAL-PARMS==
      *                    ==PFX-CAL-FUNCTION==  BY ==DL1-CAL-FUNCTION==
      *                    ==PFX-CAL-DATE-1==    BY ==DL1-CAL-DATE-1==
      *                    ==PFX-CAL-DATE-2==    BY ==DL1-CAL-DATE-2==
      *                    ==PFX-CAL-DAYS==      BY ==DL1-CAL-DAYS==
      *                    ==PFX-CAL-REGION==    BY ==DL1-CAL-REGION==
      *                    ==PFX-CAL-BUSDAY-SW==
      *                        BY ==DL1-CAL-BUSDAY-SW==
      *                    ==PFX-CAL-BUSINESS-DAY==
      *                        BY ==DL1-CAL-BUSINESS-DAY==
      *                    ==PFX-CAL-STATUS==    BY ==DL1-CAL-STATUS==
      *                    ==PFX-CAL-OK==        BY ==DL1-CAL-OK==
      *                    ==PFX-CAL-NO-FILE==   BY ==DL1-CAL-NO-FILE==
      *                    ==PFX-CAL-ERROR==     BY ==DL1-CAL-ERROR==.
      *================================================================
       01 PFX-CAL-PARMS.
           05 PFX-CAL-FUNCTION            PIC X(04).
           05 PFX-CAL-DATE-1              PIC 9(08).
           05 PFX-CAL-DATE-2              PIC 9(08).
           05 PFX-CAL-DAYS                PIC 9(08).
           05 PFX-CAL-REGION              PIC X(04).
           05 PFX-CAL-BUSDAY-SW           PIC X(01).
               88 PFX-CAL-BUSINESS-DAY            VALUE 'Y'.
           05 PFX-CAL-STATUS              PIC X(01).
               88 PFX-CAL-OK                      VALUE 'G'.
               88 PFX-CAL-NO-FILE                 VALUE 'F'.
               88 PFX-CAL-ERROR                   VALUE 'E'.
