      *                 THE RUN WITH THE CONTROL-FAILURE CONDITION
      *                 CODE (8) SO THE SCHEDULER CAN HOLD THE NIGHT
      *                 STREAM ON IT.
      * 2026-10-15 RWP  CURREXTR RECORDS NOW CARRY THE SENDING REGION'S
      *                 BATCH ID (DL1XTR); NO CHANGE TO THE FOOTING.
      * 2026-10-15 RWP  THE RUN DATE NOW COMES FROM THE SHARED
      *                 PROCESSING-DATE CONTROL FILE (BUSINESS-DATE). A
      *                 DAY THAT PROVES IS THE END OF A CLEAN STREAM, SO
      *                 THE PROVE-OUT NOW ROLLS THE CONTROL FILE FORWARD
      *                 TO THE NEXT BUSINESS DAY; A DAY THAT DOES NOT
      *                 PROVE LEAVES THE DATE WHERE IT IS FOR THE RERUN.
      *================================================================

       ENVIRONMENT DIVISION.
           COPY DL1XTR REPLACING
               ==PFX-XTR-RECORD== BY ==CEX-XTR-RECORD==
               ==PFX-XTR-FIELD1== BY ==CEX-XTR-FIELD1==
               ==PFX-XTR-FIELD2== BY ==CEX-XTR-FIELD2==
               ==PFX-XTR-BATCH-ID== BY ==CEX-XTR-BATCH-ID==.

       FD INT-FILE.
       01 INT-RECORD                   PIC X(80).

       01 EDB-RUN-DATE                 PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * BUSINESS-DATE CALL PARAMETERS - THE RUN DATE IS THE
      * SUITE'S PROCESSING DATE, NOT THE SYSTEM CLOCK
      *----------------------------------------------------------------
           COPY DL1CAL REPLACING
               ==PFX-CAL-PARMS==        BY ==EDB-CAL-PARMS==
               ==PFX-CAL-FUNCTION==     BY ==EDB-CAL-FUNCTION==
               ==PFX-CAL-DATE-1==       BY ==EDB-CAL-DATE-1==
               ==PFX-CAL-DATE-2==       BY ==EDB-CAL-DATE-2==
               ==PFX-CAL-DAYS==         BY ==EDB-CAL-DAYS==
               ==PFX-CAL-REGION==       BY ==EDB-CAL-REGION==
               ==PFX-CAL-BUSDAY-SW==    BY ==EDB-CAL-BUSDAY-SW==
               ==PFX-CAL-BUSINESS-DAY== BY ==EDB-CAL-BUSINESS-DAY==
               ==PFX-CAL-STATUS==       BY ==EDB-CAL-STATUS==
               ==PFX-CAL-OK==           BY ==EDB-CAL-OK==
               ==PFX-CAL-NO-FILE==      BY ==EDB-CAL-NO-FILE==
               ==PFX-CAL-ERROR==        BY ==EDB-CAL-ERROR==.

      *----------------------------------------------------------------
      * GRADED CONDITION CODE - 0 PROVED, 8 OUT OF BALANCE OR A LEG
      * MISSING/STALE, 16 ABEND - THE SUITE'S USUAL SCHEME
           05 FILLER                    PIC X(09) VALUE "VERDICT: ".
           05 EDB-VERDICT-TEXT          PIC X(60) VALUE SPACES.

       01 EDB-ROLL-LINE.
           05 FILLER                    PIC X(40)
               VALUE "PROCESSING DATE ROLLED FORWARD TO ".
           05 EDB-ROLL-DATE             PIC 9999/99/99.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE - GATHER EACH LEG'S FIGURES, THEN JUDGE THEM
      *     WHOLE PROVE-OUT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "DATE" TO EDB-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING EDB-CAL-PARMS.
           IF EDB-CAL-ERROR
               DISPLAY "*** NO PROCESSING DATE - RUN NOT STARTED ***"
               MOVE EDB-RC-ABEND TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE EDB-CAL-DATE-1 TO EDB-RUN-DATE.
           OPEN OUTPUT BAL-FILE.
           IF EDB-BAL-FS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN BAL-FILE (BALRPT) - "
           MOVE EDB-VERDICT-LINE TO BAL-RECORD.
           WRITE BAL-RECORD.
           DISPLAY "END-OF-DAY BALANCING - " EDB-VERDICT-TEXT.
           IF EDB-DAY-PROVED
               PERFORM 9100-ROLL-PROCESSING-DATE THRU 9100-EXIT
           END-IF.
           CLOSE BAL-FILE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-ROLL-PROCESSING-DATE - A DAY THAT PROVES IS THE END OF A
      *     CLEAN STREAM, SO THE SHARED PROCESSING DATE MOVES ON TO
      *     THE NEXT BUSINESS DAY HERE AND NOWHERE ELSE. WITH NO
      *     CONTROL FILE THE SUITE IS RUNNING ON THE SYSTEM DATE AND
      *     THERE IS NOTHING TO ROLL; A CONTROL FILE THAT CANNOT BE
      *     ROLLED LEAVES TOMORROW'S STREAM ON TODAY'S DATE, WHICH
      *     THE OPERATOR MUST KNOW ABOUT BEFORE IT STARTS
      *----------------------------------------------------------------
       9100-ROLL-PROCESSING-DATE.
           MOVE "ROLL" TO EDB-CAL-FUNCTION.
           CALL "BUSINESS-DATE" USING EDB-CAL-PARMS.
           IF EDB-CAL-NO-FILE
               GO TO 9100-EXIT
           END-IF.
           IF EDB-CAL-ERROR
               MOVE "PROCESSING DATE NOT ROLLED FORWARD (PROCDATE)"
                   TO EDB-MSG-TEXT
               MOVE EDB-MSG-TEXT TO BAL-RECORD
               WRITE BAL-RECORD
               DISPLAY "*** " EDB-MSG-TEXT " ***"
               MOVE EDB-RC-CONTROL-FAIL TO EDB-RETURN-CODE
               GO TO 9100-EXIT
           END-IF.
           MOVE EDB-CAL-DATE-1 TO EDB-ROLL-DATE.
           MOVE EDB-ROLL-LINE TO BAL-RECORD.
           WRITE BAL-RECORD.
           DISPLAY EDB-ROLL-LINE.
       9100-EXIT.
           EXIT.
