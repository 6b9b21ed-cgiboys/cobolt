      *================================================================
      * DL1ACK   - REGIONAL ACKNOWLEDGEMENT RECORD (BATCHACK.rrrr.D
      *            yyyymmdd). READ-AND-DISPLAY-FILE WRITES ONE ACK
      *            FILE PER BATCH ID ON THE ROSTER (BATCHRSTR) EVERY
      *            RUN, FOR THE SENDING REGION TO PICK UP AND
      *            RECONCILE AGAINST WHAT IT SENT. EVERY RECORD CARRIES
      *            THE BATCH ID AND OUR RUN DATE; THE TYPE SAYS WHAT
      *            THE REST OF IT HOLDS:
      *               B - ONE PER BATCH OF THEIRS WE JUDGED TODAY (OR
      *                   ONE "NOT RECEIVED" WHEN THEY SENT NOTHING):
      *                   THE VERDICT, OUR COUNTED DETAILS AND HASH
      *                   BESIDE THEIR TRAILER'S COUNT AND HASH AND
      *                   THEIR HEADER'S EXPECTED COUNT, AND THE
      *                   CONTROL THAT FAILED (OR WHY NOTHING CAME)
      *               D - ONE PER DETAIL OF THEIRS REJECTED TODAY BY
      *                   THE EDIT OR AS A DUPLICATE, WITH THE REASON
      *               S - ONE PER SUSPENSE ITEM OF THEIRS STILL HELD,
      *                   WITH ITS REASON, SUSPENSE DATE AND AGE IN
      *                   BUSINESS DAYS
      *               R - ONE PER SUSPENSE ITEM OF THEIRS RELEASED
      *                   TODAY, WITH THE REASON IT WAS HELD AND
      *                   WHETHER A DATA CONTROL CORRECTION RELEASED IT
      *               T - THE LAST RECORD: HOW MANY D, S AND R RECORDS
      *                   PRECEDE IT, AND WHETHER THE LIST IS COMPLETE
      *            VERDICTS ARE ACCEPTED (THE BATCH PASSED ITS
      *            CONTROLS - ANY REJECTS ARE ITS D RECORDS),
      *            QUARANTINED (FAILED, HELD WHOLE ON HELDBTCH UNTIL
      *            CONFIRMED OR RESENT), REJECTED (FAILED AND COULD NOT
      *            BE HELD, SO NOTHING OF THE DAY WENT FORWARD),
      *            RELEASED (A BATCH QUARANTINED ON AN EARLIER DAY,
      *            RELEASED TODAY ON THEIR CONFIRMATION), NOT POSTED
      *            (THE BATCH PASSED ITS CONTROLS, OR WAS RELEASED, BUT
      *            THE RUN ENDED AT A CONTROL FAILURE, SO NOTHING WENT
      *            FORWARD - REASON RUNCTL; EXPECT IT ON THE RERUN) AND
      *            NOT
      *            RECEIVED. A COUNT OR HASH OF ZERO WITH REASON NOTRL
      *            MEANS THE BATCH HAD NO TRAILER TO COMPARE.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1ACK REPLACING
      *                    ==PFX-ACK-RECORD==    BY ==ACK-RECORD==
      *                    ==PFX-ACK-TYPE==      BY ==ACK-TYPE==
      *                    ==PFX-ACK-TYPE-BATCH==
      *                        BY ==ACK-TYPE-BATCH==
      *                    ==PFX-ACK-TYPE-REJECT==
      *                        BY ==ACK-TYPE-REJECT==
      *                    ==PFX-ACK-TYPE-SUSPENSE==
      *                        BY ==ACK-TYPE-SUSPENSE==
      *                    ==PFX-ACK-TYPE-RELEASED==
      *                        BY ==ACK-TYPE-RELEASED==
      *                    ==PFX-ACK-TYPE-TRAILER==
      *                        BY ==ACK-TYPE-TRAILER==
      *                    ==PFX-ACK-BATCH-ID==  BY ==ACK-BATCH-ID==
      *                    ==PFX-ACK-RUN-DATE==  BY ==ACK-RUN-DATE==
      *                    ==PFX-ACK-REST==      BY ==ACK-REST==
      *                    ==PFX-ACK-BATCH==     BY ==ACK-BATCH==
      *                    ==PFX-ACK-VERDICT==   BY ==ACK-VERDICT==
      *                    ==PFX-ACK-HDR-RUN-DATE==
      *                        BY ==ACK-HDR-RUN-DATE==
      *                    ==PFX-ACK-OUR-COUNT== BY ==ACK-OUR-COUNT==
      *                    ==PFX-ACK-THEIR-COUNT==
      *                        BY ==ACK-THEIR-COUNT==
      *                    ==PFX-ACK-THEIR-EXPECTED==
      *                        BY ==ACK-THEIR-EXPECTED==
      *                    ==PFX-ACK-OUR-HASH==  BY ==ACK-OUR-HASH==
      *                    ==PFX-ACK-THEIR-HASH==
      *                        BY ==ACK-THEIR-HASH==
      *                    ==PFX-ACK-REASON==    BY ==ACK-REASON==
      *                    ==PFX-ACK-ITEM==      BY ==ACK-ITEM==
      *                    ==PFX-ACK-FIELD1==    BY ==ACK-FIELD1==
      *                    ==PFX-ACK-FIELD2==    BY ==ACK-FIELD2==
      *                    ==PFX-ACK-ITEM-REASON==
      *                        BY ==ACK-ITEM-REASON==
      *                    ==PFX-ACK-SUSP-DATE== BY ==ACK-SUSP-DATE==
      *                    ==PFX-ACK-AGE-DAYS==  BY ==ACK-AGE-DAYS==
      *                    ==PFX-ACK-CORRECTED== BY ==ACK-CORRECTED==
      *                    ==PFX-ACK-CLOSE==     BY ==ACK-CLOSE==
      *                    ==PFX-ACK-REJECTS==   BY ==ACK-REJECTS==
      *                    ==PFX-ACK-HELD==      BY ==ACK-HELD==
      *                    ==PFX-ACK-RELEASED==  BY ==ACK-RELEASED==
      *                    ==PFX-ACK-COMPLETE==  BY ==ACK-COMPLETE==.
      *================================================================
       01 PFX-ACK-RECORD.
           05 PFX-ACK-TYPE                PIC X(01).
               88 PFX-ACK-TYPE-BATCH              VALUE "B".
               88 PFX-ACK-TYPE-REJECT             VALUE "D".
               88 PFX-ACK-TYPE-SUSPENSE           VALUE "S".
               88 PFX-ACK-TYPE-RELEASED           VALUE "R".
               88 PFX-ACK-TYPE-TRAILER            VALUE "T".
           05 PFX-ACK-BATCH-ID            PIC X(04).
           05 PFX-ACK-RUN-DATE            PIC 9(08).
           05 PFX-ACK-REST                PIC X(67).

       01 PFX-ACK-BATCH REDEFINES PFX-ACK-RECORD.
           05 FILLER                      PIC X(13).
           05 PFX-ACK-VERDICT             PIC X(12).
           05 PFX-ACK-HDR-RUN-DATE        PIC 9(08).
           05 PFX-ACK-OUR-COUNT           PIC 9(09).
           05 PFX-ACK-THEIR-COUNT         PIC 9(09).
           05 PFX-ACK-THEIR-EXPECTED      PIC 9(07).
           05 PFX-ACK-OUR-HASH            PIC 9(06).
           05 PFX-ACK-THEIR-HASH          PIC 9(06).
           05 PFX-ACK-REASON              PIC X(08).
           05 FILLER                      PIC X(02).

       01 PFX-ACK-ITEM REDEFINES PFX-ACK-RECORD.
           05 FILLER                      PIC X(13).
           05 PFX-ACK-FIELD1              PIC X(10).
           05 PFX-ACK-FIELD2              PIC X(05).
           05 PFX-ACK-ITEM-REASON         PIC X(07).
           05 PFX-ACK-SUSP-DATE           PIC 9(08).
           05 PFX-ACK-AGE-DAYS            PIC 9(05).
           05 PFX-ACK-CORRECTED           PIC X(01).
           05 FILLER                      PIC X(31).

       01 PFX-ACK-CLOSE REDEFINES PFX-ACK-RECORD.
           05 FILLER                      PIC X(13).
           05 PFX-ACK-REJECTS             PIC 9(07).
           05 PFX-ACK-HELD                PIC 9(07).
           05 PFX-ACK-RELEASED            PIC 9(07).
           05 PFX-ACK-COMPLETE            PIC X(01).
           05 FILLER                      PIC X(45).
