      *================================================================
      * DL1HLD   - HELD-BATCH RECORD (HELDBTCH). A BATCH THAT FAILS
      *            ITS OWN HDR/TRL CONTROLS IS PULLED OUT OF THE RUN
      *            WHOLE AND CARRIED ON THIS STANDING FILE UNTIL DATA
      *            CONTROL RELEASES IT (THE REGION HAS CONFIRMED IT)
      *            OR THE REGION RESENDS IT. EACH HELD BATCH IS ONE
      *            B RECORD - ITS FAILURE REASON, ITS FIGURES AS READ,
      *            AND WHERE IT NOW STANDS - FOLLOWED BY ONE D RECORD
      *            PER DETAIL EXACTLY AS IT ARRIVED. FIELD2 IS HELD AS
      *            PIC X FOR THE SAME REASON DL1SUS HOLDS IT THAT WAY:
      *            A HELD BATCH CAN CARRY DETAILS THAT WILL FAIL THE
      *            EDIT WHEN THEY ARE FINALLY RELEASED. THE HEADER RUN
      *            DATE IS WHAT TELLS A RESEND OF THE HELD BATCH FROM
      *            THE SAME REGION'S NEXT DAY'S BATCH.
      *
      *            STATUS IS HELD UNTIL THE BATCH IS DISPOSED OF, THEN
      *            RELEASED (WITH THE RELEASING USER) OR RESENT, DATED
      *            THE RUN THAT DID IT. A DISPOSED-OF BATCH STAYS ON
      *            THE FILE FOR THAT ONE RUN, WITHOUT ITS DETAILS.
      *
      *            EVERY DATA NAME BELOW CARRIES A PFX- PREFIX -
      *            REPLACE IT WHEN COPYING THIS MEMBER, E.G.
      *                COPY DL1HLD REPLACING
      *                    ==PFX-HLD-RECORD==    BY ==HLD-RECORD==
      *                    ==PFX-HLD-TYPE==      BY ==HLD-TYPE==
      *                    ==PFX-HLD-TYPE-BATCH==
      *                        BY ==HLD-TYPE-BATCH==
      *                    ==PFX-HLD-TYPE-DETAIL==
      *                        BY ==HLD-TYPE-DETAIL==
      *                    ==PFX-HLD-BATCH-ID==  BY ==HLD-BATCH-ID==
      *                    ==PFX-HLD-REST==      BY ==HLD-REST==
      *                    ==PFX-HLD-BATCH==     BY ==HLD-BATCH==
      *                    ==PFX-HLD-HDR-RUN-DATE==
      *                        BY ==HLD-HDR-RUN-DATE==
      *                    ==PFX-HLD-HELD-DATE== BY ==HLD-HELD-DATE==
      *                    ==PFX-HLD-REASON==    BY ==HLD-REASON==
      *                    ==PFX-HLD-DETAIL-COUNT==
      *                        BY ==HLD-DETAIL-COUNT==
      *                    ==PFX-HLD-FIELD2-TOTAL==
      *                        BY ==HLD-FIELD2-TOTAL==
      *                    ==PFX-HLD-STATUS==    BY ==HLD-STATUS==
      *                    ==PFX-HLD-STATUS-DATE==
      *                        BY ==HLD-STATUS-DATE==
      *                    ==PFX-HLD-USER==      BY ==HLD-USER==
      *                    ==PFX-HLD-DETAIL==    BY ==HLD-DETAIL==
      *                    ==PFX-HLD-DTL-FIELD1==
      *                        BY ==HLD-DTL-FIELD1==
      *                    ==PFX-HLD-DTL-FIELD2==
      *                        BY ==HLD-DTL-FIELD2==.
      *================================================================
       01 PFX-HLD-RECORD.
           05 PFX-HLD-TYPE                PIC X(01).
               88 PFX-HLD-TYPE-BATCH              VALUE "B".
               88 PFX-HLD-TYPE-DETAIL             VALUE "D".
           05 PFX-HLD-BATCH-ID            PIC X(04).
           05 PFX-HLD-REST                PIC X(64).

       01 PFX-HLD-BATCH REDEFINES PFX-HLD-RECORD.
           05 FILLER                      PIC X(05).
           05 PFX-HLD-HDR-RUN-DATE        PIC 9(08).
           05 PFX-HLD-HELD-DATE           PIC 9(08).
           05 PFX-HLD-REASON              PIC X(05).
           05 PFX-HLD-DETAIL-COUNT        PIC 9(09).
           05 PFX-HLD-FIELD2-TOTAL        PIC 9(10).
           05 PFX-HLD-STATUS              PIC X(08).
           05 PFX-HLD-STATUS-DATE         PIC 9(08).
           05 PFX-HLD-USER                PIC X(08).

       01 PFX-HLD-DETAIL REDEFINES PFX-HLD-RECORD.
           05 FILLER                      PIC X(05).
           05 PFX-HLD-DTL-FIELD1          PIC X(10).
           05 PFX-HLD-DTL-FIELD2          PIC X(05).
           05 FILLER                      PIC X(49).
