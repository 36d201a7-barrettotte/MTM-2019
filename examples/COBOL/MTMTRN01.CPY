      *                     BRANCH ONLY - THE OTHER FIELDS STAY AS
      *                     THEY ARE, SO A MIS-KEYED NAME CANNOT
      *                     RIDE IN ON A MONEY MOVEMENT)
      *   ACTION CODE "T" - TRANSFER A MEMBER ON FILE TO ANOTHER
      *                     BRANCH (MEMBER ID, RECEIVING BRANCH,
      *                     EFFECTIVE DATE, AND THE SENDING BRANCH
      *                     IN THE FIRST FOUR BYTES OF THE NAME -
      *                     SEE TRN-TRANSFER-AREA - ONLY.  CUT BY THE
      *                     MTMXFER BULK TRANSFER JOB, NEVER BY A
      *                     BRANCH)
      *   ACTION CODE "I" - MAKE A DORMANT MEMBER INACTIVE (MEMBER ID,
      *                     AN "I" STATUS, EFFECTIVE DATE, AND THE
      *                     MEMBER'S OWN BRANCH ONLY - CUT BY THE
      *                     MTMDORM DORMANCY SWEEP, NEVER BY A BRANCH)
      *
      * TRN-ADJUST-SIGN APPLIES TO "P" ONLY: "+" (OR BLANK) ADDS THE
      * AMOUNT TO THE AMOUNT ON FILE, "-" SUBTRACTS IT.  AN
      * ADJUSTMENT THAT WOULD DRIVE THE AMOUNT ON FILE NEGATIVE IS
      * REJECTED BY THE NIGHTLY UPDATE.
      *
      * TRN-TRANSFER-AREA APPLIES TO "T" ONLY, WHICH CARRIES NO NAME:
      * TRN-SENDING-BRANCH IS THE BRANCH THE MEMBER WAS ON WHEN THE
      * TRANSFER WAS CUT.  THE NIGHTLY UPDATE REJECTS THE TRANSFER IF
      * THE MEMBER IS NO LONGER ON IT WHEN THE TRANSFER APPLIES.
      *
      * TRN-SUPERVISOR-AREA IS BLANK ON EVERYTHING A BRANCH SENDS (THE
      * FEED VERIFICATION STEP CLEARS IT ON THE WAY IN).  IT IS ONLY
      * FILLED ON A LARGE POSTING THE NIGHTLY UPDATE PUT ON THE
      * SUPERVISOR SUSPENSE FILE: TRN-SUSPENSE-DATE IS THE NIGHT IT
      * WAS SUSPENDED, AND ONCE MTMSUPV RECORDS A DECISION THE ACTION
      * BYTE SAYS RELEASED OR DECLINED AND TRN-SUPV-USER-ID SAYS WHO.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  REC-IN-MSG.
      *         COPY MTMTRN01.
           05  TRN-RECORD-KEY.
               10  TRN-MEMBER-ID        PIC 9(09).
           05  TRN-MEMBER-NAME          PIC X(30).
           05  TRN-TRANSFER-AREA REDEFINES TRN-MEMBER-NAME.
               10  TRN-SENDING-BRANCH   PIC X(04).
               10  FILLER               PIC X(26).
           05  TRN-MEMBER-STATUS        PIC X(01).
               88  TRN-STATUS-ACTIVE        VALUE "A".
               88  TRN-STATUS-INACTIVE      VALUE "I".
               88  TRN-ACTION-CHANGE        VALUE "C".
               88  TRN-ACTION-DELETE        VALUE "D".
               88  TRN-ACTION-POST          VALUE "P".
               88  TRN-ACTION-TRANSFER      VALUE "T".
               88  TRN-ACTION-INACTIVATE    VALUE "I".
               88  TRN-ACTION-VALID         VALUE "A" "C" "D" "P"
                                                  "T" "I".
           05  TRN-ADJUST-SIGN          PIC X(01).
               88  TRN-ADJUST-UP            VALUE "+" " ".
               88  TRN-ADJUST-DOWN          VALUE "-".
           05  TRN-SUPERVISOR-AREA.
               10  TRN-SUPV-ACTION      PIC X(01).
                   88  TRN-SUPV-RELEASED    VALUE "R".
                   88  TRN-SUPV-DECLINED    VALUE "D".
               10  TRN-SUPV-USER-ID     PIC X(08).
               10  TRN-SUSPENSE-DATE    PIC 9(08).
