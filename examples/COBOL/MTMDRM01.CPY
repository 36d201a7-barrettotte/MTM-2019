      *================================================================
      * MTMDRM01
      *
      * COMMON 80-BYTE DORMANCY NOTICE RECORD LAYOUT
      *
      * CUT BY THE MTMDORM DORMANCY SWEEP FOR AN ACTIVE MEMBER WITH NO
      * MAINTENANCE FOR LONGER THAN THE RETENTION PERIOD.  THE SAME
      * LAYOUT SERVES TWO FILES:
      *
      *   THE NOTICE FILE (PROD.MTM.DORMANT.GDG), IN MEMBER-ID ORDER -
      *   ONE "N" RECORD PER MEMBER UNDER NOTICE, CARRIED FROM SWEEP
      *   TO SWEEP UNTIL THE MEMBER TRANSACTS, IS MADE INACTIVE, OR
      *   LEAVES THE MASTER.
      *
      *   THE BRANCH NOTIFICATION FILE (PROD.MTM.DORMNTFY.GDG), IN
      *   BRANCH AND MEMBER-ID ORDER - ONE RECORD PER MEMBER THE
      *   SWEEP DID SOMETHING ABOUT, FOR THE TRANSFER SIDE TO SPLIT
      *   BACK OUT TO THE BRANCHES:
      *
      *   NOTICE TYPE "N" - NEW NOTICE: DORMANT, WILL BE MADE INACTIVE
      *                     ON DRM-INACTIVATE-DATE UNLESS IT TRANSACTS
      *   NOTICE TYPE "W" - STILL DORMANT, GRACE PERIOD NOT YET OVER
      *   NOTICE TYPE "H" - GRACE OVER, INACTIVATION HELD BACK BECAUSE
      *                     THE LAST SWEEP'S ARE NOT YET APPLIED
      *   NOTICE TYPE "I" - GRACE OVER, INACTIVATION CUT FOR TONIGHT
      *   NOTICE TYPE "A" - NOTICE CLEARED, MEMBER HAS TRANSACTED
      *   NOTICE TYPE "X" - NOTICE CLEARED, MEMBER ALREADY INACTIVE
      *   NOTICE TYPE "D" - NOTICE CLEARED, MEMBER NO LONGER ON MASTER
      *
      * DRM-LAST-ACTIVITY-DATE IS THE MEMBER'S LAST-MAINTENANCE DATE,
      * OR ITS EFFECTIVE DATE FOR A RECORD NEVER STAMPED.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  NTC-OUT-MSG.
      *         COPY MTMDRM01.
      *================================================================
           05  DRM-MEMBER-ID            PIC 9(09).
           05  DRM-MEMBER-NAME          PIC X(30).
           05  DRM-BRANCH-CODE          PIC X(04).
           05  DRM-NOTICE-TYPE          PIC X(01).
               88  DRM-NEW-NOTICE           VALUE "N".
               88  DRM-IN-GRACE             VALUE "W".
               88  DRM-INACTIVATION-HELD    VALUE "H".
               88  DRM-INACTIVATION-CUT     VALUE "I".
               88  DRM-CLEARED-ACTIVE       VALUE "A".
               88  DRM-CLEARED-INACTIVE     VALUE "X".
               88  DRM-CLEARED-DROPPED      VALUE "D".
           05  DRM-LAST-ACTIVITY-DATE   PIC 9(08).
           05  DRM-NOTICE-DATE          PIC 9(08).
           05  DRM-INACTIVATE-DATE      PIC 9(08).
           05  DRM-TRANS-AMOUNT         PIC 9(07)V99.
           05  FILLER                   PIC X(03).
