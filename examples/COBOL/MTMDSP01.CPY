      * COMMON 80-BYTE TRANSACTION DISPOSITION RECORD LAYOUT
      *
      * ONE RECORD PER TRANSACTION DISPOSED OF BY THE NIGHTLY UPDATE,
      * CUT BY ZCOBOL AS EACH TRANSACTION IS APPLIED, REJECTED,
      * SUPERSEDED, HELD FOR A FUTURE EFFECTIVE DATE, HELD FOR A
      * SUPERVISOR'S RELEASE, OR DECLINED BY THE SUPERVISOR.  THE
      * END-OF-STREAM MTMACK STEP SORTS THESE INTO BRANCH ORDER AND
      * CUTS THE OVERNIGHT ACKNOWLEDGMENT FILE AND PRINTED SUMMARY
      * THE BRANCHES BALANCE THEIR DAY AGAINST.
      *
      *   DISPOSITION "A" - ADD APPLIED TO THE MASTER
      *   DISPOSITION "C" - CHANGE APPLIED TO THE MASTER
      *   DISPOSITION "D" - DELETE APPLIED TO THE MASTER
      *   DISPOSITION "P" - POSTING ADJUSTMENT APPLIED TO THE AMOUNT
      *   DISPOSITION "T" - TRANSFER TO A NEW BRANCH APPLIED (CARRIES
      *                     THE RECEIVING BRANCH'S CODE)
      *   DISPOSITION "I" - DORMANT MEMBER MADE INACTIVE
      *   DISPOSITION "R" - REJECTED (REASON IN DSP-REASON-TEXT)
      *   DISPOSITION "S" - SUPERSEDED BY A LATER-DATED ENTRY
      *   DISPOSITION "F" - HELD ON THE FUTURE-DATED PENDING FILE
      *                     UNTIL ITS EFFECTIVE DATE ARRIVES
      *   DISPOSITION "Q" - POSTING OVER THE BRANCH'S LIMIT, HELD ON
      *                     THE SUSPENSE FILE FOR SUPERVISOR RELEASE
      *   DISPOSITION "X" - SUSPENDED POSTING DECLINED BY A SUPERVISOR
      *                     (SUPERVISOR'S ID IN DSP-REASON-TEXT)
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  DSP-OUT-MSG.
               88  DSP-APPLIED-CHANGE       VALUE "C".
               88  DSP-APPLIED-DELETE       VALUE "D".
               88  DSP-APPLIED-POST         VALUE "P".
               88  DSP-APPLIED-TRANSFER     VALUE "T".
               88  DSP-APPLIED-INACTIVATE   VALUE "I".
               88  DSP-REJECTED             VALUE "R".
               88  DSP-SUPERSEDED           VALUE "S".
               88  DSP-HELD-FUTURE          VALUE "F".
               88  DSP-HELD-SUSPENSE        VALUE "Q".
               88  DSP-DECLINED             VALUE "X".
           05  DSP-MEMBER-ID            PIC 9(09).
           05  DSP-BRANCH-CODE          PIC X(04).
           05  DSP-ACTION-CODE          PIC X(01).
