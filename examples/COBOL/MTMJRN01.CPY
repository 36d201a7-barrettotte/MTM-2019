      *================================================================
      * MTMJRN01
      *
      * COMMON 80-BYTE POSTING JOURNAL RECORD LAYOUT
      *
      * ONE RECORD PER "P" POSTING THE NIGHTLY UPDATE ACTUALLY APPLIED
      * TO THE MASTER, CUT BY ZCOBOL (JRNOUT) AS IT PRINTS THE SAME
      * POSTING ON THE POSTING REGISTER.  MTMGLIF SUMMARIZES THE
      * JOURNAL INTO THE GENERAL LEDGER INTERFACE FILE.
      *
      * THE JOURNAL IS WRAPPED IN THE SAME HEADER/TRAILER ENVELOPE AS
      * THE MASTER: AN "H" RECORD (PROGRAM ID, RUN DATE) FIRST AND A
      * "T" RECORD LAST CARRYING THE POSTING COUNT AND THE REGISTER'S
      * TOTAL ADDED AND TOTAL SUBTRACTED.  THE MEMBER ID IS ALWAYS
      * NUMERIC, SO THE FIRST BYTE TELLS THE RECORDS APART THE SAME
      * WAY IT DOES ON THE MASTER.  THE ENVELOPE LAYOUTS ARE DEFINED
      * IN THE PROGRAMS THAT WRITE AND READ THEM.
      *
      * JRN-BRANCH-CODE IS THE MEMBER'S BRANCH ON FILE - THE BRANCH
      * WHOSE BOOKS CARRY THE BALANCE - NOT NECESSARILY THE BRANCH
      * THAT SENT THE POSTING.  JRN-SUPV-USER-ID IS THE SUPERVISOR WHO
      * RELEASED A POSTING HELD OVER ITS BRANCH'S LIMIT, SPACES FOR A
      * POSTING THAT WAS NEVER HELD.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  JRN-OUT-MSG.
      *         COPY MTMJRN01.
      *================================================================
           05  JRN-MEMBER-ID            PIC 9(09).
           05  JRN-BRANCH-CODE          PIC X(04).
           05  JRN-ADJUST-SIGN          PIC X(01).
               88  JRN-ADJUST-UP            VALUE "+".
               88  JRN-ADJUST-DOWN          VALUE "-".
           05  JRN-ADJUST-AMOUNT        PIC 9(07)V99.
           05  JRN-AMOUNT-BEFORE        PIC 9(07)V99.
           05  JRN-AMOUNT-AFTER         PIC 9(07)V99.
           05  JRN-RUN-DATE             PIC 9(08).
           05  JRN-SUPV-USER-ID         PIC X(08).
           05  FILLER                   PIC X(23).
