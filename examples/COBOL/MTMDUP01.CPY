      *================================================================
      * MTMDUP01
      *
      * COMMON 80-BYTE SUSPECTED DUPLICATE MEMBER PAIR RECORD LAYOUT
      *
      * CUT BY THE MTMDUPS DUPLICATE MEMBER REPORT FOR TWO MEMBER IDS
      * WHOSE NAMES SUGGEST THEY ARE THE SAME PERSON.  THE LOWER
      * MEMBER ID IS ALWAYS DUP-MEMBER-ID-1.  THE SAME LAYOUT SERVES
      * TWO FILES:
      *
      *   THE REVIEW FILE (PROD.MTM.DUPREVW.GDG) - ONE RECORD PER
      *   SUSPECT PAIR FOUND BY THE RUN, IN GROUP ORDER, FOR THE
      *   BRANCHES TO WORK THROUGH.  THE BRANCH KEYS ITS DECISION IN
      *   DUP-DECISION, WITH ITS USER ID IN DUP-DECIDED-BY AND THE
      *   DATE (CCYYMMDD) IN DUP-DECISION-DATE; THE NEXT RUN TAKES THE
      *   DECISIONS FROM THE CURRENT GENERATION.
      *
      *   THE EXCLUSION LIST (PROD.MTM.DUPEXCL.GDG) - ONE RECORD PER
      *   PAIR CONFIRMED AS DIFFERENT PEOPLE, IN THE ORDER THEY WERE
      *   CONFIRMED, CARRIED FROM RUN TO RUN.  A PAIR ON THE LIST IS
      *   NEVER REPORTED AGAIN.
      *
      *   MATCH TYPE "N" - SAME NAME ONCE SPACING AND PUNCTUATION ARE
      *                    IGNORED
      *   MATCH TYPE "I" - SAME SURNAME, AND THE FIRST NAMES AGREE OR
      *                    ONE IS THE OTHER'S INITIAL
      *
      *   DECISION " "   - NOT YET REVIEWED
      *   DECISION "D"   - DIFFERENT PEOPLE - GOES ON THE EXCLUSION
      *                    LIST
      *   DECISION "S"   - SAME PERSON - FOR THE BRANCHES TO MERGE
      *                    THROUGH NORMAL MAINTENANCE; CARRIED ON THE
      *                    REVIEW FILE UNTIL ONE OF THE TWO IS GONE
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  REV-OUT-MSG.
      *         COPY MTMDUP01.
      *================================================================
           05  DUP-RUN-DATE             PIC 9(08).
           05  DUP-GROUP-NUMBER         PIC 9(05).
           05  DUP-MATCH-TYPE           PIC X(01).
               88  DUP-SAME-NAME            VALUE "N".
               88  DUP-INITIAL-MATCH        VALUE "I".
           05  DUP-MEMBER-ID-1          PIC 9(09).
           05  DUP-BRANCH-1             PIC X(04).
           05  DUP-MEMBER-ID-2          PIC 9(09).
           05  DUP-BRANCH-2             PIC X(04).
           05  DUP-DECISION             PIC X(01).
               88  DUP-NOT-REVIEWED         VALUE " ".
               88  DUP-DIFFERENT-PEOPLE     VALUE "D".
               88  DUP-SAME-PERSON          VALUE "S".
           05  DUP-DECIDED-BY           PIC X(08).
           05  DUP-DECISION-DATE        PIC X(08).
           05  FILLER                   PIC X(23).
