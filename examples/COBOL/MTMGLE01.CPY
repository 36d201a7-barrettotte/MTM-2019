      *================================================================
      * MTMGLE01
      *
      * COMMON 80-BYTE GENERAL LEDGER INTERFACE RECORD LAYOUT
      *
      * THE LEDGER'S IMPORT FORMAT, CUT NIGHTLY BY MTMGLIF FROM THE
      * POSTING JOURNAL.  ONE HEADER, THE ENTRIES, ONE TRAILER:
      *
      *   RECORD TYPE "H" - SOURCE SYSTEM AND POSTING DATE
      *   RECORD TYPE "D" - ONE DEBIT OR CREDIT ENTRY FOR ONE BRANCH
      *                     AND ONE ACCOUNT (AMOUNT AND THE NUMBER OF
      *                     POSTINGS SUMMARIZED INTO IT)
      *   RECORD TYPE "T" - ENTRY COUNT, TOTAL DEBITS, TOTAL CREDITS
      *
      * THE LEDGER REFUSES A FILE WHOSE TRAILER TOTALS DO NOT MATCH
      * ITS ENTRIES OR WHOSE DEBITS DO NOT EQUAL ITS CREDITS.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  GLE-OUT-MSG.
      *         COPY MTMGLE01.
      *================================================================
           05  GLE-RECORD-TYPE          PIC X(01).
               88  GLE-HEADER               VALUE "H".
               88  GLE-ENTRY                VALUE "D".
               88  GLE-TRAILER              VALUE "T".
           05  GLE-SOURCE-SYSTEM        PIC X(04).
           05  GLE-POSTING-DATE         PIC 9(08).
           05  GLE-ENTRY-AREA.
               10  GLE-BRANCH-CODE      PIC X(04).
               10  GLE-ACCOUNT          PIC X(10).
               10  GLE-DR-CR            PIC X(02).
                   88  GLE-DEBIT            VALUE "DR".
                   88  GLE-CREDIT           VALUE "CR".
               10  GLE-AMOUNT           PIC 9(11)V99.
               10  GLE-ITEM-COUNT       PIC 9(07).
               10  GLE-DESCRIPTION      PIC X(30).
               10  FILLER               PIC X(01).
           05  GLE-CONTROL-AREA REDEFINES GLE-ENTRY-AREA.
               10  GLE-CTL-ENTRY-COUNT  PIC 9(07).
               10  GLE-CTL-TOTAL-DEBITS PIC 9(13)V99.
               10  GLE-CTL-TOTAL-CREDITS PIC 9(13)V99.
               10  FILLER               PIC X(30).
